      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: COUNT A TRANSMISSION'S TEST AND CONTROL CELLS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; runs in NIGHT-STREAM after
      *                   VENDOR-EXTRACT.  Counts the D records on
      *                   vendor-file by VD-KEYCODE, and the names
      *                   held out of the same file sequence on
      *                   HOLDOUT-HISTORY-FILE, against the cells on
      *                   CAMPAIGN-CELL-FILE, showing each cell's
      *                   defined and actual share.  The mail cells
      *                   plus the seeds must equal the trailer's
      *                   VT-RECORD-COUNT, and no hold-out keycode may
      *                   be on the transmission; either failure is
      *                   flagged and ends with RETURN-CODE 8.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CELL-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT vendor-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT holdout-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-KEY
           ALTERNATE RECORD KEY IS HH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-HOLD-HIST-STATUS.

           SELECT campaign-cell-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CELL-STATUS.

           SELECT cell-report
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  vendor-file.
       01  VENDOR-RECORD        PIC X(100).
       01  VENDOR-HEADER-RECORD.
           05 VH-RECORD-TYPE    PIC X(01).
           05 VH-RUN-DATE       PIC 9(08).
           05 VH-FILE-SEQUENCE  PIC 9(06).
           05 VH-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(77).
       01  VENDOR-DETAIL-RECORD.
           05 VD-RECORD-TYPE    PIC X(01).
           05 VD-LAST-NAME      PIC X(15).
           05 VD-FIRST-NAME     PIC X(10).
           05 VD-STREET         PIC X(25).
           05 VD-CITY           PIC X(10).
           05 VD-STATE          PIC XX.
           05 VD-ZIP            PIC X(10).
           05 VD-CARRIER-ROUTE  PIC X(04).
           05 FILLER            PIC X(03).
           05 VD-CUSTOMER-NUMBER PIC 9(09).
           05 VD-KEYCODE        PIC X(06).
           05 FILLER            PIC X(05).
       01  VENDOR-TRAILER-RECORD.
           05 VT-RECORD-TYPE    PIC X(01).
           05 VT-RECORD-COUNT   PIC 9(07).
           05 VT-ZIP-HASH       PIC 9(12).
           05 FILLER            PIC X(80).

       FD  holdout-history-file.
       01  HOLDOUT-HISTORY-RECORD.
           05 HH-KEY.
               10 HH-FILE-SEQUENCE PIC 9(06).
               10 HH-LAST-NAME  PIC X(15).
               10 HH-FIRST-NAME PIC X(10).
               10 HH-STREET     PIC X(25).
           05 HH-HOLD-DATE      PIC 9(08).
           05 HH-CAMPAIGN       PIC X(08).
           05 HH-KEYCODE        PIC X(06).
           05 HH-CUSTOMER-NUMBER PIC 9(09).
           05 HH-ZIP            PIC X(10).

       FD  campaign-cell-file.
       01  CAMPAIGN-CELL-RECORD.
           05 CL-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 CL-KEYCODE        PIC X(06).
           05 FILLER            PIC X(02).
           05 CL-PERCENT        PIC 9(03).
           05 FILLER            PIC X(02).
           05 CL-MAIL-FLAG      PIC X(01).

       FD  cell-report.
       01  REPORT-LINE          PIC X(80).

       FD  job-log-file.
       01  JOB-LOG-RECORD.
           05 JL-PROGRAM        PIC X(18).
           05 FILLER            PIC X(02).
           05 JL-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 JL-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 JL-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 JL-COUNT-1        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-COUNT-2        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-COUNT-3        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'cell-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'CELL-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-VENDOR-STATUS      PIC X(02).
       01  WS-HOLD-HIST-STATUS   PIC X(02).
       01  WS-CELL-STATUS        PIC X(02).
       01  WS-TRAILER-SW         PIC X VALUE 'N'.
           88 TRAILER-FOUND      VALUE 'Y'.

       01  WS-CAMPAIGN-ID        PIC X(08) VALUE SPACES.
       01  WS-FILE-SEQUENCE      PIC 9(06) VALUE ZERO.
       01  WS-TRAILER-COUNT      PIC 9(07) VALUE ZERO.

      * the campaign's cells, then any keycode found on the files that
      * the cell definition does not know (type '?').
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 40 TIMES.
               10 WS-CELL-KEYCODE  PIC X(06).
               10 WS-CELL-PERCENT  PIC 9(03).
               10 WS-CELL-FLAG     PIC X(01).
                  88 CELL-IS-MAIL     VALUE 'M'.
                  88 CELL-IS-HOLD-OUT VALUE 'H'.
                  88 CELL-IS-UNKNOWN  VALUE '?'.
               10 WS-CELL-MAILED   PIC 9(07) COMP.
               10 WS-CELL-HELD     PIC 9(07) COMP.
       01  WS-CELL-COUNT-IN      PIC 9(04) COMP VALUE ZERO.
       01  WS-CELL-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-KEYCODE       PIC X(06) VALUE SPACES.
       01  WS-CELL-TABLE-FULL-SW PIC X VALUE 'N'.
           88 CELL-TABLE-FULL    VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-MAILED          PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS           PIC 9(07) COMP VALUE ZERO.
           05 WS-HELD-OUT        PIC 9(07) COMP VALUE ZERO.
           05 WS-TRANSMITTED     PIC 9(07) COMP VALUE ZERO.
           05 WS-CAMPAIGN-NAMES  PIC 9(07) COMP VALUE ZERO.
           05 WS-LEAKED          PIC 9(07) COMP VALUE ZERO.
           05 WS-FLAGGED         PIC 9(07) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-ACTUAL-PERCENT     PIC 9(03)V9 VALUE ZERO.

       01  WS-CELL-HEADING.
           05 FILLER             PIC X(10) VALUE 'KEYCODE'.
           05 FILLER             PIC X(14) VALUE 'TYPE'.
           05 FILLER             PIC X(10) VALUE 'DEFINED %'.
           05 FILLER             PIC X(12) VALUE '    NAMES'.
           05 FILLER             PIC X(10) VALUE 'ACTUAL %'.

       01  WS-CELL-LINE.
           05 CLL-KEYCODE        PIC X(06).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CLL-TYPE           PIC X(12).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 CLL-PERCENT        PIC ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CLL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 CLL-ACTUAL         PIC ZZ9.9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CLL-FLAG           PIC X(20).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           INITIALIZE WS-CELL-TABLE.
           OPEN INPUT vendor-file.
           IF WS-VENDOR-STATUS NOT = '00'
               DISPLAY 'CELL-REPORT ERROR: VENDOR-FILE NOT FOUND'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       VENDOR-ROUTINE.
           READ vendor-file
               AT END GO TO VENDOR-ROUTINE-EXIT
           END-READ.
           EVALUATE VD-RECORD-TYPE
               WHEN 'H'
                   MOVE VH-CAMPAIGN TO WS-CAMPAIGN-ID
                   MOVE VH-FILE-SEQUENCE TO WS-FILE-SEQUENCE
                   PERFORM LOAD-CELLS THRU LOAD-CELLS-EXIT
               WHEN 'D'
                   PERFORM COUNT-DETAIL THRU COUNT-DETAIL-EXIT
               WHEN 'T'
                   SET TRAILER-FOUND TO TRUE
                   MOVE VT-RECORD-COUNT TO WS-TRAILER-COUNT
           END-EVALUATE.
           GO TO VENDOR-ROUTINE.
       VENDOR-ROUTINE-EXIT.
           CLOSE vendor-file.
           PERFORM COUNT-HOLD-OUTS THRU COUNT-HOLD-OUTS-EXIT.

       END-ROUTINE.
           COMPUTE WS-TRANSMITTED = WS-MAILED + WS-SEEDS.
           COMPUTE WS-CAMPAIGN-NAMES = WS-MAILED + WS-HELD-OUT.
           OPEN OUTPUT cell-report.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CELL COUNT REPORT - CAMPAIGN ' DELIMITED BY SIZE
                  WS-CAMPAIGN-ID DELIMITED BY SIZE
                  '  FILE SEQUENCE ' DELIMITED BY SIZE
                  WS-FILE-SEQUENCE DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CELL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-CELL-SUB.
           PERFORM PRINT-CELLS THRU PRINT-CELLS-EXIT.
           MOVE SPACES TO WS-CELL-LINE.
           MOVE 'SEED' TO CLL-KEYCODE.
           MOVE 'SEED NAMES' TO CLL-TYPE.
           MOVE WS-SEEDS TO CLL-COUNT.
           MOVE WS-CELL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'MAILED NAMES ....................:' TO TOT-LABEL.
           MOVE WS-MAILED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SEED NAMES ......................:' TO TOT-LABEL.
           MOVE WS-SEEDS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TRANSMITTED (MAILED + SEEDS) ....:' TO TOT-LABEL.
           MOVE WS-TRANSMITTED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TRAILER RECORD COUNT ............:' TO TOT-LABEL.
           MOVE WS-TRAILER-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'HELD OUT, NOT TRANSMITTED .......:' TO TOT-LABEL.
           MOVE WS-HELD-OUT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT TRAILER-FOUND
               ADD 1 TO WS-FLAGGED
               MOVE '*** NO TRAILER ON VENDOR-FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-TRANSMITTED NOT = WS-TRAILER-COUNT
                   ADD 1 TO WS-FLAGGED
                   MOVE '*** OUT OF BALANCE WITH THE TRAILER'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE 'IN BALANCE WITH THE TRAILER' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF WS-LEAKED > ZERO
               ADD 1 TO WS-FLAGGED
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE '*** HOLD-OUT KEYCODES TRANSMITTED:' TO TOT-LABEL
               MOVE WS-LEAKED TO TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE cell-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'CELL-REPORT RUN SUMMARY'.
           DISPLAY '  CAMPAIGN          : ' WS-CAMPAIGN-ID.
           DISPLAY '  FILE SEQUENCE     : ' WS-FILE-SEQUENCE.
           DISPLAY '  MAILED            : ' WS-MAILED.
           DISPLAY '  SEEDS             : ' WS-SEEDS.
           DISPLAY '  HELD OUT          : ' WS-HELD-OUT.
           DISPLAY '  TRAILER COUNT     : ' WS-TRAILER-COUNT.
           IF WS-FLAGGED > 0
               DISPLAY 'CELL-REPORT: TRANSMISSION ' WS-FILE-SEQUENCE
                   ' FAILED ' WS-FLAGGED ' CELL CHECK(S)'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * A seed, or a piece counted against its cell.  A keycode of a
      * hold-out cell should never be on the transmission.
       COUNT-DETAIL.
           IF VD-KEYCODE = 'SEED'
               ADD 1 TO WS-SEEDS
               GO TO COUNT-DETAIL-EXIT
           END-IF.
           ADD 1 TO WS-MAILED.
           MOVE VD-KEYCODE TO WS-FIND-KEYCODE.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT.
           IF WS-CELL-SUB = ZERO
               GO TO COUNT-DETAIL-EXIT
           END-IF.
           ADD 1 TO WS-CELL-MAILED(WS-CELL-SUB).
           IF CELL-IS-HOLD-OUT(WS-CELL-SUB)
               ADD 1 TO WS-LEAKED
           END-IF.
       COUNT-DETAIL-EXIT.
           EXIT.

      * The names held out of this file sequence, by keycode.
       COUNT-HOLD-OUTS.
           OPEN INPUT holdout-history-file.
           IF WS-HOLD-HIST-STATUS NOT = '00'
               GO TO COUNT-HOLD-OUTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO HH-KEY.
           MOVE WS-FILE-SEQUENCE TO HH-FILE-SEQUENCE.
           START holdout-history-file KEY NOT < HH-KEY
               INVALID KEY GO TO COUNT-HOLD-OUTS-CLOSE
           END-START.
       COUNT-HOLD-OUTS-READ.
           READ holdout-history-file NEXT RECORD
               AT END GO TO COUNT-HOLD-OUTS-CLOSE
           END-READ.
           IF HH-FILE-SEQUENCE NOT = WS-FILE-SEQUENCE
               GO TO COUNT-HOLD-OUTS-CLOSE
           END-IF.
           ADD 1 TO WS-HELD-OUT.
           MOVE HH-KEYCODE TO WS-FIND-KEYCODE.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT.
           IF WS-CELL-SUB > ZERO
               ADD 1 TO WS-CELL-HELD(WS-CELL-SUB)
           END-IF.
           GO TO COUNT-HOLD-OUTS-READ.
       COUNT-HOLD-OUTS-CLOSE.
           CLOSE holdout-history-file.
       COUNT-HOLD-OUTS-EXIT.
           EXIT.

      * Table entry for WS-FIND-KEYCODE; a keycode the campaign's
      * cells do not define gets an entry of its own, type '?'.  Zero
      * when the table is full.
       FIND-CELL.
           MOVE 1 TO WS-CELL-SUB.
       FIND-CELL-LOOP.
           IF WS-CELL-SUB > WS-CELL-COUNT-IN
               GO TO FIND-CELL-ADD
           END-IF.
           IF WS-CELL-KEYCODE(WS-CELL-SUB) = WS-FIND-KEYCODE
               GO TO FIND-CELL-EXIT
           END-IF.
           ADD 1 TO WS-CELL-SUB.
           GO TO FIND-CELL-LOOP.
       FIND-CELL-ADD.
           IF WS-CELL-COUNT-IN NOT < 40
               IF NOT CELL-TABLE-FULL
                   SET CELL-TABLE-FULL TO TRUE
                   DISPLAY 'CELL-REPORT WARNING: CELL TABLE IS FULL '
                       'AT 40 KEYCODES - FURTHER KEYCODES NOT SHOWN'
               END-IF
               MOVE ZERO TO WS-CELL-SUB
               GO TO FIND-CELL-EXIT
           END-IF.
           ADD 1 TO WS-CELL-COUNT-IN.
           MOVE WS-CELL-COUNT-IN TO WS-CELL-SUB.
           MOVE WS-FIND-KEYCODE TO WS-CELL-KEYCODE(WS-CELL-SUB).
           MOVE ZERO TO WS-CELL-PERCENT(WS-CELL-SUB).
           MOVE '?' TO WS-CELL-FLAG(WS-CELL-SUB).
       FIND-CELL-EXIT.
           EXIT.

      * One line per cell; the actual share is of the campaign's
      * names, mailed and held out, seeds left aside.
       PRINT-CELLS.
           IF WS-CELL-SUB > WS-CELL-COUNT-IN
               GO TO PRINT-CELLS-EXIT
           END-IF.
           MOVE SPACES TO WS-CELL-LINE.
           MOVE WS-CELL-KEYCODE(WS-CELL-SUB) TO CLL-KEYCODE.
           IF WS-CELL-KEYCODE(WS-CELL-SUB) = SPACES
               MOVE '(NONE)' TO CLL-KEYCODE
           END-IF.
           EVALUATE TRUE
               WHEN CELL-IS-MAIL(WS-CELL-SUB)
                   MOVE 'MAIL' TO CLL-TYPE
                   MOVE WS-CELL-MAILED(WS-CELL-SUB) TO CLL-COUNT
               WHEN CELL-IS-HOLD-OUT(WS-CELL-SUB)
                   MOVE 'HOLD-OUT' TO CLL-TYPE
                   MOVE WS-CELL-HELD(WS-CELL-SUB) TO CLL-COUNT
               WHEN OTHER
                   MOVE 'NOT DEFINED' TO CLL-TYPE
                   COMPUTE CLL-COUNT = WS-CELL-MAILED(WS-CELL-SUB)
                       + WS-CELL-HELD(WS-CELL-SUB)
           END-EVALUATE.
           MOVE WS-CELL-PERCENT(WS-CELL-SUB) TO CLL-PERCENT.
           MOVE ZERO TO WS-ACTUAL-PERCENT.
           IF WS-CAMPAIGN-NAMES > ZERO
               COMPUTE WS-ACTUAL-PERCENT ROUNDED =
                   (WS-CELL-MAILED(WS-CELL-SUB)
                   + WS-CELL-HELD(WS-CELL-SUB)) * 100
                   / WS-CAMPAIGN-NAMES
           END-IF.
           MOVE WS-ACTUAL-PERCENT TO CLL-ACTUAL.
           IF CELL-IS-HOLD-OUT(WS-CELL-SUB)
            AND WS-CELL-MAILED(WS-CELL-SUB) > ZERO
               MOVE '*** TRANSMITTED' TO CLL-FLAG
           END-IF.
           MOVE WS-CELL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CELL-SUB.
           GO TO PRINT-CELLS.
       PRINT-CELLS-EXIT.
           EXIT.

      * The cells defined for the campaign on the H header; none
      * defined leaves every keycode to be reported as found.
       LOAD-CELLS.
           OPEN INPUT campaign-cell-file.
           IF WS-CELL-STATUS NOT = '00'
               GO TO LOAD-CELLS-EXIT
           END-IF.
       LOAD-CELLS-READ.
           READ campaign-cell-file
               AT END GO TO LOAD-CELLS-CLOSE
           END-READ.
           IF CL-CAMPAIGN NOT = WS-CAMPAIGN-ID
            OR WS-CELL-COUNT-IN NOT < 40
               GO TO LOAD-CELLS-READ
           END-IF.
           ADD 1 TO WS-CELL-COUNT-IN.
           MOVE CL-KEYCODE TO WS-CELL-KEYCODE(WS-CELL-COUNT-IN).
           MOVE ZERO TO WS-CELL-PERCENT(WS-CELL-COUNT-IN).
           IF CL-PERCENT IS NUMERIC
               MOVE CL-PERCENT TO WS-CELL-PERCENT(WS-CELL-COUNT-IN)
           END-IF.
           MOVE CL-MAIL-FLAG TO WS-CELL-FLAG(WS-CELL-COUNT-IN).
           IF CL-MAIL-FLAG NOT = 'M' AND CL-MAIL-FLAG NOT = 'H'
               MOVE '?' TO WS-CELL-FLAG(WS-CELL-COUNT-IN)
           END-IF.
           GO TO LOAD-CELLS-READ.
       LOAD-CELLS-CLOSE.
           CLOSE campaign-cell-file.
       LOAD-CELLS-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE WS-CAMPAIGN-ID TO RF-CAMPAIGN.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'CELL-REPORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
           OPEN EXTEND job-log-file.
           IF WS-JOB-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT job-log-file
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = '00'
               DISPLAY 'CELL-REPORT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'CELL-REPORT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-MAILED TO JL-COUNT-1.
           MOVE WS-SEEDS TO JL-COUNT-2.
           MOVE WS-HELD-OUT TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM CELL-REPORT.
