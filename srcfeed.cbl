      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: DATA-QUALITY FEEDBACK AND SCORECARD PER SOURCE SYSTEM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; runs after BALANCE-RUN in
      *                   NIGHT-STREAM.  Collects READ-CSV's rejects,
      *                   exceptions, duplicates and undeliverables
      *                   and, for each source system, writes an
      *                   outbound feedback file (header, one detail
      *                   per record with the original input record,
      *                   our reason and a reason code the source can
      *                   act on, trailer with the count).  The run's
      *                   defects by reason code, and the records
      *                   received from each source, are added to
      *                   QUALITY-HISTORY-FILE by month - once per
      *                   READ-CSV run, so a rerun of this step does
      *                   not count a run twice - and the scorecard
      *                   prints month-to-date against last month per
      *                   source: defects by reason, defect rate, the
      *                   change from last month, and the source's
      *                   target from QUALITY-TARGET-FILE (2.00% when
      *                   none is given).
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - a quality-history count that cannot be
      *                   written or rewritten is reported and the
      *                   run ends with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-FEEDBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reject-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT exceptions-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT duplicates-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUP-STATUS.

           SELECT undeliverable-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UNDELIV-STATUS.

           SELECT totals-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TOTALS-STATUS.

           SELECT run-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT source1-feedback-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT source2-feedback-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT quality-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QH-KEY
           FILE STATUS IS WS-QH-STATUS.

           SELECT quality-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QC-STATUS.

           SELECT quality-target-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT quality-scorecard
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
       FD  reject-file.
       01  REJECT-RECORD.
           05 REJ-INPUT-RECORD  PIC X(80).
           05 FILLER            PIC X(02).
           05 REJ-REASON        PIC X(40).
           05 FILLER            PIC X(02).
           05 REJ-SOURCE-CODE   PIC X(01).

       FD  exceptions-file.
       01  EXCEPTIONS-RECORD.
           05 EXC-INPUT-RECORD  PIC X(80).
           05 FILLER            PIC X(02).
           05 EXC-REASON        PIC X(40).
           05 FILLER            PIC X(02).
           05 EXC-SOURCE-CODE   PIC X(01).

       FD  duplicates-file.
       01  DUPLICATE-RECORD.
           05 DUP-INPUT-RECORD  PIC X(80).
           05 FILLER            PIC X(02).
           05 DUP-REASON        PIC X(40).
           05 FILLER            PIC X(02).
           05 DUP-SOURCE-CODE   PIC X(01).

       FD  undeliverable-file.
       01  UNDELIVERABLE-RECORD.
           05 UND-INPUT-RECORD  PIC X(80).
           05 FILLER            PIC X(02).
           05 UND-REASON        PIC X(40).
           05 FILLER            PIC X(02).
           05 UND-SOURCE-CODE   PIC X(01).

      * only the per-source lines READ-CSV writes after the totals
      * line are used here, for the records received from each source.
       FD  totals-file.
       01  TOTALS-LINE          PIC X(370).
       01  SOURCE-TOTALS-RECORD.
           05 STOT-LABEL         PIC X(07).
           05 STOT-CODE          PIC X(01).
           05 FILLER             PIC X(02).
           05 STOT-LABEL-READ    PIC X(09).
           05 STOT-READ          PIC X(07).
           05 FILLER             PIC X(344).

       FD  run-history-file.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(02).
           05 RH-RUN-TIME       PIC 9(06).
           05 FILLER            PIC X(02).
           05 RH-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 RH-INPUT-ID       PIC X(15).
           05 FILLER            PIC X(02).
           05 RH-READ           PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-WRITTEN        PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-REJECTED       PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-EXCEPTED       PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-DUPLICATE      PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-RETURN-CODE    PIC 9(04).
           05 FILLER            PIC X(02).
           05 RH-CAMPAIGN       PIC X(08).

       FD  source1-feedback-file.
       01  SOURCE1-FEEDBACK-RECORD PIC X(125).

       FD  source2-feedback-file.
       01  SOURCE2-FEEDBACK-RECORD PIC X(125).

      * one count per month, source and reason code; reason code 000
      * holds the records received from the source that month.
       FD  quality-history-file.
       01  QUALITY-HISTORY-RECORD.
           05 QH-KEY.
               10 QH-MONTH          PIC 9(06).
               10 QH-SOURCE-CODE    PIC X(01).
               10 QH-REASON-CODE    PIC X(03).
           05 QH-COUNT              PIC 9(09).

      * the READ-CSV run (date and time from RUN-HISTORY-FILE) last
      * added to the quality history.
       FD  quality-control-file.
       01  QUALITY-CONTROL-RECORD.
           05 QC-LAST-RUN-DATE  PIC 9(08).
           05 QC-LAST-RUN-TIME  PIC 9(06).

       FD  quality-target-file.
       01  QUALITY-TARGET-RECORD.
           05 QT-SOURCE-CODE    PIC X(01).
           05 FILLER            PIC X(02).
           05 QT-TARGET-RATE    PIC 9(02)V99.

       FD  quality-scorecard.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'quality-scorecard'.
           05 RF-PROGRAM        PIC X(18) VALUE 'SOURCE-FEEDBACK'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-REJECT-STATUS      PIC X(02).
       01  WS-EXC-STATUS         PIC X(02).
       01  WS-DUP-STATUS         PIC X(02).
       01  WS-UNDELIV-STATUS     PIC X(02).
       01  WS-TOTALS-STATUS      PIC X(02).
       01  WS-RUN-HISTORY-STATUS PIC X(02).
       01  WS-QH-STATUS          PIC X(02).
       01  WS-QC-STATUS          PIC X(02).
       01  WS-TARGET-STATUS      PIC X(02).

      * outbound feedback layouts, one set for both sources
       01  FEEDBACK-HEADER.
           05 FBH-RECORD-TYPE    PIC X(01) VALUE 'H'.
           05 FBH-SOURCE-CODE    PIC X(01).
           05 FBH-RUN-DATE       PIC 9(08).
           05 FBH-RUN-TIME       PIC 9(06).
           05 FBH-RECEIVED       PIC 9(07).
           05 FILLER             PIC X(102) VALUE SPACES.
       01  FEEDBACK-DETAIL.
           05 FBD-RECORD-TYPE    PIC X(01) VALUE 'D'.
           05 FBD-DEFECT-TYPE    PIC X(01).
           05 FBD-REASON-CODE    PIC X(03).
           05 FBD-REASON         PIC X(40).
           05 FBD-INPUT-RECORD   PIC X(80).
       01  FEEDBACK-TRAILER.
           05 FBT-RECORD-TYPE    PIC X(01) VALUE 'T'.
           05 FBT-RECORD-COUNT   PIC 9(07).
           05 FILLER             PIC X(117) VALUE SPACES.

      * our reject/exception/duplicate reasons and the codes the
      * source systems are given for them; an undeliverable is coded
      * U plus the two-digit nixie reason, and a reason not listed
      * here is the defect type plus 99.
       01  WS-REASON-CODES-INIT.
           05 FILLER PIC X(43)
               VALUE 'R01INCOMPLETE ADDRESS - TOO FEW DELIMITED F'.
           05 FILLER PIC X(43)
               VALUE 'E01UNSUPPORTED COUNTRY CODE'.
           05 FILLER PIC X(43)
               VALUE 'E02INVALID PROVINCE CODE'.
           05 FILLER PIC X(43)
               VALUE 'E03INVALID STATE CODE'.
           05 FILLER PIC X(43)
               VALUE 'E04INVALID POSTAL CODE FORMAT'.
           05 FILLER PIC X(43)
               VALUE 'E05INVALID ZIP CODE FORMAT'.
           05 FILLER PIC X(43)
               VALUE 'E06ZIP CODE DOES NOT MATCH STATE'.
           05 FILLER PIC X(43)
               VALUE 'D01DUPLICATE LAST/FIRST/STREET'.
       01  WS-REASON-CODES REDEFINES WS-REASON-CODES-INIT.
           05 WS-RC-ENTRY OCCURS 8 TIMES
              INDEXED BY WS-RC-IDX.
               10 WS-RC-CODE     PIC X(03).
               10 WS-RC-TEXT     PIC X(40).
       01  WS-NIXIE-PREFIX       PIC X(32)
               VALUE 'UNDELIVERABLE PER NIXIE, REASON '.

      * the current item, whichever file it came from
       01  WS-ITEM-TYPE          PIC X(01).
       01  WS-ITEM-REASON        PIC X(40).
       01  WS-ITEM-SOURCE        PIC X(01).
       01  WS-ITEM-RECORD        PIC X(80).
       01  WS-ITEM-CODE          PIC X(03).
       01  WS-SRC-SUB            PIC 9(04) COMP VALUE ZERO.

      * this run's defects by source and reason code
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-RUN-IDX.
               10 WS-RUN-SOURCE  PIC X(01).
               10 WS-RUN-CODE    PIC X(03).
               10 WS-RUN-COUNT   PIC 9(07) COMP.
       01  WS-RUN-COUNT-IN       PIC 9(04) COMP VALUE ZERO.
       01  WS-RUN-SUB            PIC 9(04) COMP VALUE ZERO.

      * per source: received, written to feedback, target
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 2 TIMES.
               10 WS-SRC-RECEIVED PIC 9(07) COMP.
               10 WS-SRC-FEEDBACK PIC 9(07) COMP.
               10 WS-SRC-TARGET   PIC 9(02)V99.

       01  WS-RUN-COUNTS.
           05 WS-ITEMS-READ      PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-WRITTEN   PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-NO-SOURCE PIC 9(07) COMP VALUE ZERO.
           05 WS-HISTORY-ADDED   PIC 9(07) COMP VALUE ZERO.
           05 WS-SOURCES-MISSED  PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-ADDED-SW   PIC X VALUE 'N'.
           88 RUN-ALREADY-ADDED  VALUE 'Y'.
       01  WS-THIS-MONTH         PIC 9(06) VALUE ZERO.
       01  WS-LAST-MONTH         PIC 9(06) VALUE ZERO.
       01  WS-MONTH-PARTS REDEFINES WS-LAST-MONTH.
           05 WS-LAST-YEAR       PIC 9(04).
           05 WS-LAST-MM         PIC 9(02).

      * one source's scorecard, both months side by side
       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-CARD-IDX.
               10 WS-CARD-CODE   PIC X(03).
               10 WS-CARD-THIS   PIC 9(09) COMP.
               10 WS-CARD-LAST   PIC 9(09) COMP.
       01  WS-CARD-COUNT-IN      PIC 9(04) COMP VALUE ZERO.
       01  WS-CARD-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-CARD-MONTH         PIC 9(06) VALUE ZERO.
       01  WS-CARD-SOURCE        PIC X(01).
       01  WS-RECEIVED-THIS      PIC 9(09) COMP VALUE ZERO.
       01  WS-RECEIVED-LAST      PIC 9(09) COMP VALUE ZERO.
       01  WS-DEFECTS-THIS       PIC 9(09) COMP VALUE ZERO.
       01  WS-DEFECTS-LAST       PIC 9(09) COMP VALUE ZERO.
       01  WS-RATE-THIS          PIC 9(03)V99 VALUE ZERO.
       01  WS-RATE-LAST          PIC 9(03)V99 VALUE ZERO.
       01  WS-RATE-CHANGE        PIC S9(03)V99 VALUE ZERO.

       01  WS-EDITED             PIC X(07).
       01  WS-NUM-OUT            PIC 9(07) VALUE ZERO.
       01  WS-CONV-IDX           PIC 9(02) VALUE ZERO.
       01  WS-DIGIT-X            PIC X.
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.

       01  WS-CARD-HEADING.
           05 FILLER             PIC X(07) VALUE 'SOURCE '.
           05 CH-SOURCE          PIC X(01).
           05 FILLER             PIC X(23)
               VALUE ' QUALITY SCORECARD FOR '.
           05 CH-MONTH           PIC 9(06).
           05 FILLER             PIC X(08) VALUE ' (PRIOR '.
           05 CH-PRIOR           PIC 9(06).
           05 FILLER             PIC X(01) VALUE ')'.

       01  WS-CARD-COLUMNS.
           05 FILLER             PIC X(05) VALUE 'CODE'.
           05 FILLER             PIC X(40) VALUE 'REASON'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'THIS MO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'LAST MO'.

       01  WS-CARD-LINE.
           05 CL-CODE            PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-REASON          PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-THIS            PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-LAST            PIC ZZZ,ZZ9.

       01  WS-RATE-LINE.
           05 RL-LABEL           PIC X(45).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RL-THIS            PIC ZZ9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RL-LAST            PIC ZZ9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RL-FLAG            PIC X(15).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE ZERO TO RETURN-CODE.
           INITIALIZE WS-RUN-TABLE.
           INITIALIZE WS-SOURCE-TABLE.
           MOVE 2.00 TO WS-SRC-TARGET(1).
           MOVE 2.00 TO WS-SRC-TARGET(2).
           PERFORM LOAD-TARGETS THRU LOAD-TARGETS-EXIT.
           PERFORM FIND-LAST-RUN THRU FIND-LAST-RUN-EXIT.
           PERFORM LOAD-RECEIVED THRU LOAD-RECEIVED-EXIT.
           MOVE WS-RUN-DATE(1:6) TO WS-THIS-MONTH.
           MOVE WS-THIS-MONTH TO WS-LAST-MONTH.
           IF WS-LAST-MM = 1
               SUBTRACT 1 FROM WS-LAST-YEAR
               MOVE 12 TO WS-LAST-MM
           ELSE
               SUBTRACT 1 FROM WS-LAST-MM
           END-IF.
           OPEN I-O quality-history-file.
           IF WS-QH-STATUS = '35'
               OPEN OUTPUT quality-history-file
               CLOSE quality-history-file
               OPEN I-O quality-history-file
           END-IF.
           IF WS-QH-STATUS NOT = '00'
               DISPLAY 'SOURCE-FEEDBACK ERROR: QUALITY-HISTORY-FILE '
                   'OPEN FAILED, STATUS ' WS-QH-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT source1-feedback-file.
           OPEN OUTPUT source2-feedback-file.
           MOVE WS-RUN-DATE TO FBH-RUN-DATE.
           MOVE WS-RUN-TIME TO FBH-RUN-TIME.
           MOVE '1' TO FBH-SOURCE-CODE.
           MOVE WS-SRC-RECEIVED(1) TO FBH-RECEIVED.
           WRITE SOURCE1-FEEDBACK-RECORD FROM FEEDBACK-HEADER.
           MOVE '2' TO FBH-SOURCE-CODE.
           MOVE WS-SRC-RECEIVED(2) TO FBH-RECEIVED.
           WRITE SOURCE2-FEEDBACK-RECORD FROM FEEDBACK-HEADER.

       REJECT-ROUTINE.
           OPEN INPUT reject-file.
           IF WS-REJECT-STATUS NOT = '00'
               GO TO EXCEPTION-ROUTINE
           END-IF.
       REJECT-ROUTINE-READ.
           READ reject-file
               AT END GO TO REJECT-ROUTINE-CLOSE
           END-READ.
           MOVE 'R' TO WS-ITEM-TYPE.
           MOVE REJ-INPUT-RECORD TO WS-ITEM-RECORD.
           MOVE REJ-REASON TO WS-ITEM-REASON.
           MOVE REJ-SOURCE-CODE TO WS-ITEM-SOURCE.
           PERFORM FEEDBACK-ONE-ITEM THRU FEEDBACK-ONE-ITEM-EXIT.
           GO TO REJECT-ROUTINE-READ.
       REJECT-ROUTINE-CLOSE.
           CLOSE reject-file.

       EXCEPTION-ROUTINE.
           OPEN INPUT exceptions-file.
           IF WS-EXC-STATUS NOT = '00'
               GO TO DUPLICATE-ROUTINE
           END-IF.
       EXCEPTION-ROUTINE-READ.
           READ exceptions-file
               AT END GO TO EXCEPTION-ROUTINE-CLOSE
           END-READ.
           MOVE 'E' TO WS-ITEM-TYPE.
           MOVE EXC-INPUT-RECORD TO WS-ITEM-RECORD.
           MOVE EXC-REASON TO WS-ITEM-REASON.
           MOVE EXC-SOURCE-CODE TO WS-ITEM-SOURCE.
           PERFORM FEEDBACK-ONE-ITEM THRU FEEDBACK-ONE-ITEM-EXIT.
           GO TO EXCEPTION-ROUTINE-READ.
       EXCEPTION-ROUTINE-CLOSE.
           CLOSE exceptions-file.

       DUPLICATE-ROUTINE.
           OPEN INPUT duplicates-file.
           IF WS-DUP-STATUS NOT = '00'
               GO TO UNDELIVERABLE-ROUTINE
           END-IF.
       DUPLICATE-ROUTINE-READ.
           READ duplicates-file
               AT END GO TO DUPLICATE-ROUTINE-CLOSE
           END-READ.
           MOVE 'D' TO WS-ITEM-TYPE.
           MOVE DUP-INPUT-RECORD TO WS-ITEM-RECORD.
           MOVE DUP-REASON TO WS-ITEM-REASON.
           MOVE DUP-SOURCE-CODE TO WS-ITEM-SOURCE.
           PERFORM FEEDBACK-ONE-ITEM THRU FEEDBACK-ONE-ITEM-EXIT.
           GO TO DUPLICATE-ROUTINE-READ.
       DUPLICATE-ROUTINE-CLOSE.
           CLOSE duplicates-file.

       UNDELIVERABLE-ROUTINE.
           OPEN INPUT undeliverable-file.
           IF WS-UNDELIV-STATUS NOT = '00'
               GO TO FEEDBACK-WRAP-UP
           END-IF.
       UNDELIVERABLE-ROUTINE-READ.
           READ undeliverable-file
               AT END GO TO UNDELIVERABLE-ROUTINE-CLOSE
           END-READ.
           MOVE 'U' TO WS-ITEM-TYPE.
           MOVE UND-INPUT-RECORD TO WS-ITEM-RECORD.
           MOVE UND-REASON TO WS-ITEM-REASON.
           MOVE UND-SOURCE-CODE TO WS-ITEM-SOURCE.
           PERFORM FEEDBACK-ONE-ITEM THRU FEEDBACK-ONE-ITEM-EXIT.
           GO TO UNDELIVERABLE-ROUTINE-READ.
       UNDELIVERABLE-ROUTINE-CLOSE.
           CLOSE undeliverable-file.

       FEEDBACK-WRAP-UP.
           MOVE WS-SRC-FEEDBACK(1) TO FBT-RECORD-COUNT.
           WRITE SOURCE1-FEEDBACK-RECORD FROM FEEDBACK-TRAILER.
           MOVE WS-SRC-FEEDBACK(2) TO FBT-RECORD-COUNT.
           WRITE SOURCE2-FEEDBACK-RECORD FROM FEEDBACK-TRAILER.
           CLOSE source1-feedback-file.
           CLOSE source2-feedback-file.
           PERFORM ADD-TO-HISTORY THRU ADD-TO-HISTORY-EXIT.

       SCORECARD-ROUTINE.
           OPEN OUTPUT quality-scorecard.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'SOURCE SYSTEM DATA-QUALITY SCORECARD' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '1' TO WS-CARD-SOURCE.
           PERFORM PRINT-SCORECARD THRU PRINT-SCORECARD-EXIT.
           MOVE '2' TO WS-CARD-SOURCE.
           PERFORM PRINT-SCORECARD THRU PRINT-SCORECARD-EXIT.
           CLOSE quality-history-file.

       END-ROUTINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DEFECT RECORDS READ .............:' TO TOT-LABEL.
           MOVE WS-ITEMS-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SENT TO SOURCE 1 ................:' TO TOT-LABEL.
           MOVE WS-SRC-FEEDBACK(1) TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SENT TO SOURCE 2 ................:' TO TOT-LABEL.
           MOVE WS-SRC-FEEDBACK(2) TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NO SOURCE CODE, NOT SENT ........:' TO TOT-LABEL.
           MOVE WS-ITEMS-NO-SOURCE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF RUN-ALREADY-ADDED
               MOVE 'RUN ALREADY IN THE QUALITY HISTORY, NOT ADDED'
                   TO REPORT-LINE
           ELSE
               MOVE 'RUN ADDED TO THE QUALITY HISTORY' TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE quality-scorecard.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'SOURCE-FEEDBACK RUN SUMMARY'.
           DISPLAY '  DEFECTS READ      : ' WS-ITEMS-READ.
           DISPLAY '  SENT TO SOURCE 1  : ' WS-SRC-FEEDBACK(1).
           DISPLAY '  SENT TO SOURCE 2  : ' WS-SRC-FEEDBACK(2).
           DISPLAY '  NO SOURCE CODE    : ' WS-ITEMS-NO-SOURCE.
           DISPLAY '  SOURCES OFF TARGET: ' WS-SOURCES-MISSED.
           IF RUN-ALREADY-ADDED
               DISPLAY 'SOURCE-FEEDBACK: RUN ' WS-RUN-DATE ' '
                   WS-RUN-TIME ' ALREADY IN QUALITY HISTORY'
           END-IF.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      * Code one defect, send it to its source's feedback file and
      * count it for the history.
      *-----------------------------------------------------------------
       FEEDBACK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           IF WS-ITEM-SOURCE = '1'
               MOVE 1 TO WS-SRC-SUB
           ELSE
               IF WS-ITEM-SOURCE = '2'
                   MOVE 2 TO WS-SRC-SUB
               ELSE
                   ADD 1 TO WS-ITEMS-NO-SOURCE
                   GO TO FEEDBACK-ONE-ITEM-EXIT
               END-IF
           END-IF.
           PERFORM CODE-REASON THRU CODE-REASON-EXIT.
           MOVE WS-ITEM-TYPE TO FBD-DEFECT-TYPE.
           MOVE WS-ITEM-CODE TO FBD-REASON-CODE.
           MOVE WS-ITEM-REASON TO FBD-REASON.
           MOVE WS-ITEM-RECORD TO FBD-INPUT-RECORD.
           IF WS-SRC-SUB = 1
               WRITE SOURCE1-FEEDBACK-RECORD FROM FEEDBACK-DETAIL
           ELSE
               WRITE SOURCE2-FEEDBACK-RECORD FROM FEEDBACK-DETAIL
           END-IF.
           ADD 1 TO WS-SRC-FEEDBACK(WS-SRC-SUB).
           ADD 1 TO WS-ITEMS-WRITTEN.
           SET WS-RUN-IDX TO 1.
           SEARCH WS-RUN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RUN-IDX > WS-RUN-COUNT-IN
                   CONTINUE
               WHEN WS-RUN-SOURCE(WS-RUN-IDX) = WS-ITEM-SOURCE
                AND WS-RUN-CODE(WS-RUN-IDX) = WS-ITEM-CODE
                   ADD 1 TO WS-RUN-COUNT(WS-RUN-IDX)
                   GO TO FEEDBACK-ONE-ITEM-EXIT
           END-SEARCH.
           IF WS-RUN-COUNT-IN < 100
               ADD 1 TO WS-RUN-COUNT-IN
               MOVE WS-ITEM-SOURCE TO WS-RUN-SOURCE(WS-RUN-COUNT-IN)
               MOVE WS-ITEM-CODE TO WS-RUN-CODE(WS-RUN-COUNT-IN)
               MOVE 1 TO WS-RUN-COUNT(WS-RUN-COUNT-IN)
           END-IF.
       FEEDBACK-ONE-ITEM-EXIT.
           EXIT.

       CODE-REASON.
           IF WS-ITEM-TYPE = 'U'
               IF WS-ITEM-REASON(1:32) = WS-NIXIE-PREFIX
                AND WS-ITEM-REASON(33:2) IS NUMERIC
                   STRING 'U' WS-ITEM-REASON(33:2)
                       DELIMITED BY SIZE INTO WS-ITEM-CODE
                   END-STRING
               ELSE
                   MOVE 'U99' TO WS-ITEM-CODE
               END-IF
               GO TO CODE-REASON-EXIT
           END-IF.
           STRING WS-ITEM-TYPE '99' DELIMITED BY SIZE
               INTO WS-ITEM-CODE
           END-STRING.
           SET WS-RC-IDX TO 1.
           SEARCH WS-RC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RC-TEXT(WS-RC-IDX) = WS-ITEM-REASON
                   MOVE WS-RC-CODE(WS-RC-IDX) TO WS-ITEM-CODE
           END-SEARCH.
       CODE-REASON-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add this run's defects and records received into the month's
      * history, unless QUALITY-CONTROL-FILE shows the run is in it.
      *-----------------------------------------------------------------
       ADD-TO-HISTORY.
           OPEN INPUT quality-control-file.
           IF WS-QC-STATUS = '00'
               READ quality-control-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QC-LAST-RUN-DATE = WS-RUN-DATE
                        AND QC-LAST-RUN-TIME = WS-RUN-TIME
                           SET RUN-ALREADY-ADDED TO TRUE
                       END-IF
               END-READ
               CLOSE quality-control-file
           END-IF.
           IF RUN-ALREADY-ADDED
               GO TO ADD-TO-HISTORY-EXIT
           END-IF.
           MOVE WS-THIS-MONTH TO QH-MONTH.
           MOVE '000' TO QH-REASON-CODE.
           MOVE '1' TO QH-SOURCE-CODE.
           MOVE WS-SRC-RECEIVED(1) TO WS-NUM-OUT.
           PERFORM ADD-HISTORY-COUNT THRU ADD-HISTORY-COUNT-EXIT.
           MOVE '2' TO QH-SOURCE-CODE.
           MOVE WS-SRC-RECEIVED(2) TO WS-NUM-OUT.
           PERFORM ADD-HISTORY-COUNT THRU ADD-HISTORY-COUNT-EXIT.
           MOVE 1 TO WS-RUN-SUB.
       ADD-TO-HISTORY-LOOP.
           IF WS-RUN-SUB > WS-RUN-COUNT-IN
               GO TO ADD-TO-HISTORY-MARK
           END-IF.
           MOVE WS-THIS-MONTH TO QH-MONTH.
           MOVE WS-RUN-SOURCE(WS-RUN-SUB) TO QH-SOURCE-CODE.
           MOVE WS-RUN-CODE(WS-RUN-SUB) TO QH-REASON-CODE.
           MOVE WS-RUN-COUNT(WS-RUN-SUB) TO WS-NUM-OUT.
           PERFORM ADD-HISTORY-COUNT THRU ADD-HISTORY-COUNT-EXIT.
           ADD 1 TO WS-RUN-SUB.
           GO TO ADD-TO-HISTORY-LOOP.
       ADD-TO-HISTORY-MARK.
           OPEN OUTPUT quality-control-file.
           MOVE WS-RUN-DATE TO QC-LAST-RUN-DATE.
           MOVE WS-RUN-TIME TO QC-LAST-RUN-TIME.
           WRITE QUALITY-CONTROL-RECORD.
           CLOSE quality-control-file.
       ADD-TO-HISTORY-EXIT.
           EXIT.

      * add WS-NUM-OUT to the history record keyed in QH-KEY
       ADD-HISTORY-COUNT.
           READ quality-history-file
               INVALID KEY
                   MOVE WS-NUM-OUT TO QH-COUNT
                   WRITE QUALITY-HISTORY-RECORD
               NOT INVALID KEY
                   ADD WS-NUM-OUT TO QH-COUNT
                   REWRITE QUALITY-HISTORY-RECORD
           END-READ.
           IF WS-QH-STATUS NOT = '00'
               DISPLAY 'SOURCE-FEEDBACK WARNING: QUALITY-HISTORY-FILE '
                   'NOT UPDATED FOR ' QH-MONTH ' ' QH-SOURCE-CODE ' '
                   QH-REASON-CODE ', STATUS ' WS-QH-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO ADD-HISTORY-COUNT-EXIT
           END-IF.
           ADD 1 TO WS-HISTORY-ADDED.
       ADD-HISTORY-COUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One source's scorecard: month-to-date against last month.
      *-----------------------------------------------------------------
       PRINT-SCORECARD.
           INITIALIZE WS-CARD-TABLE.
           MOVE ZERO TO WS-CARD-COUNT-IN.
           MOVE ZERO TO WS-RECEIVED-THIS.
           MOVE ZERO TO WS-RECEIVED-LAST.
           MOVE ZERO TO WS-DEFECTS-THIS.
           MOVE ZERO TO WS-DEFECTS-LAST.
           MOVE WS-THIS-MONTH TO WS-CARD-MONTH.
           PERFORM LOAD-CARD-MONTH THRU LOAD-CARD-MONTH-EXIT.
           MOVE WS-LAST-MONTH TO WS-CARD-MONTH.
           PERFORM LOAD-CARD-MONTH THRU LOAD-CARD-MONTH-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-SOURCE TO CH-SOURCE.
           MOVE WS-THIS-MONTH TO CH-MONTH.
           MOVE WS-LAST-MONTH TO CH-PRIOR.
           MOVE WS-CARD-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-CARD-SUB.
       PRINT-SCORECARD-LINE.
           IF WS-CARD-SUB > WS-CARD-COUNT-IN
               GO TO PRINT-SCORECARD-RATES
           END-IF.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE WS-CARD-CODE(WS-CARD-SUB) TO CL-CODE.
           MOVE WS-CARD-CODE(WS-CARD-SUB) TO WS-ITEM-CODE.
           PERFORM DESCRIBE-CODE THRU DESCRIBE-CODE-EXIT.
           MOVE WS-ITEM-REASON TO CL-REASON.
           MOVE WS-CARD-THIS(WS-CARD-SUB) TO CL-THIS.
           MOVE WS-CARD-LAST(WS-CARD-SUB) TO CL-LAST.
           MOVE WS-CARD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CARD-SUB.
           GO TO PRINT-SCORECARD-LINE.
       PRINT-SCORECARD-RATES.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE 'RECORDS RECEIVED' TO CL-REASON.
           MOVE WS-RECEIVED-THIS TO CL-THIS.
           MOVE WS-RECEIVED-LAST TO CL-LAST.
           MOVE WS-CARD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE 'DEFECTS' TO CL-REASON.
           MOVE WS-DEFECTS-THIS TO CL-THIS.
           MOVE WS-DEFECTS-LAST TO CL-LAST.
           MOVE WS-CARD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-RATE-THIS.
           MOVE ZERO TO WS-RATE-LAST.
           IF WS-RECEIVED-THIS > ZERO
               COMPUTE WS-RATE-THIS ROUNDED =
                   WS-DEFECTS-THIS * 100 / WS-RECEIVED-THIS
           END-IF.
           IF WS-RECEIVED-LAST > ZERO
               COMPUTE WS-RATE-LAST ROUNDED =
                   WS-DEFECTS-LAST * 100 / WS-RECEIVED-LAST
           END-IF.
           COMPUTE WS-RATE-CHANGE = WS-RATE-THIS - WS-RATE-LAST.
           IF WS-CARD-SOURCE = '1'
               MOVE 1 TO WS-SRC-SUB
           ELSE
               MOVE 2 TO WS-SRC-SUB
           END-IF.
           MOVE SPACES TO WS-RATE-LINE.
           MOVE '     DEFECT RATE %' TO RL-LABEL.
           MOVE WS-RATE-THIS TO RL-THIS.
           MOVE WS-RATE-LAST TO RL-LAST.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-RATE-LINE.
           MOVE '     CHANGE FROM LAST MONTH, POINTS' TO RL-LABEL.
           MOVE WS-RATE-CHANGE TO RL-THIS.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-RATE-LINE.
           MOVE '     QUALITY TARGET %' TO RL-LABEL.
           MOVE WS-SRC-TARGET(WS-SRC-SUB) TO RL-THIS.
           IF WS-RATE-THIS > WS-SRC-TARGET(WS-SRC-SUB)
               MOVE '*** OFF TARGET' TO RL-FLAG
               ADD 1 TO WS-SOURCES-MISSED
           ELSE
               MOVE 'ON TARGET' TO RL-FLAG
           END-IF.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-SCORECARD-EXIT.
           EXIT.

      * read one month of this source's history into the card table
       LOAD-CARD-MONTH.
           MOVE WS-CARD-MONTH TO QH-MONTH.
           MOVE WS-CARD-SOURCE TO QH-SOURCE-CODE.
           MOVE LOW-VALUES TO QH-REASON-CODE.
           START quality-history-file KEY NOT < QH-KEY
               INVALID KEY GO TO LOAD-CARD-MONTH-EXIT
           END-START.
       LOAD-CARD-MONTH-READ.
           READ quality-history-file NEXT RECORD
               AT END GO TO LOAD-CARD-MONTH-EXIT
           END-READ.
           IF QH-MONTH NOT = WS-CARD-MONTH
            OR QH-SOURCE-CODE NOT = WS-CARD-SOURCE
               GO TO LOAD-CARD-MONTH-EXIT
           END-IF.
           IF QH-REASON-CODE = '000'
               IF WS-CARD-MONTH = WS-THIS-MONTH
                   MOVE QH-COUNT TO WS-RECEIVED-THIS
               ELSE
                   MOVE QH-COUNT TO WS-RECEIVED-LAST
               END-IF
               GO TO LOAD-CARD-MONTH-READ
           END-IF.
           IF WS-CARD-MONTH = WS-THIS-MONTH
               ADD QH-COUNT TO WS-DEFECTS-THIS
           ELSE
               ADD QH-COUNT TO WS-DEFECTS-LAST
           END-IF.
           SET WS-CARD-IDX TO 1.
           SEARCH WS-CARD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CARD-IDX > WS-CARD-COUNT-IN
                   CONTINUE
               WHEN WS-CARD-CODE(WS-CARD-IDX) = QH-REASON-CODE
                   SET WS-CARD-SUB TO WS-CARD-IDX
                   PERFORM POST-CARD-COUNT THRU POST-CARD-COUNT-EXIT
                   GO TO LOAD-CARD-MONTH-READ
           END-SEARCH.
           IF WS-CARD-COUNT-IN < 100
               ADD 1 TO WS-CARD-COUNT-IN
               MOVE WS-CARD-COUNT-IN TO WS-CARD-SUB
               MOVE QH-REASON-CODE TO WS-CARD-CODE(WS-CARD-SUB)
               PERFORM POST-CARD-COUNT THRU POST-CARD-COUNT-EXIT
           END-IF.
           GO TO LOAD-CARD-MONTH-READ.
       LOAD-CARD-MONTH-EXIT.
           EXIT.

       POST-CARD-COUNT.
           IF WS-CARD-MONTH = WS-THIS-MONTH
               MOVE QH-COUNT TO WS-CARD-THIS(WS-CARD-SUB)
           ELSE
               MOVE QH-COUNT TO WS-CARD-LAST(WS-CARD-SUB)
           END-IF.
       POST-CARD-COUNT-EXIT.
           EXIT.

      * our reason text for the code in WS-ITEM-CODE
       DESCRIBE-CODE.
           MOVE SPACES TO WS-ITEM-REASON.
           IF WS-ITEM-CODE(1:1) = 'U'
               STRING WS-NIXIE-PREFIX DELIMITED BY SIZE
                   WS-ITEM-CODE(2:2) DELIMITED BY SIZE
                   INTO WS-ITEM-REASON
               END-STRING
               GO TO DESCRIBE-CODE-EXIT
           END-IF.
           MOVE 'OTHER - SEE FEEDBACK FILE' TO WS-ITEM-REASON.
           SET WS-RC-IDX TO 1.
           SEARCH WS-RC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RC-CODE(WS-RC-IDX) = WS-ITEM-CODE
                   MOVE WS-RC-TEXT(WS-RC-IDX) TO WS-ITEM-REASON
           END-SEARCH.
       DESCRIBE-CODE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The READ-CSV run being reported is the last one on
      * RUN-HISTORY-FILE; with no history the run is stamped now.
      *-----------------------------------------------------------------
       FIND-LAST-RUN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           OPEN INPUT run-history-file.
           IF WS-RUN-HISTORY-STATUS NOT = '00'
               DISPLAY 'SOURCE-FEEDBACK WARNING: RUN-HISTORY-FILE NOT '
                   'FOUND - RUN STAMPED WITH TODAY''S DATE'
               GO TO FIND-LAST-RUN-EXIT
           END-IF.
       FIND-LAST-RUN-READ.
           READ run-history-file
               AT END GO TO FIND-LAST-RUN-CLOSE
           END-READ.
           IF RH-RUN-DATE IS NUMERIC AND RH-RUN-TIME IS NUMERIC
               MOVE RH-RUN-DATE TO WS-RUN-DATE
               MOVE RH-RUN-TIME TO WS-RUN-TIME
           END-IF.
           GO TO FIND-LAST-RUN-READ.
       FIND-LAST-RUN-CLOSE.
           CLOSE run-history-file.
       FIND-LAST-RUN-EXIT.
           EXIT.

      * records received per source, from READ-CSV's per-source
      * totals lines.
       LOAD-RECEIVED.
           OPEN INPUT totals-file.
           IF WS-TOTALS-STATUS NOT = '00'
               DISPLAY 'SOURCE-FEEDBACK WARNING: TOTALS-FILE NOT '
                   'FOUND - RECORDS RECEIVED TAKEN AS ZERO'
               GO TO LOAD-RECEIVED-EXIT
           END-IF.
       LOAD-RECEIVED-READ.
           READ totals-file
               AT END GO TO LOAD-RECEIVED-CLOSE
           END-READ.
           IF STOT-LABEL NOT = 'SOURCE '
               GO TO LOAD-RECEIVED-READ
           END-IF.
           MOVE STOT-READ TO WS-EDITED.
           PERFORM CONVERT-EDITED THRU CONVERT-EDITED-EXIT.
           IF STOT-CODE = '1'
               MOVE WS-NUM-OUT TO WS-SRC-RECEIVED(1)
           END-IF.
           IF STOT-CODE = '2'
               MOVE WS-NUM-OUT TO WS-SRC-RECEIVED(2)
           END-IF.
           GO TO LOAD-RECEIVED-READ.
       LOAD-RECEIVED-CLOSE.
           CLOSE totals-file.
       LOAD-RECEIVED-EXIT.
           EXIT.

      * Optional per-source targets; 2.00% stands for a source with
      * no record or a blank rate.
       LOAD-TARGETS.
           OPEN INPUT quality-target-file.
           IF WS-TARGET-STATUS NOT = '00'
               GO TO LOAD-TARGETS-EXIT
           END-IF.
       LOAD-TARGETS-READ.
           READ quality-target-file
               AT END GO TO LOAD-TARGETS-CLOSE
           END-READ.
           IF QT-TARGET-RATE IS NOT NUMERIC
               GO TO LOAD-TARGETS-READ
           END-IF.
           IF QT-SOURCE-CODE = '1'
               MOVE QT-TARGET-RATE TO WS-SRC-TARGET(1)
           END-IF.
           IF QT-SOURCE-CODE = '2'
               MOVE QT-TARGET-RATE TO WS-SRC-TARGET(2)
           END-IF.
           GO TO LOAD-TARGETS-READ.
       LOAD-TARGETS-CLOSE.
           CLOSE quality-target-file.
       LOAD-TARGETS-EXIT.
           EXIT.

      * TOT fields come back from totals-file in edited ZZZ,ZZ9 form;
      * this strips everything but the digits.
       CONVERT-EDITED.
           MOVE ZERO TO WS-NUM-OUT.
           MOVE 1 TO WS-CONV-IDX.
       CONVERT-EDITED-LOOP.
           IF WS-CONV-IDX > 7
               GO TO CONVERT-EDITED-EXIT
           END-IF.
           MOVE WS-EDITED(WS-CONV-IDX:1) TO WS-DIGIT-X.
           IF WS-DIGIT-X IS NUMERIC
               COMPUTE WS-NUM-OUT = WS-NUM-OUT * 10 + WS-DIGIT-9
           END-IF.
           ADD 1 TO WS-CONV-IDX.
           GO TO CONVERT-EDITED-LOOP.
       CONVERT-EDITED-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'SOURCE-FEEDBACK WARNING: REPORT-FILE NOT '
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
               DISPLAY 'SOURCE-FEEDBACK WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'SOURCE-FEEDBACK' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-ITEMS-READ TO JL-COUNT-1.
           MOVE WS-ITEMS-WRITTEN TO JL-COUNT-2.
           MOVE WS-SOURCES-MISSED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM SOURCE-FEEDBACK.
