      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: DAILY AGING OF THE EXCEPTION WORK QUEUE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; last step of NIGHT-STREAM.
      *                   Reads EXCEPTION-QUEUE-FILE (filled by
      *                   READ-CSV, worked through EXCEPTION-REPAIR)
      *                   and reports the items still open - new or
      *                   assigned - by age in days since the run that
      *                   raised them, by reject/exception reason and
      *                   by assigned operator, with totals for the
      *                   items recycled and written off.  A queue
      *                   that does not exist yet is an empty report,
      *                   not an error.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exception-queue-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQ-KEY
           FILE STATUS IS WS-EQ-STATUS.

           SELECT exception-aging-report
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
       FD  exception-queue-file.
       01  EXCEPTION-QUEUE-RECORD.
           05 EQ-KEY.
               10 EQ-SOURCE-CODE    PIC X(01).
               10 EQ-RUN-DATE       PIC 9(08).
               10 EQ-INPUT-RECORD   PIC X(80).
           05 EQ-TYPE               PIC X(01).
           05 EQ-REASON             PIC X(40).
           05 EQ-STATUS             PIC X(01).
               88 EQ-IS-OPEN               VALUE 'O'.
               88 EQ-IS-ASSIGNED           VALUE 'A'.
               88 EQ-IS-RECYCLED           VALUE 'R'.
               88 EQ-IS-WRITTEN-OFF        VALUE 'W'.
           05 EQ-ASSIGNED-TO        PIC X(08).
           05 EQ-ASSIGNED-DATE      PIC 9(08).
           05 EQ-CLOSED-BY          PIC X(08).
           05 EQ-CLOSED-DATE        PIC 9(08).
           05 EQ-WRITE-OFF-REASON   PIC X(30).

       FD  exception-aging-report.
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
           05 RF-REPORT-NAME    PIC X(30)
               VALUE 'exception-aging-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'EXCEPTION-AGING'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-EQ-STATUS          PIC X(02).

       01  WS-RUN-COUNTS.
           05 WS-ITEMS-READ      PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-OPEN      PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-NEW       PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-ASSIGNED  PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-RECYCLED  PIC 9(07) COMP VALUE ZERO.
           05 WS-ITEMS-WRITTEN-OFF PIC 9(07) COMP VALUE ZERO.
           05 WS-OLDEST-DAYS     PIC 9(07) COMP VALUE ZERO.

      * open items by age; the bucket upper limits are in days and
      * the last bucket takes everything older.
       01  WS-AGE-LIMITS-INIT.
           05 FILLER             PIC 9(04) VALUE 2.
           05 FILLER             PIC 9(04) VALUE 7.
           05 FILLER             PIC 9(04) VALUE 14.
           05 FILLER             PIC 9(04) VALUE 30.
           05 FILLER             PIC 9(04) VALUE 9999.
       01  WS-AGE-LIMITS REDEFINES WS-AGE-LIMITS-INIT.
           05 WS-AGE-LIMIT       PIC 9(04) OCCURS 5 TIMES.
       01  WS-AGE-LABELS-INIT.
           05 FILLER             PIC X(34)
               VALUE '  0 - 2 DAYS ....................:'.
           05 FILLER             PIC X(34)
               VALUE '  3 - 7 DAYS ....................:'.
           05 FILLER             PIC X(34)
               VALUE '  8 - 14 DAYS ...................:'.
           05 FILLER             PIC X(34)
               VALUE '  15 - 30 DAYS ..................:'.
           05 FILLER             PIC X(34)
               VALUE '  OVER 30 DAYS ..................:'.
       01  WS-AGE-LABELS REDEFINES WS-AGE-LABELS-INIT.
           05 WS-AGE-LABEL       PIC X(34) OCCURS 5 TIMES.
       01  WS-AGE-COUNTS.
           05 WS-AGE-COUNT       PIC 9(07) COMP OCCURS 5 TIMES.
       01  WS-AGE-SUB            PIC 9(04) COMP VALUE ZERO.

      * open items by reason
       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-REASON-IDX.
               10 WS-REASON-TEXT  PIC X(40).
               10 WS-REASON-COUNT PIC 9(07) COMP.
       01  WS-REASON-COUNT-IN    PIC 9(04) COMP VALUE ZERO.
       01  WS-REASON-OTHER       PIC 9(07) COMP VALUE ZERO.

      * open items by assigned operator; spaces is the unassigned row
       01  WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-OWNER-IDX.
               10 WS-OWNER-ID     PIC X(08).
               10 WS-OWNER-COUNT  PIC 9(07) COMP.
       01  WS-OWNER-COUNT-IN     PIC 9(04) COMP VALUE ZERO.
       01  WS-OWNER-OTHER        PIC 9(07) COMP VALUE ZERO.
       01  WS-PRINT-SUB          PIC 9(04) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-RUN-INT            PIC 9(08) COMP VALUE ZERO.
       01  WS-AGE-DAYS           PIC S9(08) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05 FILLER             PIC X(30)
               VALUE 'EXCEPTION QUEUE AGING REPORT'.
           05 FILLER             PIC X(10) VALUE 'RUN DATE '.
           05 TTL-DATE           PIC 9(08).

       01  WS-DETAIL-LINE.
           05 DET-TEXT           PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-COUNT          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           INITIALIZE WS-AGE-COUNTS.
           INITIALIZE WS-REASON-TABLE.
           INITIALIZE WS-OWNER-TABLE.
           OPEN OUTPUT exception-aging-report.
           MOVE WS-TODAY TO TTL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT exception-queue-file.
           IF WS-EQ-STATUS = '35'
               DISPLAY 'EXCEPTION-AGING: NO EXCEPTION-QUEUE-FILE YET '
                   '- NOTHING TO AGE'
               GO TO END-ROUTINE
           END-IF.
           IF WS-EQ-STATUS NOT = '00'
               DISPLAY 'EXCEPTION-AGING ERROR: EXCEPTION-QUEUE-FILE '
                   'OPEN FAILED, STATUS ' WS-EQ-STATUS
               CLOSE exception-aging-report
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO EQ-KEY.
           START exception-queue-file KEY NOT < EQ-KEY
               INVALID KEY GO TO QUEUE-ROUTINE-EXIT
           END-START.

       QUEUE-ROUTINE.
           READ exception-queue-file NEXT RECORD
               AT END GO TO QUEUE-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-ITEMS-READ.
           IF EQ-IS-RECYCLED
               ADD 1 TO WS-ITEMS-RECYCLED
               GO TO QUEUE-ROUTINE
           END-IF.
           IF EQ-IS-WRITTEN-OFF
               ADD 1 TO WS-ITEMS-WRITTEN-OFF
               GO TO QUEUE-ROUTINE
           END-IF.
           ADD 1 TO WS-ITEMS-OPEN.
           IF EQ-IS-ASSIGNED
               ADD 1 TO WS-ITEMS-ASSIGNED
           ELSE
               ADD 1 TO WS-ITEMS-NEW
               MOVE SPACES TO EQ-ASSIGNED-TO
           END-IF.
           PERFORM AGE-ITEM THRU AGE-ITEM-EXIT.
           PERFORM COUNT-REASON THRU COUNT-REASON-EXIT.
           PERFORM COUNT-OWNER THRU COUNT-OWNER-EXIT.
           GO TO QUEUE-ROUTINE.
       QUEUE-ROUTINE-EXIT.
           CLOSE exception-queue-file.

       END-ROUTINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPEN ITEMS BY AGE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-AGE-SUB.
           PERFORM PRINT-AGE THRU PRINT-AGE-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPEN ITEMS BY REASON' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM PRINT-REASON THRU PRINT-REASON-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPEN ITEMS BY ASSIGNED OPERATOR' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM PRINT-OWNER THRU PRINT-OWNER-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ITEMS ON QUEUE ..................:' TO TOT-LABEL.
           MOVE WS-ITEMS-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OPEN, NOT ASSIGNED ..............:' TO TOT-LABEL.
           MOVE WS-ITEMS-NEW TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OPEN, ASSIGNED ..................:' TO TOT-LABEL.
           MOVE WS-ITEMS-ASSIGNED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RECYCLED ........................:' TO TOT-LABEL.
           MOVE WS-ITEMS-RECYCLED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'WRITTEN OFF .....................:' TO TOT-LABEL.
           MOVE WS-ITEMS-WRITTEN-OFF TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OLDEST OPEN ITEM, DAYS ..........:' TO TOT-LABEL.
           MOVE WS-OLDEST-DAYS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE exception-aging-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'EXCEPTION-AGING RUN SUMMARY'.
           DISPLAY '  ITEMS ON QUEUE    : ' WS-ITEMS-READ.
           DISPLAY '  OPEN              : ' WS-ITEMS-OPEN.
           DISPLAY '  ASSIGNED          : ' WS-ITEMS-ASSIGNED.
           DISPLAY '  RECYCLED          : ' WS-ITEMS-RECYCLED.
           DISPLAY '  WRITTEN OFF       : ' WS-ITEMS-WRITTEN-OFF.
           DISPLAY '  OLDEST OPEN, DAYS : ' WS-OLDEST-DAYS.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Days since the READ-CSV run that raised the item; a bad run
      * date counts as today rather than stopping the report.
       AGE-ITEM.
           IF EQ-RUN-DATE IS NOT NUMERIC OR EQ-RUN-DATE = ZERO
               MOVE WS-TODAY TO EQ-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (EQ-RUN-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RUN-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.
           MOVE 1 TO WS-AGE-SUB.
       AGE-ITEM-BUCKET.
           IF WS-AGE-SUB < 5
            AND WS-AGE-DAYS > WS-AGE-LIMIT (WS-AGE-SUB)
               ADD 1 TO WS-AGE-SUB
               GO TO AGE-ITEM-BUCKET
           END-IF.
           ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
       AGE-ITEM-EXIT.
           EXIT.

       COUNT-REASON.
           SET WS-REASON-IDX TO 1.
           SEARCH WS-REASON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REASON-IDX > WS-REASON-COUNT-IN
                   CONTINUE
               WHEN WS-REASON-TEXT (WS-REASON-IDX) = EQ-REASON
                   ADD 1 TO WS-REASON-COUNT (WS-REASON-IDX)
                   GO TO COUNT-REASON-EXIT
           END-SEARCH.
           IF WS-REASON-COUNT-IN < 100
               ADD 1 TO WS-REASON-COUNT-IN
               MOVE EQ-REASON TO WS-REASON-TEXT (WS-REASON-COUNT-IN)
               MOVE 1 TO WS-REASON-COUNT (WS-REASON-COUNT-IN)
           ELSE
               ADD 1 TO WS-REASON-OTHER
           END-IF.
       COUNT-REASON-EXIT.
           EXIT.

       COUNT-OWNER.
           SET WS-OWNER-IDX TO 1.
           SEARCH WS-OWNER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OWNER-IDX > WS-OWNER-COUNT-IN
                   CONTINUE
               WHEN WS-OWNER-ID (WS-OWNER-IDX) = EQ-ASSIGNED-TO
                   ADD 1 TO WS-OWNER-COUNT (WS-OWNER-IDX)
                   GO TO COUNT-OWNER-EXIT
           END-SEARCH.
           IF WS-OWNER-COUNT-IN < 100
               ADD 1 TO WS-OWNER-COUNT-IN
               MOVE EQ-ASSIGNED-TO TO WS-OWNER-ID (WS-OWNER-COUNT-IN)
               MOVE 1 TO WS-OWNER-COUNT (WS-OWNER-COUNT-IN)
           ELSE
               ADD 1 TO WS-OWNER-OTHER
           END-IF.
       COUNT-OWNER-EXIT.
           EXIT.

       PRINT-AGE.
           IF WS-AGE-SUB > 5
               GO TO PRINT-AGE-EXIT
           END-IF.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-AGE-LABEL (WS-AGE-SUB) TO TOT-LABEL.
           MOVE WS-AGE-COUNT (WS-AGE-SUB) TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-AGE-SUB.
           GO TO PRINT-AGE.
       PRINT-AGE-EXIT.
           EXIT.

       PRINT-REASON.
           IF WS-PRINT-SUB > WS-REASON-COUNT-IN
               GO TO PRINT-REASON-OTHER
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-REASON-TEXT (WS-PRINT-SUB) TO DET-TEXT.
           MOVE WS-REASON-COUNT (WS-PRINT-SUB) TO DET-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRINT-SUB.
           GO TO PRINT-REASON.
       PRINT-REASON-OTHER.
           IF WS-REASON-OTHER > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'ALL OTHER REASONS' TO DET-TEXT
               MOVE WS-REASON-OTHER TO DET-COUNT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       PRINT-REASON-EXIT.
           EXIT.

       PRINT-OWNER.
           IF WS-PRINT-SUB > WS-OWNER-COUNT-IN
               GO TO PRINT-OWNER-OTHER
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-OWNER-ID (WS-PRINT-SUB) = SPACES
               MOVE '(UNASSIGNED)' TO DET-TEXT
           ELSE
               MOVE WS-OWNER-ID (WS-PRINT-SUB) TO DET-TEXT
           END-IF.
           MOVE WS-OWNER-COUNT (WS-PRINT-SUB) TO DET-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRINT-SUB.
           GO TO PRINT-OWNER.
       PRINT-OWNER-OTHER.
           IF WS-OWNER-OTHER > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'ALL OTHER OPERATORS' TO DET-TEXT
               MOVE WS-OWNER-OTHER TO DET-COUNT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       PRINT-OWNER-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'EXCEPTION-AGING WARNING: REPORT-FILE NOT '
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
               DISPLAY 'EXCEPTION-AGING WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'EXCEPTION-AGING' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-ITEMS-READ TO JL-COUNT-1.
           MOVE WS-ITEMS-OPEN TO JL-COUNT-2.
           MOVE WS-OLDEST-DAYS TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM EXCEPTION-AGING.
