      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: WEEKLY REPORT OF TRAINEES BEHIND THEIR TRAINING PLAN
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; a HOUSEKEEP-STREAM job,
      *                   scheduled weekly on HOUSEKEEPING-SCHEDULE-
      *                   FILE.  Takes every trainee with lines on
      *                   TRAINING-PLAN-FILE and has PLAN-STATUS
      *                   measure the plan against TRAINING-LOG-FILE;
      *                   each trainee with a line past its due date
      *                   short of the sessions assigned is named,
      *                   with the late lines (sessions done of those
      *                   required, due date, days late and the
      *                   supervisor who assigned it).  A plan file
      *                   that does not exist yet is an empty report,
      *                   not an error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-OVERDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT training-plan-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TP-KEY
           FILE STATUS IS WS-PLAN-STATUS.

           SELECT overdue-report
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
       FD  training-plan-file.
       01  TRAINING-PLAN-RECORD.
           05 TP-KEY.
               10 TP-TRAINEE-ID     PIC X(08).
               10 TP-DRILL          PIC X(01).
               10 TP-LEVEL          PIC X(01).
           05 TP-SESSIONS           PIC 9(03).
           05 TP-DUE-DATE           PIC 9(08).
           05 TP-ASSIGNED-BY        PIC X(08).
           05 TP-ASSIGNED-DATE      PIC 9(08).

       FD  overdue-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'overdue-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'TRAINING-OVERDUE'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-RUN-RC             PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-PLAN-STATUS        PIC X(02).

       01  WS-RUN-COUNTS.
           05 WS-LINES-READ      PIC 9(07) COMP VALUE ZERO.
           05 WS-TRAINEES        PIC 9(07) COMP VALUE ZERO.
           05 WS-TRAINEES-BEHIND PIC 9(07) COMP VALUE ZERO.
           05 WS-LINES-LATE      PIC 9(07) COMP VALUE ZERO.

      * every trainee with a plan, in trainee order
       01  WS-TRAINEE-TABLE.
           05 WS-TRAINEE-ID OCCURS 500 TIMES PIC X(08).
       01  WS-TRAINEE-SUB        PIC 9(04) COMP VALUE ZERO.
       01  WS-TRAINEES-SKIPPED   PIC 9(07) COMP VALUE ZERO.

      * one trainee's plan as PLAN-STATUS measures it
       01  WS-PLAN-TRAINEE-ID    PIC X(08) VALUE SPACES.
       01  WS-PLAN-RESULT.
           05 PS-PLAN-COUNT        PIC 9(02).
           05 PS-OUTSTANDING       PIC 9(02).
           05 PS-OVERDUE           PIC 9(02).
           05 PS-LINE OCCURS 20 TIMES.
               10 PS-DRILL             PIC X(01).
               10 PS-LEVEL             PIC X(01).
               10 PS-SESSIONS          PIC 9(03).
               10 PS-DONE              PIC 9(03).
               10 PS-DUE-DATE          PIC 9(08).
               10 PS-ASSIGNED-BY       PIC X(08).
               10 PS-ASSIGNED-DATE     PIC 9(08).
               10 PS-STATE             PIC X(01).
       01  WS-LINE-SUB           PIC 9(02) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-DAYS-LATE          PIC S9(08) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05 FILLER             PIC X(30)
               VALUE 'TRAINEES BEHIND TRAINING PLAN'.
           05 FILLER             PIC X(10) VALUE 'RUN DATE '.
           05 TTL-DATE           PIC 9(08).

       01  WS-TRAINEE-LINE.
           05 FILLER             PIC X(10) VALUE 'TRAINEE '.
           05 TRL-TRAINEE-ID     PIC X(08).
           05 FILLER             PIC X(14) VALUE '   LATE LINES '.
           05 TRL-LATE           PIC Z9.
           05 FILLER             PIC X(16) VALUE '   OUTSTANDING '.
           05 TRL-OUTSTANDING    PIC Z9.

       01  WS-LATE-HEADING.
           05 FILLER             PIC X(40)
               VALUE '  DRILL            LV DONE REQ DUE'.
           05 FILLER             PIC X(40)
               VALUE '  DAYS LATE ASSIGNED BY'.

       01  WS-LATE-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LTL-DRILL-NAME     PIC X(16).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 LTL-LEVEL          PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 LTL-DONE           PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LTL-SESSIONS       PIC ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 LTL-DUE-DATE       PIC 9(08).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LTL-DAYS           PIC ZZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 LTL-ASSIGNED-BY    PIC X(08).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * CALLed from HOUSEKEEP-STREAM; start every run clean.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS-RUN-RC.
           INITIALIZE WS-RUN-COUNTS.
           MOVE SPACES TO WS-TRAINEE-TABLE.
           MOVE ZERO TO WS-TRAINEE-SUB.
           MOVE ZERO TO WS-TRAINEES-SKIPPED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN OUTPUT overdue-report.
           MOVE WS-TODAY TO TTL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT training-plan-file.
           IF WS-PLAN-STATUS = '35'
               DISPLAY 'TRAINING-OVERDUE: NO TRAINING-PLAN-FILE YET '
                   '- NO PLANS TO REPORT'
               GO TO END-ROUTINE
           END-IF.
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'TRAINING-OVERDUE ERROR: TRAINING-PLAN-FILE '
                   'OPEN FAILED, STATUS ' WS-PLAN-STATUS
               CLOSE overdue-report
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * the plan file is in trainee order: one table entry for each
      * trainee, so PLAN-STATUS has the file to itself afterwards.
       COLLECT-ROUTINE.
           READ training-plan-file
               AT END GO TO COLLECT-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-LINES-READ.
           IF WS-TRAINEES > ZERO
            AND TP-TRAINEE-ID = WS-TRAINEE-ID (WS-TRAINEES)
               GO TO COLLECT-ROUTINE
           END-IF.
           IF WS-TRAINEES NOT < 500
               IF TP-TRAINEE-ID NOT = WS-PLAN-TRAINEE-ID
                   ADD 1 TO WS-TRAINEES-SKIPPED
                   MOVE TP-TRAINEE-ID TO WS-PLAN-TRAINEE-ID
               END-IF
               GO TO COLLECT-ROUTINE
           END-IF.
           ADD 1 TO WS-TRAINEES.
           MOVE TP-TRAINEE-ID TO WS-TRAINEE-ID (WS-TRAINEES).
           GO TO COLLECT-ROUTINE.
       COLLECT-ROUTINE-EXIT.
           CLOSE training-plan-file.
           IF WS-TRAINEES-SKIPPED > ZERO
               DISPLAY 'TRAINING-OVERDUE WARNING: MORE THAN 500 '
                   'TRAINEES ON PLAN - ' WS-TRAINEES-SKIPPED
                   ' NOT REPORTED'
               MOVE 4 TO WS-RUN-RC
           END-IF.

       TRAINEE-ROUTINE.
           ADD 1 TO WS-TRAINEE-SUB.
           IF WS-TRAINEE-SUB > WS-TRAINEES
               GO TO END-ROUTINE
           END-IF.
           MOVE WS-TRAINEE-ID (WS-TRAINEE-SUB) TO WS-PLAN-TRAINEE-ID.
           MOVE ZERO TO PS-PLAN-COUNT.
           MOVE ZERO TO PS-OUTSTANDING.
           MOVE ZERO TO PS-OVERDUE.
           CALL 'PLAN-STATUS' USING WS-PLAN-TRAINEE-ID WS-PLAN-RESULT
               ON EXCEPTION
                   DISPLAY 'TRAINING-OVERDUE ERROR: PLAN-STATUS '
                       'NOT AVAILABLE'
                   CLOSE overdue-report
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.
           IF PS-OVERDUE = ZERO
               GO TO TRAINEE-ROUTINE
           END-IF.
           PERFORM PRINT-TRAINEE THRU PRINT-TRAINEE-EXIT.
           GO TO TRAINEE-ROUTINE.

       END-ROUTINE.
           IF WS-TRAINEES-BEHIND = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PLAN LINES ON FILE ..............:' TO TOT-LABEL.
           MOVE WS-LINES-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TRAINEES WITH A PLAN ............:' TO TOT-LABEL.
           MOVE WS-TRAINEES TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TRAINEES BEHIND PLAN ............:' TO TOT-LABEL.
           MOVE WS-TRAINEES-BEHIND TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PLAN LINES LATE .................:' TO TOT-LABEL.
           MOVE WS-LINES-LATE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE overdue-report.
           MOVE WS-RUN-RC TO RETURN-CODE.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'TRAINING-OVERDUE RUN SUMMARY'.
           DISPLAY '  PLAN LINES        : ' WS-LINES-READ.
           DISPLAY '  TRAINEES ON PLAN  : ' WS-TRAINEES.
           DISPLAY '  BEHIND PLAN       : ' WS-TRAINEES-BEHIND.
           DISPLAY '  LINES LATE        : ' WS-LINES-LATE.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * A trainee behind plan: a heading with the counts, then each
      * late line.
       PRINT-TRAINEE.
           ADD 1 TO WS-TRAINEES-BEHIND.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PLAN-TRAINEE-ID TO TRL-TRAINEE-ID.
           MOVE PS-OVERDUE TO TRL-LATE.
           MOVE PS-OUTSTANDING TO TRL-OUTSTANDING.
           MOVE WS-TRAINEE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LATE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-LINE-SUB.
       PRINT-TRAINEE-LINE.
           ADD 1 TO WS-LINE-SUB.
           IF WS-LINE-SUB > PS-PLAN-COUNT
               GO TO PRINT-TRAINEE-EXIT
           END-IF.
           IF PS-STATE (WS-LINE-SUB) NOT = 'L'
               GO TO PRINT-TRAINEE-LINE
           END-IF.
           ADD 1 TO WS-LINES-LATE.
           MOVE SPACES TO WS-LATE-LINE.
           EVALUATE PS-DRILL (WS-LINE-SUB)
               WHEN 'P'
                   MOVE 'PLUS-OU-MOINS-2' TO LTL-DRILL-NAME
               WHEN 'T'
                   MOVE 'TEN-KEY-DRILL' TO LTL-DRILL-NAME
               WHEN 'R'
                   MOVE 'REPAIR-DRILL' TO LTL-DRILL-NAME
               WHEN OTHER
                   MOVE PS-DRILL (WS-LINE-SUB) TO LTL-DRILL-NAME
           END-EVALUATE.
           IF PS-LEVEL (WS-LINE-SUB) = SPACE
               MOVE '*' TO LTL-LEVEL
           ELSE
               MOVE PS-LEVEL (WS-LINE-SUB) TO LTL-LEVEL
           END-IF.
           MOVE PS-DONE (WS-LINE-SUB) TO LTL-DONE.
           MOVE PS-SESSIONS (WS-LINE-SUB) TO LTL-SESSIONS.
           MOVE PS-DUE-DATE (WS-LINE-SUB) TO LTL-DUE-DATE.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (PS-DUE-DATE (WS-LINE-SUB)).
           MOVE WS-DAYS-LATE TO LTL-DAYS.
           MOVE PS-ASSIGNED-BY (WS-LINE-SUB) TO LTL-ASSIGNED-BY.
           MOVE WS-LATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO PRINT-TRAINEE-LINE.
       PRINT-TRAINEE-EXIT.
           EXIT.

       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'TRAINING-OVERDUE WARNING: REPORT-FILE NOT '
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
               DISPLAY 'TRAINING-OVERDUE WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'TRAINING-OVERDUE' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-LINES-READ TO JL-COUNT-1.
           MOVE WS-TRAINEES TO JL-COUNT-2.
           MOVE WS-TRAINEES-BEHIND TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM TRAINING-OVERDUE.
