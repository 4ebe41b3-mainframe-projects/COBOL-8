      *                   tally as LOGON so the pre-cutover history
      *                   keeps counting and active operators are not
      *                   reported as dormant.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ACTIVITY.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'activity-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'OPERATOR-ACTIVITY'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01 WS-FILING-RC           PIC S9(04) VALUE ZERO.
       01 WS-AUDIT-STATUS        PIC X(02).
       01 WS-OPERATOR-FILE-STATUS PIC X(02).
       01 WS-DORMANT-DAYS        PIC 9(03) VALUE 90.
           GO TO REPORT-DAILY-LOOP.
       REPORT-ROUTINE-EXIT.
           CLOSE activity-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'OPERATOR-ACTIVITY: REPORT WRITTEN, '
               WS-OPS-COUNT ' OPERATOR(S), '
               WS-DAY-COUNT ' DAY(S)'.
           END-EVALUATE.
       TALLY-DAY-BUMP-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'OPERATOR-ACTIVITY WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.
       END PROGRAM OPERATOR-ACTIVITY.
