      *                   operator, key counts and return code, then
      *                   totals of steps run and steps that ended
      *                   with a nonzero return code.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-OPS-REPORT.
       01  REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'ops-summary-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'DAILY-OPS-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS    PIC X(02).

       01  WS-ARG-NUM           PIC 9(02).
               WRITE REPORT-LINE
           END-IF.
           CLOSE ops-summary-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'DAILY-OPS-REPORT: ' WS-STEPS-RUN ' STEP(S), '
               WS-STEPS-FAILED ' WITH NONZERO RETURN CODE'.
           IF WS-STEPS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'DAILY-OPS-REPORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.
       END PROGRAM DAILY-OPS-REPORT.
