      *   2026/09/02 QC - RUN-HISTORY-RECORD carries RH-CAMPAIGN now;
      *                   the FD matches and the per-run line shows
      *                   which campaign each run mailed under.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-TREND-REPORT.
       01  REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'trend-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'RUN-TREND-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-HISTORY-STATUS    PIC X(02).

      * a run whose reject rate (rejects + exceptions over records
           GO TO MONTH-ROUTINE-WRITE.
       MONTH-ROUTINE-EXIT.
           CLOSE trend-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'RUN-TREND-REPORT: ' WS-RUN-COUNT ' RUN(S) '
               'REPORTED ACROSS ' WS-MONTH-COUNT ' MONTH(S)'.
           GOBACK.
           END-SEARCH.
       ADD-TO-MONTH-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'RUN-TREND-REPORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.
       END PROGRAM RUN-TREND-REPORT.
