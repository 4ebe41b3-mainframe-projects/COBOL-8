      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREIGN-PRESORT.
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30)
               VALUE 'foreign-presort-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'FOREIGN-PRESORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-FOREIGN-STATUS    PIC X(02).
       01  WS-JOB-LOG-STATUS    PIC X(02).

           END-IF.
           CLOSE foreign-dataout.
           CLOSE foreign-presort-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           DISPLAY 'FOREIGN-PRESORT RUN SUMMARY'.
           DISPLAY '  TOTAL PIECES      : ' WS-TOTAL-PIECES.
       FSA-BREAK-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'FOREIGN-PRESORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
