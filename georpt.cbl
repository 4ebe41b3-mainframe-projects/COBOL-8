      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - ADDRESS-MASTER-RECORD carries the permanent
      *                   AM-CUSTOMER-NUMBER (alternate key); the FD
      *                   here matches ADDR-MERGE's layout again.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIST-GEO-REPORT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT geo-snapshot-file
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  geo-snapshot-file.
       01  GEO-SNAPSHOT-RECORD.
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'geo-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'LIST-GEO-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-SNAPSHOT-STATUS    PIC X(02).
       01  WS-JOB-LOG-STATUS     PIC X(02).
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE geo-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           PERFORM SAVE-SNAPSHOT THRU SAVE-SNAPSHOT-EXIT.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           DISPLAY 'LIST-GEO-REPORT: ' WS-MASTER-READ
       SAVE-SNAPSHOT-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'LIST-GEO-REPORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
