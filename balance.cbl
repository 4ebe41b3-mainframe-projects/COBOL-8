      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-RUN.
           05 FILLER            PIC X(70).

       FD  dataout.
       01  OUTPUT-RECORD.
           05 FILLER            PIC X(117).
           05 OUT-CAMPAIGN      PIC X(8).

       FD  foreign-dataout.
       01  FOREIGN-OUTPUT-RECORD PIC X(132).
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'balancing-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'BALANCE-RUN'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-DATAIN-STATUS      PIC X(02).
       01  WS-DATAIN2-STATUS     PIC X(02).
           PERFORM READ-TOTALS-FILE THRU READ-TOTALS-FILE-EXIT.
           PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT.
           CLOSE balancing-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           IF WS-ERROR-COUNT > 0
               DISPLAY 'BALANCE-RUN: ' WS-ERROR-COUNT
                   ' CONDITION(S) OUT OF BALANCE'
       COUNT-DATAOUT-READ.
           READ dataout AT END GO TO COUNT-DATAOUT-CLOSE.
           ADD 1 TO WS-DATAOUT-COUNT.
           MOVE OUT-CAMPAIGN TO RF-CAMPAIGN.
           GO TO COUNT-DATAOUT-READ.
       COUNT-DATAOUT-CLOSE.
           CLOSE dataout.
       CHECK-TOTALS-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'BALANCE-RUN WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
