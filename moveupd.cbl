      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - the customer's AM-CUSTOMER-NUMBER moves with
      *                   them to the new address, including a move
      *                   onto a record already at the new address, so
      *                   the mail history and the frequency rules
      *                   still see one customer.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVE-UPDATE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT move-linkage-file
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  move-linkage-file.
       01  MOVE-LINKAGE-RECORD.
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'move-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'MOVE-UPDATE'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-MOVE-STATUS        PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-HOLD-RECORD.
           05 WS-HOLD-CARRIER-ROUTE PIC X(04).
           05 WS-HOLD-SOURCE-CODE   PIC X(01).
           05 WS-HOLD-CUSTOMER-NUMBER PIC 9(09).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           END-READ.
      * the carrier route belongs to the old address; it is blanked
      * until READ-CSV's ZIP directory enriches the new one.  The
      * source code and the customer number stay with the customer.
           MOVE AM-CARRIER-ROUTE TO WS-HOLD-CARRIER-ROUTE.
           MOVE AM-SOURCE-CODE TO WS-HOLD-SOURCE-CODE.
           MOVE AM-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER-NUMBER.
           DELETE address-master-file.
           MOVE MV-LAST-NAME TO AM-LAST-NAME.
           MOVE MV-FIRST-NAME TO AM-FIRST-NAME.
           MOVE SPACES TO AM-CARRIER-ROUTE.
           MOVE WS-HOLD-SOURCE-CODE TO AM-SOURCE-CODE.
           MOVE WS-TODAY TO AM-LAST-MAINT-DATE.
           MOVE WS-HOLD-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER.
           WRITE ADDRESS-MASTER-RECORD
               INVALID KEY
      * the customer already exists on the master at the new address;
      * refresh that record the way ADDR-MERGE treats a change.  The
      * mover's record is still in the FD area, so the rewrite keeps
      * the mover's customer number - the one their history is on.
                   MOVE MV-NEW-CITY TO AM-CITY
                   MOVE MV-NEW-STATE TO AM-STATE
                   MOVE MV-NEW-ZIP TO AM-ZIP
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE move-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'MOVE-UPDATE RUN SUMMARY'.
           DISPLAY '  MOVES READ        : ' WS-TXN-READ.
           DISPLAY '  MOVES APPLIED     : ' WS-TXN-APPLIED.
       WRITE-UNMATCHED-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'MOVE-UPDATE WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
