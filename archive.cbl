      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - the customer number goes to the archive with
      *                   the record (ARC-CUSTOMER-NUMBER) so a
      *                   restore gets it back, and the recent-mail
      *                   check follows the number through the mail
      *                   history's alternate key: a piece mailed to
      *                   the customer at an earlier address keeps
      *                   the record too.
      *   2026/10/15 QC - MAIL-HISTORY-RECORD carries the test cell
      *                   keycode in new MH-KEYCODE (written by
      *                   VENDOR-EXTRACT); record layout only.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDR-ARCHIVE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT address-archive-file
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

           SELECT archive-report
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  address-archive-file.
       01  ADDRESS-ARCHIVE-RECORD.
           05 ARC-CARRIER-ROUTE PIC X(04).
           05 ARC-SOURCE-CODE   PIC X(01).
           05 ARC-LAST-MAINT-DATE PIC 9(08).
           05 ARC-CUSTOMER-NUMBER PIC 9(09).
           05 ARC-ARCHIVE-DATE  PIC 9(08).

       FD  mail-history-file.
               10 MH-FILE-SEQUENCE PIC 9(06).
           05 MH-MAIL-DATE      PIC 9(08).
           05 MH-CAMPAIGN       PIC X(08).
           05 MH-CUSTOMER-NUMBER PIC 9(09).
           05 MH-KEYCODE        PIC X(06).

       FD  archive-report.
       01  REPORT-LINE          PIC X(90).
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'archive-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'ADDR-ARCHIVE'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-ARCHIVE-STATUS     PIC X(02).
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE archive-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           DISPLAY 'ADDR-ARCHIVE RUN SUMMARY'.
           DISPLAY '  MASTER RECORDS    : ' WS-MASTER-READ.
           IF NOT MHIST-FILE-OPEN
               GO TO CHECK-RECENT-MAIL-EXIT
           END-IF.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
            AND AM-CUSTOMER-NUMBER > ZERO
               PERFORM CHECK-RECENT-MAIL-CUST
                   THRU CHECK-RECENT-MAIL-CUST-EXIT
               IF RECENT-MAIL-FOUND
                   GO TO CHECK-RECENT-MAIL-EXIT
               END-IF
           END-IF.
           MOVE AM-LAST-NAME TO MH-LAST-NAME.
           MOVE AM-FIRST-NAME TO MH-FIRST-NAME.
           MOVE AM-STREET TO MH-STREET.
       CHECK-RECENT-MAIL-EXIT.
           EXIT.

      * every piece mailed under this customer number, whatever
      * address it went to; the name/street pass above still covers
      * pieces mailed before the number existed.
       CHECK-RECENT-MAIL-CUST.
           MOVE AM-CUSTOMER-NUMBER TO MH-CUSTOMER-NUMBER.
           START mail-history-file KEY NOT < MH-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-START.
       CHECK-RECENT-MAIL-CUST-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-READ.
           IF MH-CUSTOMER-NUMBER NOT = AM-CUSTOMER-NUMBER
               GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-IF.
           COMPUTE WS-MAINT-INT =
               FUNCTION INTEGER-OF-DATE (MH-MAIL-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-MAINT-INT.
           IF WS-AGE-DAYS NOT > WS-HORIZON-DAYS
               SET RECENT-MAIL-FOUND TO TRUE
               GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-IF.
           GO TO CHECK-RECENT-MAIL-CUST-READ.
       CHECK-RECENT-MAIL-CUST-EXIT.
           EXIT.

       ARCHIVE-RECORD.
           MOVE AM-KEY TO ARC-KEY.
           MOVE AM-CITY TO ARC-CITY.
           MOVE AM-CARRIER-ROUTE TO ARC-CARRIER-ROUTE.
           MOVE AM-SOURCE-CODE TO ARC-SOURCE-CODE.
           MOVE AM-LAST-MAINT-DATE TO ARC-LAST-MAINT-DATE.
           MOVE AM-CUSTOMER-NUMBER TO ARC-CUSTOMER-NUMBER.
           MOVE WS-TODAY TO ARC-ARCHIVE-DATE.
           WRITE ADDRESS-ARCHIVE-RECORD
               INVALID KEY
       LOAD-CONTROL-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'ADDR-ARCHIVE WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
