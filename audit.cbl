      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - a mail-history entry whose old address is
      *                   gone is no longer an orphan when its
      *                   MH-CUSTOMER-NUMBER is still on the master
      *                   (the customer moved); the master is read on
      *                   its customer-number alternate key for that.
      *   2026/10/15 QC - MAIL-HISTORY-RECORD carries the test cell
      *                   keycode in new MH-KEYCODE (written by
      *                   VENDOR-EXTRACT); record layout only.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-AUDIT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT undeliverable-suppress-file
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

           SELECT audit-work-key-file
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  undeliverable-suppress-file.
       01  UNDELIV-SUPPRESS-RECORD.
               10 MH-FILE-SEQUENCE PIC 9(06).
           05 MH-MAIL-DATE      PIC 9(08).
           05 MH-CAMPAIGN       PIC X(08).
           05 MH-CUSTOMER-NUMBER PIC 9(09).
           05 MH-KEYCODE        PIC X(06).

       FD  audit-work-key-file.
       01  AUDIT-WORK-KEY-RECORD.
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'audit-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'MASTER-AUDIT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-UDS-STATUS         PIC X(02).
       01  WS-MHIST-STATUS      PIC X(02).
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE audit-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           CLOSE address-master-file.
           IF UDS-FILE-OPEN
               CLOSE undeliverable-suppress-file
           MOVE MH-STREET TO AM-STREET.
           READ address-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO AUDIT-MAIL-HISTORY-READ
           END-READ.
      * the customer may have moved: the number still finds them.
           IF MH-CUSTOMER-NUMBER IS NUMERIC
            AND MH-CUSTOMER-NUMBER > ZERO
               MOVE MH-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER
               READ address-master-file KEY IS AM-CUSTOMER-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO AUDIT-MAIL-HISTORY-READ
               END-READ
           END-IF.
           ADD 1 TO WS-MHIST-ORPHANS.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'MAILED, NO MASTER ...... :' TO DET-CHECK.
           MOVE MH-KEY(1:50) TO DET-KEY.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO AUDIT-MAIL-HISTORY-READ.
       AUDIT-MAIL-HISTORY-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'MASTER-AUDIT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
