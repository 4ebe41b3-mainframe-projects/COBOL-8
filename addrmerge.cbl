      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - every master record now carries a permanent
      *                   AM-CUSTOMER-NUMBER (also an alternate key),
      *                   taken from CUSTOMER-NUMBER-FILE the first
      *                   time the merge adds the customer; a customer
      *                   restored off the archive gets the archived
      *                   number back, and records that predate the
      *                   number are numbered as the merge or the
      *                   extract pass touches them (journaled as C
      *                   entries like any change).  MJ-IMAGE grew to
      *                   102 bytes for the number.
      *   2026/10/15 QC - MERGE-JOURNAL-RECORD carries MJ-OPERATOR now
      *                   for updates keyed on MASTER-CORRECT; a merge
      *                   run leaves it blank.
      *   2026/10/15 QC - with no CUSTOMER-NUMBER-FILE, numbering
      *                   resumes after the highest number on the
      *                   master or the archive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDR-MERGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT mailing-file
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT customer-number-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTNO-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  mailing-file.
       01  MAILING-RECORD.
           05 ARC-CARRIER-ROUTE PIC X(04).
           05 ARC-SOURCE-CODE   PIC X(01).
           05 ARC-LAST-MAINT-DATE PIC 9(08).
           05 ARC-CUSTOMER-NUMBER PIC 9(09).
           05 ARC-ARCHIVE-DATE  PIC 9(08).

       FD  merge-journal-file.
           05 FILLER            PIC X(02).
           05 MJ-ACTION         PIC X(01).
           05 FILLER            PIC X(02).
           05 MJ-IMAGE          PIC X(102).
           05 FILLER            PIC X(02).
           05 MJ-OPERATOR       PIC X(08).

       FD  customer-number-file.
       01  CUSTOMER-NUMBER-RECORD PIC 9(09).

       FD  job-log-file.
       01  JOB-LOG-RECORD.
           88 ARCHIVE-ACTIVE     VALUE 'Y'.
       01  WS-RESTORED-THIS-SW   PIC X VALUE 'N'.
           88 RESTORED-THIS-ADD  VALUE 'Y'.
       01  WS-CUSTNO-STATUS      PIC X(02).
       01  WS-LAST-CUSTOMER-NUMBER PIC 9(09) VALUE ZERO.

       01  WS-MERGE-TOTALS.
           05 WS-ADDRESSES-ADDED    PIC 9(07) COMP VALUE ZERO.
           05 WS-ADDRESSES-SAME     PIC 9(07) COMP VALUE ZERO.
           05 WS-MAILING-WRITTEN    PIC 9(07) COMP VALUE ZERO.
           05 WS-ADDRESSES-RESTORED PIC 9(07) COMP VALUE ZERO.
           05 WS-NUMBERS-ASSIGNED   PIC 9(07) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.

           IF WS-ARCHIVE-STATUS = '00'
               SET ARCHIVE-ACTIVE TO TRUE
           END-IF.
           PERFORM LOAD-CUSTOMER-NUMBER THRU LOAD-CUSTOMER-NUMBER-EXIT.

       MERGE-ROUTINE.
           READ dataout
                   MOVE OUT-CARRIER-ROUTE TO AM-CARRIER-ROUTE
                   MOVE OUT-SOURCE-CODE TO AM-SOURCE-CODE
                   MOVE WS-TODAY TO AM-LAST-MAINT-DATE
                   PERFORM CHECK-ARCHIVE-RESTORE
                       THRU CHECK-ARCHIVE-RESTORE-EXIT
      * a customer coming back off the archive keeps the number they
      * left with; anyone else is new and takes the next one.
                   IF RESTORED-THIS-ADD
                    AND ARC-CUSTOMER-NUMBER IS NUMERIC
                    AND ARC-CUSTOMER-NUMBER > ZERO
                       MOVE ARC-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER
                   ELSE
                       PERFORM NEXT-CUSTOMER-NUMBER
                           THRU NEXT-CUSTOMER-NUMBER-EXIT
                   END-IF
                   MOVE 'A' TO MJ-ACTION
                   MOVE ADDRESS-MASTER-RECORD TO MJ-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
                   WRITE ADDRESS-MASTER-RECORD
                   IF RESTORED-THIS-ADD
                       ADD 1 TO WS-ADDRESSES-RESTORED
               MOVE OUT-CARRIER-ROUTE TO AM-CARRIER-ROUTE
               MOVE OUT-SOURCE-CODE TO AM-SOURCE-CODE
               MOVE WS-TODAY TO AM-LAST-MAINT-DATE
               IF AM-CUSTOMER-NUMBER NOT NUMERIC
                OR AM-CUSTOMER-NUMBER = ZERO
                   PERFORM NEXT-CUSTOMER-NUMBER
                       THRU NEXT-CUSTOMER-NUMBER-EXIT
               END-IF
               REWRITE ADDRESS-MASTER-RECORD
               ADD 1 TO WS-ADDRESSES-CHANGED
           END-IF.
           READ address-master-file NEXT RECORD
               AT END GO TO EXTRACT-ROUTINE-EXIT
           END-READ.
      * a record from before customer numbers gets one on this pass,
      * journaled like a change so a backout takes it off again.
           IF AM-CUSTOMER-NUMBER NOT NUMERIC
            OR AM-CUSTOMER-NUMBER = ZERO
               MOVE 'C' TO MJ-ACTION
               MOVE ADDRESS-MASTER-RECORD TO MJ-IMAGE
               PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
               PERFORM NEXT-CUSTOMER-NUMBER
                   THRU NEXT-CUSTOMER-NUMBER-EXIT
               REWRITE ADDRESS-MASTER-RECORD
           END-IF.
           MOVE SPACES TO MAILING-RECORD.
           MOVE AM-LAST-NAME TO MAIL-LAST-NAME.
           MOVE AM-FIRST-NAME TO MAIL-FIRST-NAME.
           DISPLAY '  ADDRESSES UNCHANGED: ' WS-ADDRESSES-SAME.
           DISPLAY '  MAILING RECORDS    : ' WS-MAILING-WRITTEN.
           DISPLAY '  ADDRESSES RESTORED : ' WS-ADDRESSES-RESTORED.
           DISPLAY '  NUMBERS ASSIGNED   : ' WS-NUMBERS-ASSIGNED.
           DISPLAY '  LAST CUSTOMER NO   : ' WS-LAST-CUSTOMER-NUMBER.
           PERFORM SAVE-CUSTOMER-NUMBER THRU SAVE-CUSTOMER-NUMBER-EXIT.
           CLOSE address-master-file.
           CLOSE mailing-file.
           CLOSE merge-totals-file.
       CHECK-ARCHIVE-RESTORE-EXIT.
           EXIT.

      * The last customer number issued lives in CUSTOMER-NUMBER-FILE.
      * When the file is missing the master and the archive are the
      * authority: the highest number on either is where numbering
      * resumes, so a dormant customer's number is never reissued.
       LOAD-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-LAST-CUSTOMER-NUMBER.
           OPEN INPUT customer-number-file.
           IF WS-CUSTNO-STATUS = '00'
               READ customer-number-file
                   AT END MOVE ZERO TO CUSTOMER-NUMBER-RECORD
               END-READ
               IF CUSTOMER-NUMBER-RECORD IS NUMERIC
                   MOVE CUSTOMER-NUMBER-RECORD
                       TO WS-LAST-CUSTOMER-NUMBER
               END-IF
               CLOSE customer-number-file
               IF WS-LAST-CUSTOMER-NUMBER > ZERO
                   GO TO LOAD-CUSTOMER-NUMBER-EXIT
               END-IF
           END-IF.
           MOVE LOW-VALUES TO AM-KEY.
           START address-master-file KEY NOT < AM-KEY
               INVALID KEY GO TO LOAD-CUSTOMER-NUMBER-ARCHIVE
           END-START.
       LOAD-CUSTOMER-NUMBER-READ.
           READ address-master-file NEXT RECORD
               AT END GO TO LOAD-CUSTOMER-NUMBER-ARCHIVE
           END-READ.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
            AND AM-CUSTOMER-NUMBER > WS-LAST-CUSTOMER-NUMBER
               MOVE AM-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-NUMBER
           END-IF.
           GO TO LOAD-CUSTOMER-NUMBER-READ.
       LOAD-CUSTOMER-NUMBER-ARCHIVE.
           IF NOT ARCHIVE-ACTIVE
               GO TO LOAD-CUSTOMER-NUMBER-EXIT
           END-IF.
           MOVE LOW-VALUES TO ARC-KEY.
           START address-archive-file KEY NOT < ARC-KEY
               INVALID KEY GO TO LOAD-CUSTOMER-NUMBER-EXIT
           END-START.
       LOAD-CUSTOMER-NUMBER-ARC-READ.
           READ address-archive-file NEXT RECORD
               AT END GO TO LOAD-CUSTOMER-NUMBER-EXIT
           END-READ.
           IF ARC-CUSTOMER-NUMBER IS NUMERIC
            AND ARC-CUSTOMER-NUMBER > WS-LAST-CUSTOMER-NUMBER
               MOVE ARC-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-NUMBER
           END-IF.
           GO TO LOAD-CUSTOMER-NUMBER-ARC-READ.
       LOAD-CUSTOMER-NUMBER-EXIT.
           EXIT.

       NEXT-CUSTOMER-NUMBER.
           ADD 1 TO WS-LAST-CUSTOMER-NUMBER.
           MOVE WS-LAST-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER.
           ADD 1 TO WS-NUMBERS-ASSIGNED.
       NEXT-CUSTOMER-NUMBER-EXIT.
           EXIT.

       SAVE-CUSTOMER-NUMBER.
           OPEN OUTPUT customer-number-file.
           IF WS-CUSTNO-STATUS NOT = '00'
               DISPLAY 'ADDR-MERGE WARNING: CUSTOMER-NUMBER-FILE '
                   'COULD NOT BE WRITTEN, STATUS ' WS-CUSTNO-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SAVE-CUSTOMER-NUMBER-EXIT
           END-IF.
           MOVE WS-LAST-CUSTOMER-NUMBER TO CUSTOMER-NUMBER-RECORD.
           WRITE CUSTOMER-NUMBER-RECORD.
           CLOSE customer-number-file.
       SAVE-CUSTOMER-NUMBER-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
