      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - the frequency rules count by customer: the
      *                   addressee's AM-CUSTOMER-NUMBER is looked up
      *                   on ADDRESS-MASTER-FILE and every piece on
      *                   the mail history under that number counts,
      *                   whatever address it went to, so a customer
      *                   who moved does not start a fresh allowance.
      *                   Pieces mailed before the number existed are
      *                   still found by name and street.
      *   2026/10/15 QC - reject-file and exceptions-file are recreated
      *                   every fresh run, so END-ROUTINE now copies
      *                   each of their records onto EXCEPTION-QUEUE-
      *                   FILE, the indexed work queue EXCEPTION-REPAIR
      *                   and EXCEPTION-AGING work from (keyed source
      *                   code / run date / input record, status
      *                   open).  An entry already queued - a restart
      *                   re-reading the same output - is left as is.
      *   2026/10/15 QC - MAIL-HISTORY-RECORD carries the test cell
      *                   keycode in new MH-KEYCODE (written by
      *                   VENDOR-EXTRACT); record layout only.
      *   2026/10/15 QC - CAMPAIGN-CONTROL-FILE carries CC-STATUS and
      *                   CC-CLOSE-DATE, set by CAMPAIGN-CLOSE.  A run
      *                   under a closed campaign is refused (RC 16)
      *                   before anything is read, and a blank campaign
      *                   defaults to the first entry still open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ-CSV.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT do-not-mail-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

           SELECT exception-queue-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQ-KEY
           FILE STATUS IS WS-EQ-STATUS.

           SELECT campaign-dataout-file
           ASSIGN TO DYNAMIC WS-CAMP-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
               10 MH-FILE-SEQUENCE PIC 9(06).
           05 MH-MAIL-DATE      PIC 9(08).
           05 MH-CAMPAIGN       PIC X(08).
           05 MH-CUSTOMER-NUMBER PIC 9(09).
           05 MH-KEYCODE        PIC X(06).

       FD  address-master-file.
       01  ADDRESS-MASTER-RECORD.
           05 AM-KEY.
               10 AM-LAST-NAME  PIC X(15).
               10 AM-FIRST-NAME PIC X(10).
               10 AM-STREET     PIC X(25).
           05 AM-CITY           PIC X(10).
           05 AM-STATE          PIC XX.
           05 AM-ZIP            PIC X(10).
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  zip-directory-master.
       01  ZIP-DIRECTORY-MASTER-RECORD.
           05 CC-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(02).
           05 CC-DROP-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 CC-STATUS         PIC X(01).
              88 CC-CLOSED      VALUE 'C'.
           05 FILLER            PIC X(02).
           05 CC-CLOSE-DATE     PIC 9(08).

       FD  campaign-dataout-file.
       01  CAMPAIGN-OUTPUT-RECORD PIC X(125).
           05 FILLER            PIC X(02).
           05 JL-RETURN-CODE    PIC 9(04).

       FD  exception-queue-file.
       01  EXCEPTION-QUEUE-RECORD.
           05 EQ-KEY.
               10 EQ-SOURCE-CODE    PIC X(01).
               10 EQ-RUN-DATE       PIC 9(08).
               10 EQ-INPUT-RECORD   PIC X(80).
           05 EQ-TYPE               PIC X(01).
           05 EQ-REASON             PIC X(40).
           05 EQ-STATUS             PIC X(01).
           05 EQ-ASSIGNED-TO        PIC X(08).
           05 EQ-ASSIGNED-DATE      PIC 9(08).
           05 EQ-CLOSED-BY          PIC X(08).
           05 EQ-CLOSED-DATE        PIC 9(08).
           05 EQ-WRITE-OFF-REASON   PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-EQ-STATUS          PIC X(02).
       01  WS-EQ-QUEUED          PIC 9(07) COMP VALUE ZERO.
       01  WS-EQ-ALREADY         PIC 9(07) COMP VALUE ZERO.
       01  SEPARATE-IT.
           05 LAST_NAME        PIC X(25).
           05 FIRST_NAME       PIC X(15).
       01  WS-CAMPAIGN-ID          PIC X(08) VALUE SPACES.
       01  WS-CAMPAIGN-FOUND-SW    PIC X VALUE 'N'.
           88 CAMPAIGN-ON-FILE     VALUE 'Y'.
       01  WS-CAMPAIGN-CLOSED-SW   PIC X VALUE 'N'.
           88 CAMPAIGN-CLOSED      VALUE 'Y'.
       01  WS-CAMPAIGN-CLOSE-DATE  PIC 9(08) VALUE ZERO.
       01  WS-CAMP-OUT-NAME        PIC X(30) VALUE SPACES.
       01  WS-CAMP-LABEL-NAME      PIC X(30) VALUE SPACES.

      * optional - no rules file or no history file means no check.
       01  WS-FREQ-RULES-STATUS    PIC X(02).
       01  WS-MHIST-STATUS         PIC X(02).
       01  WS-MASTER-STATUS        PIC X(02).
       01  WS-FREQ-MASTER-SW       PIC X VALUE 'N'.
           88 FREQ-MASTER-OPEN     VALUE 'Y'.
       01  WS-FREQ-CUSTOMER-NUMBER PIC 9(09) VALUE ZERO.
       01  WS-DNM-STATUS           PIC X(02).
       01  WS-DNM-ACTIVE-SW        PIC X VALUE 'N'.
           88 DNM-MASTER-ACTIVE    VALUE 'Y'.
           MOVE 'CONSOLE' TO WS-RUN-OPERATOR.
           MOVE SPACES TO WS-CAMPAIGN-ID.
           MOVE 'N' TO WS-CAMPAIGN-FOUND-SW.
           MOVE 'N' TO WS-CAMPAIGN-CLOSED-SW.
           MOVE 'N' TO WS-FREQ-ACTIVE-SW.
           MOVE 'N' TO WS-FREQ-MASTER-SW.
           MOVE 'N' TO WS-DNM-ACTIVE-SW.
           MOVE 'N' TO WS-ZDM-ACTIVE-SW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           END-IF.
           PERFORM LOAD-CAMPAIGN-CONTROL
               THRU LOAD-CAMPAIGN-CONTROL-EXIT.
           IF CAMPAIGN-CLOSED
               DISPLAY 'READ-CSV ERROR: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' WAS CLOSED ON ' WS-CAMPAIGN-CLOSE-DATE
                   ' - NO FURTHER RUNS UNDER THIS ID'
               MOVE 16 TO RETURN-CODE
               PERFORM CLEAR-RUN-LOCK THRU CLEAR-RUN-LOCK-EXIT
               GOBACK
           END-IF.
           INITIALIZE WS-SOURCE-TOTALS.
           INITIALIZE WS-LAYOUT-TABLE.
           INITIALIZE WS-RESTART-SRC-TOTALS.
                   MOVE 'N' TO WS-FREQ-ACTIVE-SW
               END-IF
           END-IF.
      * the master supplies the customer number the rules count by;
      * without it the count falls back to name and street.
           IF FREQUENCY-ACTIVE
               OPEN INPUT address-master-file
               IF WS-MASTER-STATUS = '00'
                   SET FREQ-MASTER-OPEN TO TRUE
               END-IF
           END-IF.
           OPEN OUTPUT dup-key-file.
           CLOSE dup-key-file.
           OPEN I-O dup-key-file.
           MOVE 'N' TO WS-FREQ-VIOLATION-SW.
           MOVE ZERO TO WS-FREQ-PIECES-FOUND.
           MOVE ZERO TO WS-FREQ-LAST-DATE.
           PERFORM CHECK-FREQUENCY-CUSTOMER
               THRU CHECK-FREQUENCY-CUSTOMER-EXIT.
           MOVE OUT-LAST-NAME TO MH-LAST-NAME.
           MOVE OUT-FIRST-NAME TO MH-FIRST-NAME.
           MOVE OUT-STREET TO MH-STREET.
           MOVE ZERO TO MH-FILE-SEQUENCE.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY
                   IF WS-FREQ-LAST-DATE > ZERO
                       GO TO CHECK-FREQUENCY-JUDGE
                   END-IF
                   GO TO CHECK-FREQUENCY-EXIT
           END-START.
       CHECK-FREQUENCY-READ.
            OR MH-STREET NOT = OUT-STREET
               GO TO CHECK-FREQUENCY-JUDGE
           END-IF.
      * already counted under the customer number above.
           IF WS-FREQ-CUSTOMER-NUMBER > ZERO
            AND MH-CUSTOMER-NUMBER = WS-FREQ-CUSTOMER-NUMBER
               GO TO CHECK-FREQUENCY-READ
           END-IF.
           PERFORM CHECK-FREQUENCY-TALLY
               THRU CHECK-FREQUENCY-TALLY-EXIT.
           GO TO CHECK-FREQUENCY-READ.
       CHECK-FREQUENCY-JUDGE.
           IF WS-FREQ-LAST-DATE > ZERO
       CHECK-FREQUENCY-EXIT.
           EXIT.

      * Every piece mailed under the addressee's customer number, at
      * this address or any earlier one.
       CHECK-FREQUENCY-CUSTOMER.
           MOVE ZERO TO WS-FREQ-CUSTOMER-NUMBER.
           IF NOT FREQ-MASTER-OPEN
               GO TO CHECK-FREQUENCY-CUSTOMER-EXIT
           END-IF.
           MOVE OUT-LAST-NAME TO AM-LAST-NAME.
           MOVE OUT-FIRST-NAME TO AM-FIRST-NAME.
           MOVE OUT-STREET TO AM-STREET.
           READ address-master-file
               INVALID KEY
                   GO TO CHECK-FREQUENCY-CUSTOMER-EXIT
           END-READ.
           IF AM-CUSTOMER-NUMBER NOT NUMERIC
            OR AM-CUSTOMER-NUMBER = ZERO
               GO TO CHECK-FREQUENCY-CUSTOMER-EXIT
           END-IF.
           MOVE AM-CUSTOMER-NUMBER TO WS-FREQ-CUSTOMER-NUMBER.
           MOVE WS-FREQ-CUSTOMER-NUMBER TO MH-CUSTOMER-NUMBER.
           START mail-history-file KEY NOT < MH-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO CHECK-FREQUENCY-CUSTOMER-EXIT
           END-START.
       CHECK-FREQUENCY-CUSTOMER-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO CHECK-FREQUENCY-CUSTOMER-EXIT
           END-READ.
           IF MH-CUSTOMER-NUMBER NOT = WS-FREQ-CUSTOMER-NUMBER
               GO TO CHECK-FREQUENCY-CUSTOMER-EXIT
           END-IF.
           PERFORM CHECK-FREQUENCY-TALLY
               THRU CHECK-FREQUENCY-TALLY-EXIT.
           GO TO CHECK-FREQUENCY-CUSTOMER-READ.
       CHECK-FREQUENCY-CUSTOMER-EXIT.
           EXIT.

       CHECK-FREQUENCY-TALLY.
           COMPUTE WS-MAIL-DATE-INT =
               FUNCTION INTEGER-OF-DATE (MH-MAIL-DATE).
           COMPUTE WS-FREQ-DAYS-AGO = WS-TODAY-INT - WS-MAIL-DATE-INT.
           IF WS-FREQ-DAYS-AGO NOT > WS-FREQ-PERIOD-DAYS
               ADD 1 TO WS-FREQ-PIECES-FOUND
           END-IF.
           IF MH-MAIL-DATE > WS-FREQ-LAST-DATE
               MOVE MH-MAIL-DATE TO WS-FREQ-LAST-DATE
           END-IF.
       CHECK-FREQUENCY-TALLY-EXIT.
           EXIT.

      * Standardize the street in WS-STD-STREET in place: upper-case
      * it, fold a leading "#" on a unit number to an APT word, and
      * rewrite every word found in the abbreviation table.
           CLOSE reject-file.
           CLOSE totals-file.
           CLOSE exceptions-file.
           PERFORM QUEUE-EXCEPTIONS THRU QUEUE-EXCEPTIONS-EXIT.
           CLOSE checkpoint-file.
           CLOSE duplicates-file.
           CLOSE suppressed-file.
           IF FREQUENCY-ACTIVE
               CLOSE mail-history-file
           END-IF.
           IF FREQ-MASTER-OPEN
               CLOSE address-master-file
           END-IF.
           IF DNM-MASTER-ACTIVE
               CLOSE do-not-mail-master-file
           END-IF.

      * The campaign the run mails under: the run-options screen (or
      * a blank) picked WS-CAMPAIGN-ID; a blank defaults to the first
      * open entry on the control file, an ID the file does not know
      * is used as keyed but warned about, and a closed one is
      * refused by the caller.
       LOAD-CAMPAIGN-CONTROL.
           OPEN INPUT campaign-control-file.
           IF WS-CAMPAIGN-FILE-STATUS NOT = '00'
       LOAD-CAMPAIGN-CONTROL-READ.
           READ campaign-control-file
               AT END GO TO LOAD-CAMPAIGN-CONTROL-CLOSE.
           IF WS-CAMPAIGN-ID = SPACES AND NOT CC-CLOSED
               MOVE CC-CAMPAIGN-ID TO WS-CAMPAIGN-ID
           END-IF.
           IF CC-CAMPAIGN-ID = WS-CAMPAIGN-ID
               SET CAMPAIGN-ON-FILE TO TRUE
               IF CC-CLOSED
                   SET CAMPAIGN-CLOSED TO TRUE
                   MOVE CC-CLOSE-DATE TO WS-CAMPAIGN-CLOSE-DATE
               END-IF
           END-IF.
           GO TO LOAD-CAMPAIGN-CONTROL-READ.
       LOAD-CAMPAIGN-CONTROL-CLOSE.
       WRITE-SOURCE-TOTALS-EXIT.
           EXIT.

      * Every reject and exception this run produced goes onto the
      * persistent work queue as an open item; the flat files are
      * recreated next run, the queue keeps the item until it is
      * recycled or written off.
       QUEUE-EXCEPTIONS.
           MOVE ZERO TO WS-EQ-QUEUED.
           MOVE ZERO TO WS-EQ-ALREADY.
           OPEN I-O exception-queue-file.
           IF WS-EQ-STATUS = '35'
               OPEN OUTPUT exception-queue-file
               CLOSE exception-queue-file
               OPEN I-O exception-queue-file
           END-IF.
           IF WS-EQ-STATUS NOT = '00'
               DISPLAY 'READ-CSV WARNING: EXCEPTION-QUEUE-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-EQ-STATUS
                   ' - REJECTS AND EXCEPTIONS NOT QUEUED'
               GO TO QUEUE-EXCEPTIONS-EXIT
           END-IF.
           OPEN INPUT reject-file.
       QUEUE-EXCEPTIONS-REJECT.
           READ reject-file AT END GO TO QUEUE-EXCEPTIONS-EXC-OPEN.
           MOVE SPACES TO EXCEPTION-QUEUE-RECORD.
           MOVE REJ-SOURCE-CODE TO EQ-SOURCE-CODE.
           MOVE REJ-INPUT-RECORD TO EQ-INPUT-RECORD.
           MOVE 'R' TO EQ-TYPE.
           MOVE REJ-REASON TO EQ-REASON.
           PERFORM QUEUE-ONE-ITEM THRU QUEUE-ONE-ITEM-EXIT.
           GO TO QUEUE-EXCEPTIONS-REJECT.
       QUEUE-EXCEPTIONS-EXC-OPEN.
           CLOSE reject-file.
           OPEN INPUT exceptions-file.
       QUEUE-EXCEPTIONS-EXC.
           READ exceptions-file AT END GO TO QUEUE-EXCEPTIONS-CLOSE.
           MOVE SPACES TO EXCEPTION-QUEUE-RECORD.
           MOVE EXC-SOURCE-CODE TO EQ-SOURCE-CODE.
           MOVE EXC-INPUT-RECORD TO EQ-INPUT-RECORD.
           MOVE 'E' TO EQ-TYPE.
           MOVE EXC-REASON TO EQ-REASON.
           PERFORM QUEUE-ONE-ITEM THRU QUEUE-ONE-ITEM-EXIT.
           GO TO QUEUE-EXCEPTIONS-EXC.
       QUEUE-EXCEPTIONS-CLOSE.
           CLOSE exceptions-file.
           CLOSE exception-queue-file.
           DISPLAY '  QUEUED FOR REPAIR : ' WS-EQ-QUEUED.
           IF WS-EQ-ALREADY > 0
               DISPLAY '  ALREADY ON QUEUE  : ' WS-EQ-ALREADY
           END-IF.
       QUEUE-EXCEPTIONS-EXIT.
           EXIT.

       QUEUE-ONE-ITEM.
           MOVE WS-TODAY TO EQ-RUN-DATE.
           MOVE 'O' TO EQ-STATUS.
           MOVE ZERO TO EQ-ASSIGNED-DATE.
           MOVE ZERO TO EQ-CLOSED-DATE.
           WRITE EXCEPTION-QUEUE-RECORD
               INVALID KEY
                   ADD 1 TO WS-EQ-ALREADY
               NOT INVALID KEY
                   ADD 1 TO WS-EQ-QUEUED
           END-WRITE.
       QUEUE-ONE-ITEM-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
