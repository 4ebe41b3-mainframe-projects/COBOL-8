      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - each piece carries the addressee's permanent
      *                   customer number, looked up on ADDRESS-
      *                   MASTER-FILE: in a new VD-CUSTOMER-NUMBER
      *                   column (the transmission record grew from 80
      *                   to 100 bytes, filler on H and T) and in
      *                   MH-CUSTOMER-NUMBER on the mail history.
      *   2026/10/15 QC - the campaign's seed names (staff and decoy
      *                   addresses on SEED-LIST-FILE, blank campaign
      *                   = every campaign) are added as D records
      *                   after the mail pieces.  They count in the
      *                   trailer's record count and ZIP hash but are
      *                   not written to MAIL-HISTORY-FILE; each one
      *                   gets a SEED-TRACKING-FILE entry under this
      *                   file sequence for SEED-RECEIPT and
      *                   SEED-REPORT.
      *   2026/10/15 QC - test and control cells: the keycode LIST-
      *                   SELECT put on each dataout record goes out
      *                   in new VD-KEYCODE (seeds carry SEED) and is
      *                   kept in new MH-KEYCODE.  The campaign's
      *                   hold-outs, left on HOLDOUT-FILE by LIST-
      *                   SELECT, are never transmitted; they are
      *                   recorded under this file sequence on new
      *                   HOLDOUT-HISTORY-FILE so responses can be
      *                   measured against them, and HOLDOUT-FILE is
      *                   emptied.
      *   2026/10/15 QC - a campaign dropped in waves: when WAVE-CUT
      *                   has cut a wave of this campaign into dataout
      *                   (a C record on WAVE-CONTROL-FILE), the
      *                   pieces go to MAIL-HISTORY-FILE with the
      *                   wave's drop date as MH-MAIL-DATE, the
      *                   archive copy is vendor-file.<campaign>.W<nn>
      *                   and the wave is marked sent with this file
      *                   sequence.  Hold-outs are recorded with the
      *                   campaign's first wave only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-EXTRACT.
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

           SELECT wave-control-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-KEY
           FILE STATUS IS WS-WAVE-STATUS.

           SELECT seed-list-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEED-LIST-STATUS.

           SELECT seed-tracking-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-SEED-TRACK-STATUS.

           SELECT holdout-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLDOUT-STATUS.

           SELECT holdout-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-KEY
           ALTERNATE RECORD KEY IS HH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-HOLD-HIST-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           05 OUT-SOURCE-CODE   PIC X(1).
           05 FILLER            PIC X(5).
           05 OUT-CAMPAIGN      PIC X(8).
           05 FILLER            PIC X(5).
           05 OUT-KEYCODE       PIC X(6).

       FD  vendor-file.
       01  VENDOR-RECORD        PIC X(100).
       01  VENDOR-HEADER-RECORD.
           05 VH-RECORD-TYPE    PIC X(01).
           05 VH-RUN-DATE       PIC 9(08).
           05 VH-FILE-SEQUENCE  PIC 9(06).
           05 VH-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(77).
       01  VENDOR-DETAIL-RECORD.
           05 VD-RECORD-TYPE    PIC X(01).
           05 VD-LAST-NAME      PIC X(15).
           05 VD-ZIP            PIC X(10).
           05 VD-CARRIER-ROUTE  PIC X(04).
           05 FILLER            PIC X(03).
           05 VD-CUSTOMER-NUMBER PIC 9(09).
           05 VD-KEYCODE        PIC X(06).
           05 FILLER            PIC X(05).
       01  VENDOR-TRAILER-RECORD.
           05 VT-RECORD-TYPE    PIC X(01).
           05 VT-RECORD-COUNT   PIC 9(07).
           05 VT-ZIP-HASH       PIC 9(12).
           05 FILLER            PIC X(80).

       FD  vendor-seq-file.
       01  VENDOR-SEQ-RECORD    PIC 9(06).

       FD  campaign-vendor-file.
       01  CAMPAIGN-VENDOR-RECORD PIC X(100).

       FD  mail-history-file.
       01  MAIL-HISTORY-RECORD.
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

       FD  wave-control-file.
       01  WAVE-CONTROL-RECORD.
           05 WC-KEY.
               10 WC-CAMPAIGN   PIC X(08).
               10 WC-WAVE       PIC 9(02).
           05 WC-STATUS         PIC X(01).
               88 WC-POOLED         VALUE 'P'.
               88 WC-CUT            VALUE 'C'.
               88 WC-SENT           VALUE 'S'.
           05 WC-DROP-DATE      PIC 9(08).
           05 WC-PIECES         PIC 9(07).
           05 WC-FIRST-ZIP3     PIC X(03).
           05 WC-LAST-ZIP3      PIC X(03).
           05 WC-FILE-SEQUENCE  PIC 9(06).
           05 WC-SEND-DATE      PIC 9(08).

       FD  vendor-send-log-file.
       01  VENDOR-SEND-LOG-RECORD.
           05 FILLER            PIC X(02).
           05 VS-CAMPAIGN       PIC X(08).

       FD  seed-list-file.
       01  SEED-LIST-RECORD.
           05 SL-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 SL-SEED-ID        PIC X(06).
           05 FILLER            PIC X(02).
           05 SL-LAST-NAME      PIC X(15).
           05 SL-FIRST-NAME     PIC X(10).
           05 SL-STREET         PIC X(25).
           05 SL-CITY           PIC X(10).
           05 SL-STATE          PIC XX.
           05 SL-ZIP            PIC X(10).
           05 SL-CARRIER-ROUTE  PIC X(04).

       FD  seed-tracking-file.
       01  SEED-TRACKING-RECORD.
           05 ST-KEY.
               10 ST-FILE-SEQUENCE PIC 9(06).
               10 ST-SEED-ID    PIC X(06).
           05 ST-CAMPAIGN       PIC X(08).
           05 ST-SEND-DATE      PIC 9(08).
           05 ST-LAST-NAME      PIC X(15).
           05 ST-FIRST-NAME     PIC X(10).
           05 ST-STREET         PIC X(25).
           05 ST-CITY           PIC X(10).
           05 ST-STATE          PIC XX.
           05 ST-ZIP            PIC X(10).
           05 ST-ARRIVAL-DATE   PIC 9(08).
           05 ST-KEYED-BY       PIC X(08).
           05 ST-KEYED-DATE     PIC 9(08).

      * dataout layout of a held-out name, with its customer number
       FD  holdout-file.
       01  HOLDOUT-RECORD.
           05 HO-LAST-NAME      PIC X(15).
           05 FILLER            PIC X(5).
           05 HO-FIRST-NAME     PIC X(10).
           05 FILLER            PIC X(5).
           05 HO-STREET         PIC X(25).
           05 FILLER            PIC X(5).
           05 HO-CITY           PIC X(10).
           05 FILLER            PIC X(5).
           05 HO-STATE          PIC XX.
           05 FILLER            PIC X(5).
           05 HO-ZIP            PIC X(10).
           05 FILLER            PIC X(5).
           05 HO-CARRIER-ROUTE  PIC X(4).
           05 FILLER            PIC X(5).
           05 HO-SOURCE-CODE    PIC X(1).
           05 FILLER            PIC X(5).
           05 HO-CAMPAIGN       PIC X(8).
           05 FILLER            PIC X(5).
           05 HO-KEYCODE        PIC X(6).
           05 HO-CUSTOMER-NUMBER PIC 9(09).

       FD  holdout-history-file.
       01  HOLDOUT-HISTORY-RECORD.
           05 HH-KEY.
               10 HH-FILE-SEQUENCE PIC 9(06).
               10 HH-LAST-NAME  PIC X(15).
               10 HH-FIRST-NAME PIC X(10).
               10 HH-STREET     PIC X(25).
           05 HH-HOLD-DATE      PIC 9(08).
           05 HH-CAMPAIGN       PIC X(08).
           05 HH-KEYCODE        PIC X(06).
           05 HH-CUSTOMER-NUMBER PIC 9(09).
           05 HH-ZIP            PIC X(10).

       FD  job-log-file.
       01  JOB-LOG-RECORD.
           05 JL-PROGRAM        PIC X(18).
       01  WS-CAMP-VENDOR-NAME  PIC X(30) VALUE SPACES.
       01  WS-SEND-LOG-STATUS   PIC X(02).
       01  WS-MHIST-STATUS      PIC X(02).
       01  WS-MASTER-STATUS     PIC X(02).
       01  WS-MASTER-OPEN-SW    PIC X VALUE 'N'.
           88 MASTER-FILE-OPEN  VALUE 'Y'.
       01  WS-CUSTOMER-NUMBER   PIC 9(09) VALUE ZERO.
       01  WS-SEED-LIST-STATUS  PIC X(02).
       01  WS-SEED-TRACK-STATUS PIC X(02).
       01  WS-SEED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-SEED-TRACK-SW     PIC X VALUE 'N'.
           88 SEED-TRACK-OPEN   VALUE 'Y'.
       01  WS-HOLDOUT-STATUS    PIC X(02).
       01  WS-HOLD-HIST-STATUS  PIC X(02).
       01  WS-HOLDOUT-COUNT     PIC 9(07) COMP VALUE ZERO.
      * the wave WAVE-CUT put on dataout, zero for a single drop
       01  WS-WAVE-STATUS       PIC X(02).
       01  WS-WAVE-NUMBER       PIC 9(02) VALUE ZERO.
       01  WS-MAIL-DATE         PIC 9(08) VALUE ZERO.
       01  WS-EARLIER-WAVE-SW   PIC X VALUE 'N'.
           88 EARLIER-WAVE-SENT VALUE 'Y'.

       PROCEDURE DIVISION.
       START-ROUTINE.
               NOT AT END MOVE OUT-CAMPAIGN TO WS-CAMPAIGN-ID
           END-READ.
           CLOSE dataout.
           PERFORM FIND-CUT-WAVE THRU FIND-CUT-WAVE-EXIT.
           OPEN INPUT dataout.
           PERFORM NEXT-FILE-SEQUENCE THRU NEXT-FILE-SEQUENCE-EXIT.
      * the mail history is permanent; create it on first use and
               CLOSE mail-history-file
               OPEN I-O mail-history-file
           END-IF.
      * the customer number comes off the master ADDR-MERGE just
      * updated; without the master the pieces go out unnumbered.
           MOVE 'N' TO WS-MASTER-OPEN-SW.
           OPEN INPUT address-master-file.
           IF WS-MASTER-STATUS = '00'
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'VENDOR-EXTRACT WARNING: ADDRESS-MASTER-FILE '
                   'OPEN FAILED, STATUS ' WS-MASTER-STATUS
                   ' - NO CUSTOMER NUMBERS THIS RUN'
           END-IF.
           OPEN OUTPUT vendor-file.
           MOVE SPACES TO VENDOR-HEADER-RECORD.
           MOVE 'H' TO VH-RECORD-TYPE.
           READ dataout
               AT END GO TO DETAIL-ROUTINE-EXIT
           END-READ.
           PERFORM GET-CUSTOMER-NUMBER THRU GET-CUSTOMER-NUMBER-EXIT.
           MOVE SPACES TO VENDOR-DETAIL-RECORD.
           MOVE 'D' TO VD-RECORD-TYPE.
           MOVE OUT-LAST-NAME TO VD-LAST-NAME.
           MOVE OUT-STATE TO VD-STATE.
           MOVE OUT-ZIP TO VD-ZIP.
           MOVE OUT-CARRIER-ROUTE TO VD-CARRIER-ROUTE.
           MOVE WS-CUSTOMER-NUMBER TO VD-CUSTOMER-NUMBER.
           MOVE OUT-KEYCODE TO VD-KEYCODE.
           WRITE VENDOR-DETAIL-RECORD.
           MOVE OUT-LAST-NAME TO MH-LAST-NAME.
           MOVE OUT-FIRST-NAME TO MH-FIRST-NAME.
           MOVE OUT-STREET TO MH-STREET.
           MOVE WS-FILE-SEQUENCE TO MH-FILE-SEQUENCE.
           MOVE WS-MAIL-DATE TO MH-MAIL-DATE.
           MOVE OUT-CAMPAIGN TO MH-CAMPAIGN.
           MOVE WS-CUSTOMER-NUMBER TO MH-CUSTOMER-NUMBER.
           MOVE OUT-KEYCODE TO MH-KEYCODE.
           WRITE MAIL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           GO TO DETAIL-ROUTINE.
       DETAIL-ROUTINE-EXIT.
           CLOSE dataout.
           PERFORM SEED-ROUTINE THRU SEED-ROUTINE-EXIT.
           PERFORM HOLDOUT-ROUTINE THRU HOLDOUT-ROUTINE-EXIT.

       END-ROUTINE.
           MOVE SPACES TO VENDOR-TRAILER-RECORD.
           WRITE VENDOR-TRAILER-RECORD.
           CLOSE vendor-file.
           CLOSE mail-history-file.
           IF MASTER-FILE-OPEN
               CLOSE address-master-file
           END-IF.
           PERFORM WRITE-SEND-LOG THRU WRITE-SEND-LOG-EXIT.
           IF WS-WAVE-NUMBER NOT = ZERO
               PERFORM MARK-WAVE-SENT THRU MARK-WAVE-SENT-EXIT
           END-IF.
           IF WS-CAMPAIGN-ID NOT = SPACES
               PERFORM ARCHIVE-CAMPAIGN-VENDOR
                   THRU ARCHIVE-CAMPAIGN-VENDOR-EXIT
           END-IF.
           DISPLAY 'VENDOR-EXTRACT RUN SUMMARY'.
           DISPLAY '  FILE SEQUENCE     : ' WS-FILE-SEQUENCE.
           IF WS-WAVE-NUMBER NOT = ZERO
               DISPLAY '  WAVE              : ' WS-WAVE-NUMBER
               DISPLAY '  MAIL DATE         : ' WS-MAIL-DATE
           END-IF.
           DISPLAY '  RECORDS WRITTEN   : ' WS-RECORD-COUNT.
           DISPLAY '  SEEDS INCLUDED    : ' WS-SEED-COUNT.
           DISPLAY '  HOLD-OUTS KEPT    : ' WS-HOLDOUT-COUNT.
           DISPLAY '  ZIP HASH TOTAL    : ' WS-ZIP-HASH.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Customer number for the dataout record just read; zero when
      * the master is not open or the addressee is not on it.
       GET-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-CUSTOMER-NUMBER.
           IF NOT MASTER-FILE-OPEN
               GO TO GET-CUSTOMER-NUMBER-EXIT
           END-IF.
           MOVE OUT-LAST-NAME TO AM-LAST-NAME.
           MOVE OUT-FIRST-NAME TO AM-FIRST-NAME.
           MOVE OUT-STREET TO AM-STREET.
           READ address-master-file
               INVALID KEY
                   GO TO GET-CUSTOMER-NUMBER-EXIT
           END-READ.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
           END-IF.
       GET-CUSTOMER-NUMBER-EXIT.
           EXIT.

      * Seed names go out as ordinary D records so the vendor cannot
      * tell them apart; they are in the trailer's count and hash the
      * vendor checks, but never in the mail history.  Each one is
      * logged on SEED-TRACKING-FILE, keyed by this file sequence,
      * for staff to key the arrival date against.
       SEED-ROUTINE.
           OPEN INPUT seed-list-file.
           IF WS-SEED-LIST-STATUS NOT = '00'
               DISPLAY 'VENDOR-EXTRACT WARNING: SEED-LIST-FILE NOT '
                   'FOUND - NO SEEDS IN THIS TRANSMISSION'
               GO TO SEED-ROUTINE-EXIT
           END-IF.
           OPEN I-O seed-tracking-file.
           IF WS-SEED-TRACK-STATUS = '35'
               OPEN OUTPUT seed-tracking-file
               CLOSE seed-tracking-file
               OPEN I-O seed-tracking-file
           END-IF.
           IF WS-SEED-TRACK-STATUS = '00'
               SET SEED-TRACK-OPEN TO TRUE
           ELSE
               DISPLAY 'VENDOR-EXTRACT WARNING: SEED-TRACKING-FILE '
                   'OPEN FAILED, STATUS ' WS-SEED-TRACK-STATUS
                   ' - SEEDS SENT BUT NOT TRACKED'
           END-IF.
       SEED-ROUTINE-READ.
           READ seed-list-file
               AT END GO TO SEED-ROUTINE-CLOSE
           END-READ.
           IF SL-CAMPAIGN NOT = SPACES
            AND SL-CAMPAIGN NOT = WS-CAMPAIGN-ID
               GO TO SEED-ROUTINE-READ
           END-IF.
           IF SL-SEED-ID = SPACES OR SL-LAST-NAME = SPACES
               DISPLAY 'VENDOR-EXTRACT WARNING: SEED-LIST-FILE ENTRY '
                   'WITHOUT SEED ID OR NAME SKIPPED'
               GO TO SEED-ROUTINE-READ
           END-IF.
           MOVE SPACES TO VENDOR-DETAIL-RECORD.
           MOVE 'D' TO VD-RECORD-TYPE.
           MOVE SL-LAST-NAME TO VD-LAST-NAME.
           MOVE SL-FIRST-NAME TO VD-FIRST-NAME.
           MOVE SL-STREET TO VD-STREET.
           MOVE SL-CITY TO VD-CITY.
           MOVE SL-STATE TO VD-STATE.
           MOVE SL-ZIP TO VD-ZIP.
           MOVE SL-CARRIER-ROUTE TO VD-CARRIER-ROUTE.
           MOVE ZERO TO VD-CUSTOMER-NUMBER.
           MOVE 'SEED' TO VD-KEYCODE.
           WRITE VENDOR-DETAIL-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-SEED-COUNT.
           IF SL-ZIP(1:5) IS NUMERIC
               MOVE SL-ZIP(1:5) TO WS-ZIP5
               ADD WS-ZIP5 TO WS-ZIP-HASH
           END-IF.
           IF NOT SEED-TRACK-OPEN
               GO TO SEED-ROUTINE-READ
           END-IF.
           MOVE SPACES TO SEED-TRACKING-RECORD.
           MOVE WS-FILE-SEQUENCE TO ST-FILE-SEQUENCE.
           MOVE SL-SEED-ID TO ST-SEED-ID.
           MOVE WS-CAMPAIGN-ID TO ST-CAMPAIGN.
           MOVE WS-TODAY TO ST-SEND-DATE.
           MOVE SL-LAST-NAME TO ST-LAST-NAME.
           MOVE SL-FIRST-NAME TO ST-FIRST-NAME.
           MOVE SL-STREET TO ST-STREET.
           MOVE SL-CITY TO ST-CITY.
           MOVE SL-STATE TO ST-STATE.
           MOVE SL-ZIP TO ST-ZIP.
           MOVE ZERO TO ST-ARRIVAL-DATE.
           MOVE ZERO TO ST-KEYED-DATE.
           WRITE SEED-TRACKING-RECORD
               INVALID KEY
                   DISPLAY 'VENDOR-EXTRACT WARNING: SEED ' SL-SEED-ID
                       ' IS ON SEED-LIST-FILE TWICE - TRACKED ONCE'
           END-WRITE.
           GO TO SEED-ROUTINE-READ.
       SEED-ROUTINE-CLOSE.
           CLOSE seed-list-file.
           IF SEED-TRACK-OPEN
               CLOSE seed-tracking-file
           END-IF.
       SEED-ROUTINE-EXIT.
           EXIT.

      * This campaign's hold-outs are not sent; they are kept on
      * HOLDOUT-HISTORY-FILE under this transmission's file sequence,
      * as the mailed names are on MAIL-HISTORY-FILE, and
      * HOLDOUT-FILE is emptied once they are safely recorded.
       HOLDOUT-ROUTINE.
           OPEN INPUT holdout-file.
           IF WS-HOLDOUT-STATUS NOT = '00'
               GO TO HOLDOUT-ROUTINE-EXIT
           END-IF.
           OPEN I-O holdout-history-file.
           IF WS-HOLD-HIST-STATUS = '35'
               OPEN OUTPUT holdout-history-file
               CLOSE holdout-history-file
               OPEN I-O holdout-history-file
           END-IF.
           IF WS-HOLD-HIST-STATUS NOT = '00'
               DISPLAY 'VENDOR-EXTRACT WARNING: HOLDOUT-HISTORY-FILE '
                   'OPEN FAILED, STATUS ' WS-HOLD-HIST-STATUS
                   ' - HOLD-OUTS LEFT ON HOLDOUT-FILE'
               CLOSE holdout-file
               GO TO HOLDOUT-ROUTINE-EXIT
           END-IF.
       HOLDOUT-ROUTINE-READ.
           READ holdout-file
               AT END GO TO HOLDOUT-ROUTINE-CLOSE
           END-READ.
           IF HO-CAMPAIGN NOT = WS-CAMPAIGN-ID
               GO TO HOLDOUT-ROUTINE-READ
           END-IF.
      * a later wave's hold-outs went with the campaign's first wave.
           IF EARLIER-WAVE-SENT
               GO TO HOLDOUT-ROUTINE-READ
           END-IF.
           MOVE SPACES TO HOLDOUT-HISTORY-RECORD.
           MOVE WS-FILE-SEQUENCE TO HH-FILE-SEQUENCE.
           MOVE HO-LAST-NAME TO HH-LAST-NAME.
           MOVE HO-FIRST-NAME TO HH-FIRST-NAME.
           MOVE HO-STREET TO HH-STREET.
           MOVE WS-TODAY TO HH-HOLD-DATE.
           MOVE HO-CAMPAIGN TO HH-CAMPAIGN.
           MOVE HO-KEYCODE TO HH-KEYCODE.
           MOVE ZERO TO HH-CUSTOMER-NUMBER.
           IF HO-CUSTOMER-NUMBER IS NUMERIC
               MOVE HO-CUSTOMER-NUMBER TO HH-CUSTOMER-NUMBER
           END-IF.
           MOVE HO-ZIP TO HH-ZIP.
           WRITE HOLDOUT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-HOLDOUT-COUNT.
           GO TO HOLDOUT-ROUTINE-READ.
       HOLDOUT-ROUTINE-CLOSE.
           CLOSE holdout-file.
           CLOSE holdout-history-file.
           OPEN OUTPUT holdout-file.
           CLOSE holdout-file.
       HOLDOUT-ROUTINE-EXIT.
           EXIT.

      * The file sequence number lives in VENDOR-SEQ-FILE; each
      * transmission takes the next number and writes it back.
       NEXT-FILE-SEQUENCE.

      * Keep this campaign's transmission under its own name so the
      * next campaign's extract cannot overwrite it; the standard
      * vendor-file name is what actually goes to the vendor.  Each
      * wave of a campaign in waves is kept under its own number.
       ARCHIVE-CAMPAIGN-VENDOR.
           MOVE SPACES TO WS-CAMP-VENDOR-NAME.
           IF WS-WAVE-NUMBER = ZERO
               STRING 'vendor-file.' DELIMITED BY SIZE
                      WS-CAMPAIGN-ID DELIMITED BY SPACE
                      INTO WS-CAMP-VENDOR-NAME
               END-STRING
           ELSE
               STRING 'vendor-file.' DELIMITED BY SIZE
                      WS-CAMPAIGN-ID DELIMITED BY SPACE
                      '.W' DELIMITED BY SIZE
                      WS-WAVE-NUMBER DELIMITED BY SIZE
                      INTO WS-CAMP-VENDOR-NAME
               END-STRING
           END-IF.
           OPEN INPUT vendor-file.
           OPEN OUTPUT campaign-vendor-file.
       ARCHIVE-CAMPAIGN-VENDOR-READ.
       ARCHIVE-CAMPAIGN-VENDOR-EXIT.
           EXIT.

      * A wave WAVE-CUT has cut for this campaign and not yet sent;
      * without one this is a single drop mailed today.  A wave that
      * follows one already sent is noted for the hold-outs.
       FIND-CUT-WAVE.
           MOVE ZERO TO WS-WAVE-NUMBER.
           MOVE WS-TODAY TO WS-MAIL-DATE.
           MOVE 'N' TO WS-EARLIER-WAVE-SW.
           IF WS-CAMPAIGN-ID = SPACES
               GO TO FIND-CUT-WAVE-EXIT
           END-IF.
           OPEN INPUT wave-control-file.
           IF WS-WAVE-STATUS NOT = '00'
               GO TO FIND-CUT-WAVE-EXIT
           END-IF.
           MOVE WS-CAMPAIGN-ID TO WC-CAMPAIGN.
           MOVE 1 TO WC-WAVE.
           START wave-control-file KEY IS NOT LESS THAN WC-KEY
               INVALID KEY GO TO FIND-CUT-WAVE-CLOSE
           END-START.
       FIND-CUT-WAVE-READ.
           READ wave-control-file NEXT RECORD
               AT END GO TO FIND-CUT-WAVE-CLOSE
           END-READ.
           IF WC-CAMPAIGN NOT = WS-CAMPAIGN-ID
               GO TO FIND-CUT-WAVE-CLOSE
           END-IF.
           IF WC-SENT
               SET EARLIER-WAVE-SENT TO TRUE
           END-IF.
           IF WC-CUT AND WS-WAVE-NUMBER = ZERO
               MOVE WC-WAVE TO WS-WAVE-NUMBER
               MOVE WC-DROP-DATE TO WS-MAIL-DATE
           END-IF.
           GO TO FIND-CUT-WAVE-READ.
       FIND-CUT-WAVE-CLOSE.
           CLOSE wave-control-file.
       FIND-CUT-WAVE-EXIT.
           EXIT.

      * The wave has gone: it is sent under this file sequence, and
      * WAVE-CUT starts the next wave after its last ZIP3.
       MARK-WAVE-SENT.
           OPEN I-O wave-control-file.
           IF WS-WAVE-STATUS NOT = '00'
               DISPLAY 'VENDOR-EXTRACT WARNING: WAVE-CONTROL-FILE '
                   'OPEN FAILED, STATUS ' WS-WAVE-STATUS
                   ' - WAVE ' WS-WAVE-NUMBER ' NOT MARKED SENT'
               GO TO MARK-WAVE-SENT-EXIT
           END-IF.
           MOVE WS-CAMPAIGN-ID TO WC-CAMPAIGN.
           MOVE WS-WAVE-NUMBER TO WC-WAVE.
           READ wave-control-file
               INVALID KEY
                   DISPLAY 'VENDOR-EXTRACT WARNING: WAVE '
                       WS-WAVE-NUMBER ' NOT ON WAVE-CONTROL-FILE - '
                       'NOT MARKED SENT'
                   CLOSE wave-control-file
                   GO TO MARK-WAVE-SENT-EXIT
           END-READ.
           MOVE 'S' TO WC-STATUS.
           MOVE WS-FILE-SEQUENCE TO WC-FILE-SEQUENCE.
           MOVE WS-TODAY TO WC-SEND-DATE.
           REWRITE WAVE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'VENDOR-EXTRACT WARNING: WAVE '
                       WS-WAVE-NUMBER ' NOT MARKED SENT, STATUS '
                       WS-WAVE-STATUS
           END-REWRITE.
           CLOSE wave-control-file.
       MARK-WAVE-SENT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-RECORD-COUNT TO JL-COUNT-1.
           MOVE WS-FILE-SEQUENCE TO JL-COUNT-2.
           MOVE WS-SEED-COUNT TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
