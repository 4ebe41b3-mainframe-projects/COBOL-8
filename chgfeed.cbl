      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: OUTBOUND ADDRESS CHANGE FEED TO THE SOURCE SYSTEMS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; last NIGHT-STREAM step.
      *                   Sends each source system (source1-/source2-
      *                   change-feed, chosen by AM-SOURCE-CODE) what
      *                   the master has learned since the last feed,
      *                   so they stop re-sending dead and moved
      *                   addresses: adds, changes, restores and
      *                   deletes from MERGE-JOURNAL-FILE (ADDR-MERGE
      *                   and MASTER-CORRECT), applied moves from
      *                   MOVE-HISTORY-FILE, matched carrier returns
      *                   from NIXIE-HISTORY-FILE, archives from
      *                   ADDRESS-ARCHIVE-FILE and opt-outs from
      *                   OPTOUT-AUDIT-FILE.  Each detail carries an
      *                   action code and the old and new address.
      *                   An event whose source cannot be found goes
      *                   to both systems.  The feed covers whole days
      *                   up to yesterday, after the last feed's
      *                   through date, so an event written after
      *                   tonight's feed goes out tomorrow and none is
      *                   sent twice.  H header and T trailer (count,
      *                   ZIP hash) carry the feed sequence kept per
      *                   source in CHANGE-FEED-CONTROL-FILE, so a
      *                   missing file shows as a gap; a night with
      *                   nothing to send still sends both records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT change-feed-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT merge-journal-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT move-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MOVE-HIST-STATUS.

           SELECT nixie-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NIXIE-STATUS.

           SELECT optout-audit-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT address-archive-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT source1-change-feed
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEED1-STATUS.

           SELECT source2-change-feed
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEED2-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  change-feed-control-file.
       01  CHANGE-FEED-CONTROL-RECORD.
           05 CF-THROUGH-DATE   PIC 9(08).
           05 FILLER            PIC X(02).
           05 CF-SEQ-SOURCE1    PIC 9(06).
           05 FILLER            PIC X(02).
           05 CF-SEQ-SOURCE2    PIC 9(06).
           05 FILLER            PIC X(02).
           05 CF-RUN-DATE       PIC 9(08).

       FD  merge-journal-file.
       01  MERGE-JOURNAL-RECORD.
           05 MJ-RUN-ID         PIC 9(14).
           05 FILLER            PIC X(02).
           05 MJ-ACTION         PIC X(01).
           05 FILLER            PIC X(02).
           05 MJ-IMAGE          PIC X(102).
           05 FILLER            PIC X(02).
           05 MJ-OPERATOR       PIC X(08).

      * MOVE-UPDATE's MOVE-HISTORY-RECORD, as MVH- here
       FD  move-history-file.
       01  MOVE-HISTORY-RECORD.
           05 MVH-DATE          PIC 9(08).
           05 FILLER            PIC X(02).
           05 MVH-LAST-NAME     PIC X(15).
           05 MVH-FIRST-NAME    PIC X(10).
           05 MVH-OLD-STREET    PIC X(25).
           05 MVH-NEW-STREET    PIC X(25).
           05 MVH-NEW-CITY      PIC X(10).
           05 MVH-NEW-STATE     PIC XX.
           05 MVH-NEW-ZIP       PIC X(10).
           05 FILLER            PIC X(02).
           05 MVH-APPLIED       PIC X(01).

       FD  nixie-history-file.
       01  NIXIE-HISTORY-RECORD.
           05 NH-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 NH-LAST-NAME      PIC X(15).
           05 NH-FIRST-NAME     PIC X(10).
           05 NH-STREET         PIC X(25).
           05 NH-REASON-CODE    PIC X(02).
           05 FILLER            PIC X(02).
           05 NH-MATCHED        PIC X(01).

       FD  optout-audit-file.
       01  OPTOUT-AUDIT-RECORD.
           05 OA-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 OA-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 OA-ACTION         PIC X(06).
           05 FILLER            PIC X(02).
           05 OA-OLD-VALUE      PIC X(94).
           05 FILLER            PIC X(02).
           05 OA-NEW-VALUE      PIC X(94).

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

       FD  address-archive-file.
       01  ADDRESS-ARCHIVE-RECORD.
           05 ARC-KEY.
               10 ARC-LAST-NAME  PIC X(15).
               10 ARC-FIRST-NAME PIC X(10).
               10 ARC-STREET     PIC X(25).
           05 ARC-CITY          PIC X(10).
           05 ARC-STATE         PIC XX.
           05 ARC-ZIP           PIC X(10).
           05 ARC-CARRIER-ROUTE PIC X(04).
           05 ARC-SOURCE-CODE   PIC X(01).
           05 ARC-LAST-MAINT-DATE PIC 9(08).
           05 ARC-CUSTOMER-NUMBER PIC 9(09).
           05 ARC-ARCHIVE-DATE  PIC 9(08).

       FD  source1-change-feed.
       01  SOURCE1-FEED-RECORD  PIC X(172).

       FD  source2-change-feed.
       01  SOURCE2-FEED-RECORD  PIC X(172).

       FD  job-log-file.
       01  JOB-LOG-RECORD.
           05 JL-PROGRAM        PIC X(18).
           05 FILLER            PIC X(02).
           05 JL-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 JL-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 JL-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 JL-COUNT-1        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-COUNT-2        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-COUNT-3        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-JOURNAL-STATUS     PIC X(02).
       01  WS-MOVE-HIST-STATUS   PIC X(02).
       01  WS-NIXIE-STATUS       PIC X(02).
       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-ARCHIVE-STATUS     PIC X(02).
       01  WS-FEED1-STATUS       PIC X(02).
       01  WS-FEED2-STATUS       PIC X(02).
       01  WS-MASTER-OPEN-SW     PIC X VALUE 'N'.
           88 MASTER-FILE-OPEN   VALUE 'Y'.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-FROM-DATE          PIC 9(08) VALUE ZERO.
       01  WS-THROUGH-DATE       PIC 9(08) VALUE ZERO.
       01  WS-EVENT-DATE         PIC 9(08) VALUE ZERO.
       01  WS-SEQ-SOURCE1        PIC 9(06) VALUE ZERO.
       01  WS-SEQ-SOURCE2        PIC 9(06) VALUE ZERO.

      * merge runs MERGE-BACKOUT has reversed; their entries are not
      * sent.
       01  WS-BACKOUT-TABLE.
           05 WS-BACKOUT-RUN OCCURS 200 TIMES
              INDEXED BY WS-BACKOUT-IDX PIC 9(14).
       01  WS-BACKOUT-COUNT-IN   PIC 9(04) COMP VALUE ZERO.
       01  WS-BACKED-OUT-SW      PIC X VALUE 'N'.
           88 RUN-BACKED-OUT     VALUE 'Y'.

      * a journal image - master layout, plus the archive date on an
      * archive (R) image
       01  WS-IMAGE.
           05 IMG-KEY.
               10 IMG-LAST-NAME  PIC X(15).
               10 IMG-FIRST-NAME PIC X(10).
               10 IMG-STREET     PIC X(25).
           05 IMG-CITY          PIC X(10).
           05 IMG-STATE         PIC XX.
           05 IMG-ZIP           PIC X(10).
           05 IMG-CARRIER-ROUTE PIC X(04).
           05 IMG-SOURCE-CODE   PIC X(01).
           05 IMG-LAST-MAINT-DATE PIC 9(08).
           05 IMG-CUSTOMER-NUMBER PIC 9(09).
           05 IMG-ARCHIVE-DATE  PIC 9(08).

      * a MASTER-CORRECT delete held back one entry: a D followed by
      * an A in the same run is a renamed key and goes out as a
      * change.  The key of the last restore (R) is kept so the add
      * journaled after it is not sent a second time.
       01  WS-PENDING-DELETE-SW  PIC X VALUE 'N'.
           88 DELETE-PENDING     VALUE 'Y'.
       01  WS-PENDING-RUN-ID     PIC 9(14) VALUE ZERO.
       01  WS-PENDING-IMAGE      PIC X(102) VALUE SPACES.
       01  WS-RESTORE-RUN-ID     PIC 9(14) VALUE ZERO.
       01  WS-RESTORE-KEY        PIC X(50) VALUE SPACES.

      * an opt-out image - DO-NOT-MAIL-MASTER-FILE layout
       01  WS-DNM-IMAGE.
           05 DNMI-LAST-NAME     PIC X(25).
           05 DNMI-FIRST-NAME    PIC X(15).
           05 DNMI-STREET        PIC X(30).
           05 DNMI-EFFECTIVE-DATE PIC 9(08).
           05 DNMI-EXPIRY-DATE   PIC 9(08).
           05 DNMI-ADD-DATE      PIC 9(08).

       01  WS-LOOK-KEY           PIC X(50).
       01  WS-LOOK-FOUND-SW      PIC X VALUE 'N'.
           88 LOOK-FOUND         VALUE 'Y'.

      * the event being sent
       01  WS-EVENT.
           05 EV-ACTION          PIC X(02).
           05 EV-SOURCE          PIC X(01).
           05 EV-CUSTOMER-NUMBER PIC 9(09).
           05 EV-REASON          PIC X(02).
           05 EV-OLD.
               10 EV-OLD-LAST-NAME  PIC X(15).
               10 EV-OLD-FIRST-NAME PIC X(10).
               10 EV-OLD-STREET     PIC X(25).
               10 EV-OLD-CITY       PIC X(10).
               10 EV-OLD-STATE      PIC XX.
               10 EV-OLD-ZIP        PIC X(10).
           05 EV-NEW.
               10 EV-NEW-LAST-NAME  PIC X(15).
               10 EV-NEW-FIRST-NAME PIC X(10).
               10 EV-NEW-STREET     PIC X(25).
               10 EV-NEW-CITY       PIC X(10).
               10 EV-NEW-STATE      PIC XX.
               10 EV-NEW-ZIP        PIC X(10).

      * action codes: AD add, CH change, MV move, UD undeliverable,
      * AR archived, RS restored, DL deleted, OO opted out, OW opt-out
      * withdrawn, ER erased on request
       01  WS-FEED-DETAIL.
           05 CHG-TYPE           PIC X(01) VALUE 'D'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CHG-ACTION         PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CHG-EVENT-DATE     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CHG-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CHG-REASON         PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CHG-OLD-ADDRESS    PIC X(72).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CHG-NEW-ADDRESS    PIC X(72).
       01  WS-FEED-HEADER REDEFINES WS-FEED-DETAIL.
           05 CHH-TYPE           PIC X(01).
           05 FILLER             PIC X(01).
           05 CHH-SOURCE         PIC X(01).
           05 FILLER             PIC X(01).
           05 CHH-SEQUENCE       PIC 9(06).
           05 FILLER             PIC X(01).
           05 CHH-CREATE-DATE    PIC 9(08).
           05 FILLER             PIC X(01).
           05 CHH-FROM-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 CHH-THROUGH-DATE   PIC 9(08).
           05 FILLER             PIC X(136).
       01  WS-FEED-TRAILER REDEFINES WS-FEED-DETAIL.
           05 CHT-TYPE           PIC X(01).
           05 FILLER             PIC X(01).
           05 CHT-RECORD-COUNT   PIC 9(07).
           05 FILLER             PIC X(01).
           05 CHT-ZIP-HASH       PIC 9(12).
           05 FILLER             PIC X(01).
           05 CHT-SEQUENCE       PIC 9(06).
           05 FILLER             PIC X(143).

       01  WS-HASH-ZIP           PIC 9(05) VALUE ZERO.

       01  WS-FEED-COUNTS.
           05 WS-SOURCE1-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-SOURCE2-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-SOURCE1-HASH    PIC 9(12) VALUE ZERO.
           05 WS-SOURCE2-HASH    PIC 9(12) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-EVENTS-SENT     PIC 9(07) COMP VALUE ZERO.
           05 WS-SENT-TO-BOTH    PIC 9(07) COMP VALUE ZERO.
           05 WS-JOURNAL-EVENTS  PIC 9(07) COMP VALUE ZERO.
           05 WS-MOVE-EVENTS     PIC 9(07) COMP VALUE ZERO.
           05 WS-NIXIE-EVENTS    PIC 9(07) COMP VALUE ZERO.
           05 WS-ARCHIVE-EVENTS  PIC 9(07) COMP VALUE ZERO.
           05 WS-OPTOUT-EVENTS   PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE 'N' TO WS-MASTER-OPEN-SW.
           MOVE 'N' TO WS-PENDING-DELETE-SW.
           MOVE ZERO TO WS-BACKOUT-COUNT-IN.
           INITIALIZE WS-FEED-COUNTS.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-THROUGH-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1).
           OPEN INPUT change-feed-control-file.
           IF WS-CONTROL-STATUS = '00'
               READ change-feed-control-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CF-THROUGH-DATE IS NUMERIC
                           MOVE CF-THROUGH-DATE TO WS-FROM-DATE
                           MOVE CF-SEQ-SOURCE1 TO WS-SEQ-SOURCE1
                           MOVE CF-SEQ-SOURCE2 TO WS-SEQ-SOURCE2
                       END-IF
               END-READ
               CLOSE change-feed-control-file
           END-IF.
           IF WS-THROUGH-DATE NOT > WS-FROM-DATE
               DISPLAY 'CHANGE-FEED: FEED ALREADY SENT THROUGH '
                   WS-FROM-DATE ' - NOTHING NEW TO SEND'
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.
           ADD 1 TO WS-SEQ-SOURCE1.
           ADD 1 TO WS-SEQ-SOURCE2.
           OPEN OUTPUT source1-change-feed.
           OPEN OUTPUT source2-change-feed.
           IF WS-FEED1-STATUS NOT = '00' OR WS-FEED2-STATUS NOT = '00'
               DISPLAY 'CHANGE-FEED ERROR: CHANGE FEED FILES COULD '
                   'NOT BE OPENED, STATUS ' WS-FEED1-STATUS ' '
                   WS-FEED2-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.
           MOVE SPACES TO WS-FEED-HEADER.
           MOVE 'H' TO CHH-TYPE.
           MOVE WS-TODAY TO CHH-CREATE-DATE.
           MOVE WS-FROM-DATE TO CHH-FROM-DATE.
           MOVE WS-THROUGH-DATE TO CHH-THROUGH-DATE.
           MOVE '1' TO CHH-SOURCE.
           MOVE WS-SEQ-SOURCE1 TO CHH-SEQUENCE.
           WRITE SOURCE1-FEED-RECORD FROM WS-FEED-HEADER.
           MOVE '2' TO CHH-SOURCE.
           MOVE WS-SEQ-SOURCE2 TO CHH-SEQUENCE.
           WRITE SOURCE2-FEED-RECORD FROM WS-FEED-HEADER.
      * the master gives the source code, customer number and city of
      * an event that does not carry them; without it every such
      * event goes to both systems.
           OPEN INPUT address-master-file.
           IF WS-MASTER-STATUS = '00'
               SET MASTER-FILE-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-BACKOUTS THRU LOAD-BACKOUTS-EXIT.

      *-----------------------------------------------------------------
      * Master maintenance from the merge journal.
      *-----------------------------------------------------------------
           OPEN INPUT merge-journal-file.
           IF WS-JOURNAL-STATUS NOT = '00'
               GO TO JOURNAL-ROUTINE-EXIT
           END-IF.
       JOURNAL-ROUTINE.
           READ merge-journal-file
               AT END GO TO JOURNAL-ROUTINE-END
           END-READ.
           IF MJ-ACTION = 'B'
               GO TO JOURNAL-ROUTINE
           END-IF.
           MOVE MJ-RUN-ID(1:8) TO WS-EVENT-DATE.
           IF WS-EVENT-DATE NOT > WS-FROM-DATE
            OR WS-EVENT-DATE > WS-THROUGH-DATE
               GO TO JOURNAL-ROUTINE
           END-IF.
           PERFORM CHECK-BACKED-OUT THRU CHECK-BACKED-OUT-EXIT.
           IF RUN-BACKED-OUT
               GO TO JOURNAL-ROUTINE
           END-IF.
           MOVE MJ-IMAGE TO WS-IMAGE.
           IF DELETE-PENDING
               IF MJ-ACTION = 'A' AND MJ-RUN-ID = WS-PENDING-RUN-ID
                   PERFORM SEND-RENAME THRU SEND-RENAME-EXIT
                   GO TO JOURNAL-ROUTINE
               END-IF
               PERFORM SEND-PENDING-DELETE
                   THRU SEND-PENDING-DELETE-EXIT
               MOVE MJ-IMAGE TO WS-IMAGE
           END-IF.
           EVALUATE MJ-ACTION
               WHEN 'D'
                   SET DELETE-PENDING TO TRUE
                   MOVE MJ-RUN-ID TO WS-PENDING-RUN-ID
                   MOVE MJ-IMAGE TO WS-PENDING-IMAGE
               WHEN 'R'
                   MOVE MJ-RUN-ID TO WS-RESTORE-RUN-ID
                   MOVE IMG-KEY TO WS-RESTORE-KEY
                   PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT
                   MOVE 'RS' TO EV-ACTION
                   PERFORM IMAGE-TO-NEW THRU IMAGE-TO-NEW-EXIT
                   PERFORM SEND-JOURNAL-EVENT
                       THRU SEND-JOURNAL-EVENT-EXIT
               WHEN 'A'
                   IF MJ-RUN-ID = WS-RESTORE-RUN-ID
                    AND IMG-KEY = WS-RESTORE-KEY
                       CONTINUE
                   ELSE
                       PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT
                       MOVE 'AD' TO EV-ACTION
                       PERFORM IMAGE-TO-NEW THRU IMAGE-TO-NEW-EXIT
                       PERFORM SEND-JOURNAL-EVENT
                           THRU SEND-JOURNAL-EVENT-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM SEND-CHANGE THRU SEND-CHANGE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO TO JOURNAL-ROUTINE.
       JOURNAL-ROUTINE-END.
           IF DELETE-PENDING
               PERFORM SEND-PENDING-DELETE
                   THRU SEND-PENDING-DELETE-EXIT
           END-IF.
           CLOSE merge-journal-file.
       JOURNAL-ROUTINE-EXIT.

      *-----------------------------------------------------------------
      * Moves MOVE-UPDATE applied; the master is found at the new
      * address.
      *-----------------------------------------------------------------
           OPEN INPUT move-history-file.
           IF WS-MOVE-HIST-STATUS NOT = '00'
               GO TO MOVE-ROUTINE-EXIT
           END-IF.
       MOVE-ROUTINE.
           READ move-history-file
               AT END GO TO MOVE-ROUTINE-END
           END-READ.
           IF MVH-APPLIED NOT = 'Y'
            OR MVH-DATE NOT > WS-FROM-DATE
            OR MVH-DATE > WS-THROUGH-DATE
               GO TO MOVE-ROUTINE
           END-IF.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           MOVE 'MV' TO EV-ACTION.
           MOVE MVH-DATE TO WS-EVENT-DATE.
           MOVE MVH-LAST-NAME TO EV-OLD-LAST-NAME EV-NEW-LAST-NAME.
           MOVE MVH-FIRST-NAME TO EV-OLD-FIRST-NAME EV-NEW-FIRST-NAME.
           MOVE MVH-OLD-STREET TO EV-OLD-STREET.
           MOVE MVH-NEW-STREET TO EV-NEW-STREET.
           MOVE MVH-NEW-CITY TO EV-NEW-CITY.
           MOVE MVH-NEW-STATE TO EV-NEW-STATE.
           MOVE MVH-NEW-ZIP TO EV-NEW-ZIP.
           MOVE EV-NEW(1:50) TO WS-LOOK-KEY.
           PERFORM LOOK-UP-MASTER THRU LOOK-UP-MASTER-EXIT.
           IF LOOK-FOUND
               MOVE AM-SOURCE-CODE TO EV-SOURCE
               MOVE AM-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
           END-IF.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-MOVE-EVENTS.
           GO TO MOVE-ROUTINE.
       MOVE-ROUTINE-END.
           CLOSE move-history-file.
       MOVE-ROUTINE-EXIT.

      *-----------------------------------------------------------------
      * Carrier returns NIXIE-UPDATE matched to the master.
      *-----------------------------------------------------------------
           OPEN INPUT nixie-history-file.
           IF WS-NIXIE-STATUS NOT = '00'
               GO TO NIXIE-ROUTINE-EXIT
           END-IF.
       NIXIE-ROUTINE.
           READ nixie-history-file
               AT END GO TO NIXIE-ROUTINE-END
           END-READ.
           IF NH-MATCHED NOT = 'Y'
            OR NH-DATE NOT > WS-FROM-DATE
            OR NH-DATE > WS-THROUGH-DATE
               GO TO NIXIE-ROUTINE
           END-IF.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           MOVE 'UD' TO EV-ACTION.
           MOVE NH-DATE TO WS-EVENT-DATE.
           MOVE NH-REASON-CODE TO EV-REASON.
           MOVE NH-LAST-NAME TO EV-OLD-LAST-NAME.
           MOVE NH-FIRST-NAME TO EV-OLD-FIRST-NAME.
           MOVE NH-STREET TO EV-OLD-STREET.
           MOVE EV-OLD(1:50) TO WS-LOOK-KEY.
           PERFORM LOOK-UP-MASTER THRU LOOK-UP-MASTER-EXIT.
           IF LOOK-FOUND
               MOVE AM-SOURCE-CODE TO EV-SOURCE
               MOVE AM-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
               MOVE AM-CITY TO EV-OLD-CITY
               MOVE AM-STATE TO EV-OLD-STATE
               MOVE AM-ZIP TO EV-OLD-ZIP
           END-IF.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-NIXIE-EVENTS.
           GO TO NIXIE-ROUTINE.
       NIXIE-ROUTINE-END.
           CLOSE nixie-history-file.
       NIXIE-ROUTINE-EXIT.

      *-----------------------------------------------------------------
      * Records ADDR-ARCHIVE moved off the master in the window.
      *-----------------------------------------------------------------
           OPEN INPUT address-archive-file.
           IF WS-ARCHIVE-STATUS NOT = '00'
               GO TO ARCHIVE-ROUTINE-EXIT
           END-IF.
           MOVE LOW-VALUES TO ARC-KEY.
           START address-archive-file KEY NOT < ARC-KEY
               INVALID KEY GO TO ARCHIVE-ROUTINE-END
           END-START.
       ARCHIVE-ROUTINE.
           READ address-archive-file NEXT RECORD
               AT END GO TO ARCHIVE-ROUTINE-END
           END-READ.
           IF ARC-ARCHIVE-DATE IS NOT NUMERIC
            OR ARC-ARCHIVE-DATE NOT > WS-FROM-DATE
            OR ARC-ARCHIVE-DATE > WS-THROUGH-DATE
               GO TO ARCHIVE-ROUTINE
           END-IF.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           MOVE 'AR' TO EV-ACTION.
           MOVE ARC-ARCHIVE-DATE TO WS-EVENT-DATE.
           MOVE ADDRESS-ARCHIVE-RECORD TO WS-IMAGE.
           PERFORM IMAGE-TO-OLD THRU IMAGE-TO-OLD-EXIT.
           MOVE ARC-SOURCE-CODE TO EV-SOURCE.
           IF ARC-CUSTOMER-NUMBER IS NUMERIC
               MOVE ARC-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
           END-IF.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-ARCHIVE-EVENTS.
           GO TO ARCHIVE-ROUTINE.
       ARCHIVE-ROUTINE-END.
           CLOSE address-archive-file.
       ARCHIVE-ROUTINE-EXIT.

      *-----------------------------------------------------------------
      * Opt-outs, withdrawals and erasures on the opt-out audit trail.
      *-----------------------------------------------------------------
           OPEN INPUT optout-audit-file.
           IF WS-AUDIT-STATUS NOT = '00'
               GO TO OPTOUT-ROUTINE-EXIT
           END-IF.
       OPTOUT-ROUTINE.
           READ optout-audit-file
               AT END GO TO OPTOUT-ROUTINE-END
           END-READ.
           IF OA-DATE NOT > WS-FROM-DATE
            OR OA-DATE > WS-THROUGH-DATE
               GO TO OPTOUT-ROUTINE
           END-IF.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           EVALUATE OA-ACTION
               WHEN 'OPTOUT'
                   MOVE 'OO' TO EV-ACTION
               WHEN 'WTHDRW'
                   MOVE 'OW' TO EV-ACTION
               WHEN 'ERASE'
                   MOVE 'ER' TO EV-ACTION
               WHEN OTHER
                   GO TO OPTOUT-ROUTINE
           END-EVALUATE.
           MOVE OA-DATE TO WS-EVENT-DATE.
           MOVE OA-NEW-VALUE TO WS-DNM-IMAGE.
           IF WS-DNM-IMAGE = SPACES
               MOVE OA-OLD-VALUE TO WS-DNM-IMAGE
           END-IF.
           MOVE DNMI-LAST-NAME TO EV-OLD-LAST-NAME.
           MOVE DNMI-FIRST-NAME TO EV-OLD-FIRST-NAME.
           MOVE DNMI-STREET TO EV-OLD-STREET.
           MOVE EV-OLD(1:50) TO WS-LOOK-KEY.
           PERFORM LOOK-UP-MASTER THRU LOOK-UP-MASTER-EXIT.
           IF LOOK-FOUND
               MOVE AM-SOURCE-CODE TO EV-SOURCE
               MOVE AM-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
               MOVE AM-CITY TO EV-OLD-CITY
               MOVE AM-STATE TO EV-OLD-STATE
               MOVE AM-ZIP TO EV-OLD-ZIP
           END-IF.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-OPTOUT-EVENTS.
           GO TO OPTOUT-ROUTINE.
       OPTOUT-ROUTINE-END.
           CLOSE optout-audit-file.
       OPTOUT-ROUTINE-EXIT.

       END-ROUTINE.
           IF MASTER-FILE-OPEN
               CLOSE address-master-file
           END-IF.
           MOVE SPACES TO WS-FEED-TRAILER.
           MOVE 'T' TO CHT-TYPE.
           MOVE WS-SOURCE1-COUNT TO CHT-RECORD-COUNT.
           MOVE WS-SOURCE1-HASH TO CHT-ZIP-HASH.
           MOVE WS-SEQ-SOURCE1 TO CHT-SEQUENCE.
           WRITE SOURCE1-FEED-RECORD FROM WS-FEED-TRAILER.
           MOVE WS-SOURCE2-COUNT TO CHT-RECORD-COUNT.
           MOVE WS-SOURCE2-HASH TO CHT-ZIP-HASH.
           MOVE WS-SEQ-SOURCE2 TO CHT-SEQUENCE.
           WRITE SOURCE2-FEED-RECORD FROM WS-FEED-TRAILER.
           CLOSE source1-change-feed.
           CLOSE source2-change-feed.
      * the sequence and through date move on only once both files
      * are complete.
           OPEN OUTPUT change-feed-control-file.
           MOVE SPACES TO CHANGE-FEED-CONTROL-RECORD.
           MOVE WS-THROUGH-DATE TO CF-THROUGH-DATE.
           MOVE WS-SEQ-SOURCE1 TO CF-SEQ-SOURCE1.
           MOVE WS-SEQ-SOURCE2 TO CF-SEQ-SOURCE2.
           MOVE WS-TODAY TO CF-RUN-DATE.
           WRITE CHANGE-FEED-CONTROL-RECORD.
           CLOSE change-feed-control-file.
           DISPLAY 'CHANGE-FEED RUN SUMMARY'.
           DISPLAY '  THROUGH DATE      : ' WS-THROUGH-DATE.
           DISPLAY '  MASTER CHANGES    : ' WS-JOURNAL-EVENTS.
           DISPLAY '  MOVES             : ' WS-MOVE-EVENTS.
           DISPLAY '  UNDELIVERABLE     : ' WS-NIXIE-EVENTS.
           DISPLAY '  ARCHIVED          : ' WS-ARCHIVE-EVENTS.
           DISPLAY '  OPT-OUTS          : ' WS-OPTOUT-EVENTS.
           DISPLAY '  SOURCE 1 FEED ' WS-SEQ-SOURCE1 ' : '
               WS-SOURCE1-COUNT.
           DISPLAY '  SOURCE 2 FEED ' WS-SEQ-SOURCE2 ' : '
               WS-SOURCE2-COUNT.
           DISPLAY '  SENT TO BOTH      : ' WS-SENT-TO-BOTH.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * A change journaled with its before-image; the new address is
      * what the master holds now.  A record only touched for its
      * customer number has nothing to tell the source.
       SEND-CHANGE.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           MOVE 'CH' TO EV-ACTION.
           PERFORM IMAGE-TO-OLD THRU IMAGE-TO-OLD-EXIT.
           MOVE IMG-KEY TO WS-LOOK-KEY.
           PERFORM LOOK-UP-MASTER THRU LOOK-UP-MASTER-EXIT.
           IF NOT LOOK-FOUND
               GO TO SEND-CHANGE-EXIT
           END-IF.
           IF AM-CITY = IMG-CITY AND AM-STATE = IMG-STATE
            AND AM-ZIP = IMG-ZIP
               GO TO SEND-CHANGE-EXIT
           END-IF.
           MOVE AM-LAST-NAME TO EV-NEW-LAST-NAME.
           MOVE AM-FIRST-NAME TO EV-NEW-FIRST-NAME.
           MOVE AM-STREET TO EV-NEW-STREET.
           MOVE AM-CITY TO EV-NEW-CITY.
           MOVE AM-STATE TO EV-NEW-STATE.
           MOVE AM-ZIP TO EV-NEW-ZIP.
           MOVE AM-SOURCE-CODE TO EV-SOURCE.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
           END-IF.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-JOURNAL-EVENTS.
       SEND-CHANGE-EXIT.
           EXIT.

      * D + A in one MASTER-CORRECT run: the key itself was corrected
       SEND-RENAME.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           MOVE 'CH' TO EV-ACTION.
           PERFORM IMAGE-TO-NEW THRU IMAGE-TO-NEW-EXIT.
           MOVE WS-PENDING-IMAGE TO WS-IMAGE.
           PERFORM IMAGE-TO-OLD THRU IMAGE-TO-OLD-EXIT.
           MOVE 'N' TO WS-PENDING-DELETE-SW.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-JOURNAL-EVENTS.
       SEND-RENAME-EXIT.
           EXIT.

       SEND-PENDING-DELETE.
           MOVE WS-PENDING-IMAGE TO WS-IMAGE.
           MOVE WS-PENDING-RUN-ID(1:8) TO WS-EVENT-DATE.
           PERFORM CLEAR-EVENT THRU CLEAR-EVENT-EXIT.
           MOVE 'DL' TO EV-ACTION.
           PERFORM IMAGE-TO-OLD THRU IMAGE-TO-OLD-EXIT.
           MOVE 'N' TO WS-PENDING-DELETE-SW.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-JOURNAL-EVENTS.
           MOVE MJ-RUN-ID(1:8) TO WS-EVENT-DATE.
       SEND-PENDING-DELETE-EXIT.
           EXIT.

       SEND-JOURNAL-EVENT.
           PERFORM SEND-EVENT THRU SEND-EVENT-EXIT.
           ADD 1 TO WS-JOURNAL-EVENTS.
       SEND-JOURNAL-EVENT-EXIT.
           EXIT.

      * the image's address as the old one; the source and customer
      * number come with it.
       IMAGE-TO-OLD.
           MOVE IMG-LAST-NAME TO EV-OLD-LAST-NAME.
           MOVE IMG-FIRST-NAME TO EV-OLD-FIRST-NAME.
           MOVE IMG-STREET TO EV-OLD-STREET.
           MOVE IMG-CITY TO EV-OLD-CITY.
           MOVE IMG-STATE TO EV-OLD-STATE.
           MOVE IMG-ZIP TO EV-OLD-ZIP.
           MOVE IMG-SOURCE-CODE TO EV-SOURCE.
           IF IMG-CUSTOMER-NUMBER IS NUMERIC
               MOVE IMG-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
           END-IF.
       IMAGE-TO-OLD-EXIT.
           EXIT.

       IMAGE-TO-NEW.
           MOVE IMG-LAST-NAME TO EV-NEW-LAST-NAME.
           MOVE IMG-FIRST-NAME TO EV-NEW-FIRST-NAME.
           MOVE IMG-STREET TO EV-NEW-STREET.
           MOVE IMG-CITY TO EV-NEW-CITY.
           MOVE IMG-STATE TO EV-NEW-STATE.
           MOVE IMG-ZIP TO EV-NEW-ZIP.
           MOVE IMG-SOURCE-CODE TO EV-SOURCE.
           IF IMG-CUSTOMER-NUMBER IS NUMERIC
               MOVE IMG-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
           END-IF.
       IMAGE-TO-NEW-EXIT.
           EXIT.

       CLEAR-EVENT.
           MOVE SPACES TO WS-EVENT.
           MOVE ZERO TO EV-CUSTOMER-NUMBER.
       CLEAR-EVENT-EXIT.
           EXIT.

      * Source 1 gets every event not known to be source 2's, source
      * 2 every event not known to be source 1's.  The hash adds the
      * new ZIP's first five digits, or the old one's when there is
      * no new address.
       SEND-EVENT.
           MOVE EV-ACTION TO CHG-ACTION.
           MOVE WS-EVENT-DATE TO CHG-EVENT-DATE.
           MOVE EV-CUSTOMER-NUMBER TO CHG-CUSTOMER-NUMBER.
           MOVE EV-REASON TO CHG-REASON.
           MOVE EV-OLD TO CHG-OLD-ADDRESS.
           MOVE EV-NEW TO CHG-NEW-ADDRESS.
           MOVE 'D' TO CHG-TYPE.
           MOVE ZERO TO WS-HASH-ZIP.
           IF EV-NEW-ZIP(1:5) IS NUMERIC
               MOVE EV-NEW-ZIP(1:5) TO WS-HASH-ZIP
           ELSE
               IF EV-OLD-ZIP(1:5) IS NUMERIC
                   MOVE EV-OLD-ZIP(1:5) TO WS-HASH-ZIP
               END-IF
           END-IF.
           IF EV-SOURCE NOT = '2'
               WRITE SOURCE1-FEED-RECORD FROM WS-FEED-DETAIL
               ADD 1 TO WS-SOURCE1-COUNT
               ADD WS-HASH-ZIP TO WS-SOURCE1-HASH
           END-IF.
           IF EV-SOURCE NOT = '1'
               WRITE SOURCE2-FEED-RECORD FROM WS-FEED-DETAIL
               ADD 1 TO WS-SOURCE2-COUNT
               ADD WS-HASH-ZIP TO WS-SOURCE2-HASH
           END-IF.
           IF EV-SOURCE NOT = '1' AND EV-SOURCE NOT = '2'
               ADD 1 TO WS-SENT-TO-BOTH
           END-IF.
           ADD 1 TO WS-EVENTS-SENT.
       SEND-EVENT-EXIT.
           EXIT.

       LOOK-UP-MASTER.
           MOVE 'N' TO WS-LOOK-FOUND-SW.
           IF NOT MASTER-FILE-OPEN
               GO TO LOOK-UP-MASTER-EXIT
           END-IF.
           MOVE WS-LOOK-KEY TO AM-KEY.
           READ address-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOK-FOUND TO TRUE
           END-READ.
       LOOK-UP-MASTER-EXIT.
           EXIT.

       LOAD-BACKOUTS.
           OPEN INPUT merge-journal-file.
           IF WS-JOURNAL-STATUS NOT = '00'
               GO TO LOAD-BACKOUTS-EXIT
           END-IF.
       LOAD-BACKOUTS-READ.
           READ merge-journal-file
               AT END GO TO LOAD-BACKOUTS-CLOSE.
           IF MJ-ACTION = 'B' AND WS-BACKOUT-COUNT-IN < 200
               ADD 1 TO WS-BACKOUT-COUNT-IN
               MOVE MJ-RUN-ID TO WS-BACKOUT-RUN(WS-BACKOUT-COUNT-IN)
           END-IF.
           GO TO LOAD-BACKOUTS-READ.
       LOAD-BACKOUTS-CLOSE.
           CLOSE merge-journal-file.
       LOAD-BACKOUTS-EXIT.
           EXIT.

       CHECK-BACKED-OUT.
           MOVE 'N' TO WS-BACKED-OUT-SW.
           IF WS-BACKOUT-COUNT-IN = ZERO
               GO TO CHECK-BACKED-OUT-EXIT
           END-IF.
           SET WS-BACKOUT-IDX TO 1.
           SEARCH WS-BACKOUT-RUN
               AT END
                   CONTINUE
               WHEN WS-BACKOUT-IDX > WS-BACKOUT-COUNT-IN
                   CONTINUE
               WHEN WS-BACKOUT-RUN(WS-BACKOUT-IDX) = MJ-RUN-ID
                   SET RUN-BACKED-OUT TO TRUE
           END-SEARCH.
       CHECK-BACKED-OUT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
           OPEN EXTEND job-log-file.
           IF WS-JOB-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT job-log-file
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = '00'
               DISPLAY 'CHANGE-FEED WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'CHANGE-FEED' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-EVENTS-SENT TO JL-COUNT-1.
           MOVE WS-SOURCE1-COUNT TO JL-COUNT-2.
           MOVE WS-SOURCE2-COUNT TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM CHANGE-FEED.
