      *                   of an upper-case-only compare that told
      *                   customer service "not on the list" for
      *                   people READ-CSV actually suppresses.
      *   2026/10/15 QC - the detail screen shows the permanent
      *                   customer number, the mailed lines follow the
      *                   customer across addresses through the mail
      *                   history's customer-number key, and a new H
      *                   action pages through the customer's full
      *                   mail history with the street each piece went
      *                   to.
      *   2026/10/15 QC - MAIL-HISTORY-RECORD carries the test cell
      *                   keycode in new MH-KEYCODE (written by
      *                   VENDOR-EXTRACT); record layout only.
      *   2026/10/15 QC - new C action: the customer contact log.
      *                   Each call is kept on CONTACT-LOG-FILE under
      *                   the master key with the date, operator,
      *                   reason code, a note, a follow-up date and
      *                   open/closed status; the contact screen lists
      *                   the addressee's contacts, adds a new one and
      *                   closes an open case.  The detail screen shows
      *                   the contact count, open cases and the last
      *                   contact date.  This is the one file the
      *                   inquiry writes; CASE-REPORT reports from it.
      *   2026/10/15 QC - CONTACT-LOG-FILE is also keyed on the
      *                   customer number; an addressee with one has
      *                   the contacts listed by it, so calls taken
      *                   at an earlier address are shown too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDR-INQUIRY.
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

           SELECT do-not-mail-master-file
           RECORD KEY IS DNM-KEY
           FILE STATUS IS WS-DNM-STATUS.

           SELECT contact-log-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-KEY
           ALTERNATE RECORD KEY IS CL-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT operator-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  do-not-mail-master-file.
       01  DO-NOT-MAIL-RECORD.
           05 DNM-EXPIRY-DATE   PIC 9(08).
           05 DNM-ADD-DATE      PIC 9(08).

      * one record per customer contact, under the master key and
      * the date and time it was taken.  Reason codes: UM still
      * getting unwanted mail, ST stop mailing me, MV moved, AD
      * address wrong, OT anything else.
       FD  contact-log-file.
       01  CONTACT-LOG-RECORD.
           05 CL-KEY.
               10 CL-LAST-NAME  PIC X(15).
               10 CL-FIRST-NAME PIC X(10).
               10 CL-STREET     PIC X(25).
               10 CL-CONTACT-DATE PIC 9(08).
               10 CL-CONTACT-TIME PIC 9(08).
           05 CL-OPERATOR       PIC X(08).
           05 CL-REASON-CODE    PIC X(02).
           05 CL-NOTE           PIC X(60).
           05 CL-FOLLOW-UP-DATE PIC 9(08).
           05 CL-STATUS         PIC X(01).
               88 CL-IS-OPEN            VALUE 'O'.
               88 CL-IS-CLOSED          VALUE 'C'.
           05 CL-CLOSED-BY      PIC X(08).
           05 CL-CLOSED-DATE    PIC 9(08).
           05 CL-CUSTOMER-NUMBER PIC 9(09).

       FD  operator-file.
       01  OPERATOR-RECORD.
           05 OPR-ID                 PIC X(08).
       77 WS-DNM-STATUS           PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS          PIC X(02).
       77 WS-CONTACT-STATUS       PIC X(02).
       77 WS-LANGUAGE             PIC X(01) VALUE 'F'.
           88 LANG-IS-FRENCH             VALUE 'F'.
           88 LANG-IS-ENGLISH            VALUE 'E'.
           05 WS-MSG-ID-INCONNU     PIC X(40).
           05 WS-MSG-SEARCH         PIC X(25).
           05 WS-MSG-NO-MATCH       PIC X(40).
           05 WS-MSG-ACTION         PIC X(55).
           05 WS-MSG-MAINT          PIC X(14).
           05 WS-MSG-SUPPRESSED     PIC X(14).
           05 WS-MSG-DNM            PIC X(14).
           05 WS-MSG-MAILED         PIC X(14).
           05 WS-MSG-CUSTNO         PIC X(14).
           05 WS-MSG-HIST-TITLE     PIC X(40).
           05 WS-MSG-HIST-MORE      PIC X(40).
           05 WS-MSG-CONTACTS       PIC X(14).
           05 WS-MSG-CONT-TITLE     PIC X(40).
           05 WS-MSG-CONT-HEAD      PIC X(70).
           05 WS-MSG-CONT-ACTION    PIC X(60).
           05 WS-MSG-CONT-CODES     PIC X(70).
           05 WS-MSG-CONT-REASON    PIC X(30).
           05 WS-MSG-CONT-NOTE      PIC X(30).
           05 WS-MSG-CONT-FOLLOW    PIC X(30).
           05 WS-MSG-CONT-STATUS    PIC X(30).
           05 WS-MSG-CONT-CLOSE     PIC X(30).
           05 WS-MSG-CONT-BAD       PIC X(40).
           05 WS-MSG-CONT-NO-FILE   PIC X(40).

       77 operator-id      PIC X(08) VALUE SPACES.
       01 WS-OPERATOR-TABLE.
           88 MHIST-FILE-OPEN         VALUE 'Y'.
       77 WS-DNM-OPEN-SW       PIC X(01) VALUE 'N'.
           88 DNM-MASTER-OPEN         VALUE 'Y'.
       77 WS-CONTACT-OPEN-SW   PIC X(01) VALUE 'N'.
           88 CONTACT-FILE-OPEN       VALUE 'Y'.
       77 WS-TODAY             PIC 9(08) VALUE ZERO.

      * Legal's flat do-not-mail list, loaded the way READ-CSV loads
           88 ON-DNM-LIST             VALUE 'Y'.
       77 WS-CMP-STREET        PIC X(30) VALUE SPACES.

      * mail history for the shown customer: S fills the three mailed
      * lines on the detail screen, F pages the full history.
       77 WS-HIST-MODE         PIC X(01) VALUE 'S'.
           88 HIST-MODE-SUMMARY       VALUE 'S'.
           88 HIST-MODE-FULL          VALUE 'F'.
       77 WS-HIST-CUSTOMER     PIC 9(09) VALUE ZERO.
       77 WS-HIST-COUNT        PIC 9(02) VALUE ZERO.
       77 WS-HIST-ANSWER       PIC X(01) VALUE SPACE.
       77 WS-HIST-QUIT-SW      PIC X(01) VALUE 'N'.
           88 HIST-QUIT               VALUE 'Y'.
       01 WS-HIST-PAGE.
           05 WS-HIST-LINE OCCURS 10 TIMES PIC X(60).

      * contacts for the shown addressee, oldest first; when there
      * are more than the table holds the oldest drop off the top.
      * The line number on the contact screen is the table entry.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 50 TIMES.
               10 WS-CONT-KEY     PIC X(66).
               10 WS-CONT-STATUS  PIC X(01).
               10 WS-CONT-LINE    PIC X(70).
       77 WS-CONTACT-COUNT     PIC 9(02) VALUE ZERO.
       77 WS-CONTACT-OPEN      PIC 9(02) VALUE ZERO.
       77 WS-CONTACT-LAST-DATE PIC 9(08) VALUE ZERO.
       77 WS-CONTACT-TOTAL     PIC 9(04) VALUE ZERO.
       77 WS-CONT-SUB          PIC 9(02) VALUE ZERO.
       77 WS-CONT-IDX          PIC 9(02) VALUE ZERO.
       77 WS-CONT-FIRST        PIC 9(02) VALUE ZERO.
       77 WS-CONT-ANSWER       PIC X(01) VALUE SPACE.
       01 WS-CONT-SUMMARY.
           05 CSM-TOTAL         PIC ZZZ9.
           05 FILLER            PIC X(08) VALUE ' - OPEN '.
           05 CSM-OPEN          PIC ZZZ9.
           05 FILLER            PIC X(08) VALUE ' - LAST '.
           05 CSM-LAST          PIC 9(08).
       01 WS-CONT-PAGE.
           05 WS-CONT-PAGE-LINE OCCURS 10 TIMES PIC X(70).
       01 WS-CONT-LINE-BUILD.
           05 CLB-NUMBER        PIC Z9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CLB-DATE          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CLB-OPERATOR      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CLB-REASON        PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CLB-STATUS        PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CLB-FOLLOW-UP     PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CLB-NOTE          PIC X(35).

      * a new contact as keyed; the follow-up date of an open case
      * defaults to a week out.
       77 WS-CONT-REASON-IN    PIC X(02) VALUE SPACES.
           88 CONT-REASON-VALID       VALUE 'UM' 'ST' 'MV' 'AD'
                                            'OT'.
       77 WS-CONT-NOTE-IN      PIC X(60) VALUE SPACES.
       01 WS-CONT-FOLLOW-IN    PIC 9(08) VALUE ZERO.
       01 WS-CONT-FOLLOW-PARTS REDEFINES WS-CONT-FOLLOW-IN.
           05 WS-CONT-FOLLOW-YYYY PIC 9(04).
           05 WS-CONT-FOLLOW-MM   PIC 9(02).
           05 WS-CONT-FOLLOW-DD   PIC 9(02).
       77 WS-CONT-STATUS-IN    PIC X(01) VALUE 'O'.
       77 WS-CONT-CLOSE-IN     PIC 9(02) VALUE ZERO.
       77 WS-CONT-OK-SW        PIC X(01) VALUE 'N'.
           88 CONT-ENTRY-OK           VALUE 'Y'.
       77 WS-CONT-DEFAULT-DAYS PIC 9(03) VALUE 7.

      * street standardization, same table and fold as READ-CSV.
       01 WS-ABBREV-TABLE.
           05 WS-ABBREV-ENTRY OCCURS 100 TIMES
           05 WS-DET-MAIL-1     PIC X(40).
           05 WS-DET-MAIL-2     PIC X(40).
           05 WS-DET-MAIL-3     PIC X(40).
           05 WS-DET-CUSTNO     PIC X(09).
           05 WS-DET-CONTACTS   PIC X(40).

       SCREEN SECTION.
           01 pls-language.
               02 LINE 3 COL 5 PIC X(30) FROM WS-DET-NAME.
               02 LINE 4 COL 5 PIC X(25) FROM WS-DET-STREET.
               02 LINE 5 COL 5 PIC X(30) FROM WS-DET-CITY-LINE.
               02 LINE 6 COL 5 PIC X(14) FROM WS-MSG-CUSTNO.
               02 COL 20 PIC X(09) FROM WS-DET-CUSTNO.
               02 LINE 7 COL 5 PIC X(14) FROM WS-MSG-MAINT.
               02 COL 20 PIC X(25) FROM WS-DET-MAINT.
               02 LINE 8 COL 5 PIC X(14) FROM WS-MSG-SUPPRESSED.
               02 COL 20 PIC X(40) FROM WS-DET-MAIL-1.
               02 LINE 11 COL 20 PIC X(40) FROM WS-DET-MAIL-2.
               02 LINE 12 COL 20 PIC X(40) FROM WS-DET-MAIL-3.
               02 LINE 13 COL 5 PIC X(14) FROM WS-MSG-CONTACTS.
               02 COL 20 PIC X(40) FROM WS-DET-CONTACTS.

           01 pls-action.
               02 LINE 15 COL 5 PIC X(55) FROM WS-MSG-ACTION.
               02 PIC X(01) TO WS-ACTION REQUIRED.

           01 pla-history.
               02 BLANK SCREEN.
               02 LINE 2 COL 5 PIC X(40) FROM WS-MSG-HIST-TITLE.
               02 LINE 3 COL 5 PIC X(30) FROM WS-DET-NAME.
               02 COL 40 PIC X(09) FROM WS-DET-CUSTNO.
               02 LINE 5 COL 5 PIC X(60) FROM WS-HIST-LINE (1).
               02 LINE 6 COL 5 PIC X(60) FROM WS-HIST-LINE (2).
               02 LINE 7 COL 5 PIC X(60) FROM WS-HIST-LINE (3).
               02 LINE 8 COL 5 PIC X(60) FROM WS-HIST-LINE (4).
               02 LINE 9 COL 5 PIC X(60) FROM WS-HIST-LINE (5).
               02 LINE 10 COL 5 PIC X(60) FROM WS-HIST-LINE (6).
               02 LINE 11 COL 5 PIC X(60) FROM WS-HIST-LINE (7).
               02 LINE 12 COL 5 PIC X(60) FROM WS-HIST-LINE (8).
               02 LINE 13 COL 5 PIC X(60) FROM WS-HIST-LINE (9).
               02 LINE 14 COL 5 PIC X(60) FROM WS-HIST-LINE (10).

           01 pls-history-more.
               02 LINE 16 COL 5 PIC X(40) FROM WS-MSG-HIST-MORE.
               02 PIC X(01) TO WS-HIST-ANSWER.

           01 pla-contacts.
               02 BLANK SCREEN.
               02 LINE 2 COL 5 PIC X(40) FROM WS-MSG-CONT-TITLE.
               02 LINE 3 COL 5 PIC X(30) FROM WS-DET-NAME.
               02 COL 40 PIC X(09) FROM WS-DET-CUSTNO.
               02 LINE 4 COL 5 PIC X(70) FROM WS-MSG-CONT-HEAD.
               02 LINE 5 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (1).
               02 LINE 6 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (2).
               02 LINE 7 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (3).
               02 LINE 8 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (4).
               02 LINE 9 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (5).
               02 LINE 10 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (6).
               02 LINE 11 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (7).
               02 LINE 12 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (8).
               02 LINE 13 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (9).
               02 LINE 14 COL 5 PIC X(70) FROM WS-CONT-PAGE-LINE (10).

           01 pls-contact-action.
               02 LINE 16 COL 5 PIC X(60) FROM WS-MSG-CONT-ACTION.
               02 PIC X(01) TO WS-CONT-ANSWER.

           01 pla-contact-form.
               02 BLANK SCREEN.
               02 LINE 2 COL 5 PIC X(40) FROM WS-MSG-CONT-TITLE.
               02 LINE 3 COL 5 PIC X(30) FROM WS-DET-NAME.
               02 COL 40 PIC X(09) FROM WS-DET-CUSTNO.
               02 LINE 5 COL 5 PIC X(70) FROM WS-MSG-CONT-CODES.
               02 LINE 7 COL 5 PIC X(30) FROM WS-MSG-CONT-REASON.
               02 LINE 8 COL 5 PIC X(30) FROM WS-MSG-CONT-NOTE.
               02 LINE 10 COL 5 PIC X(30) FROM WS-MSG-CONT-FOLLOW.
               02 LINE 11 COL 5 PIC X(30) FROM WS-MSG-CONT-STATUS.

           01 pls-contact-entry.
               02 LINE 7 COL 36 PIC X(02) USING WS-CONT-REASON-IN.
               02 LINE 9 COL 5 PIC X(60) USING WS-CONT-NOTE-IN.
               02 LINE 10 COL 36 PIC 9(08) USING WS-CONT-FOLLOW-IN.
               02 LINE 11 COL 36 PIC X(01) USING WS-CONT-STATUS-IN.

           01 pls-close-case.
               02 LINE 17 COL 5 PIC X(30) FROM WS-MSG-CONT-CLOSE.
               02 COL 36 PIC 9(02) USING WS-CONT-CLOSE-IN.

           01 pla-cont-bad.
               02 LINE 18 COL 5 PIC X(40) FROM WS-MSG-CONT-BAD
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-cont-no-file.
               02 LINE 17 COL 5 PIC X(40) FROM WS-MSG-CONT-NO-FILE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATOR-TABLE THRU LOAD-OPERATOR-TABLE-EXIT
               PERFORM LOAD-SUPPRESS-LIST
                   THRU LOAD-SUPPRESS-LIST-EXIT
           END-IF
           OPEN I-O contact-log-file
           IF WS-CONTACT-STATUS = '35'
               OPEN OUTPUT contact-log-file
               CLOSE contact-log-file
               OPEN I-O contact-log-file
           END-IF
           IF WS-CONTACT-STATUS = '00'
               SET CONTACT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'ADDR-INQUIRY WARNING: CONTACT-LOG-FILE '
                   'OPEN FAILED, STATUS ' WS-CONTACT-STATUS
           END-IF

           PERFORM SEARCH-LOOP THRU SEARCH-LOOP-EXIT

           IF DNM-MASTER-OPEN
               CLOSE do-not-mail-master-file
           END-IF
           IF CONTACT-FILE-OPEN
               CLOSE contact-log-file
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
           END-IF.
           SET HAVE-MATCH TO TRUE.
           PERFORM SHOW-RECORD THRU SHOW-RECORD-EXIT.
       SEARCH-LOOP-ACTION.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION = 'N' OR 'n' OR 'S' OR 's'
                   OR 'H' OR 'h' OR 'C' OR 'c' OR 'Q' OR 'q'
               DISPLAY pls-action
               ACCEPT pls-action
           END-PERFORM.
           IF WS-ACTION = 'C' OR 'c'
               IF NOT CONTACT-FILE-OPEN
                   DISPLAY pla-cont-no-file
                   GO TO SEARCH-LOOP-ACTION
               END-IF
               PERFORM SHOW-CONTACTS THRU SHOW-CONTACTS-EXIT
               PERFORM SHOW-RECORD THRU SHOW-RECORD-EXIT
               GO TO SEARCH-LOOP-ACTION
           END-IF.
           IF WS-ACTION = 'H' OR 'h'
               PERFORM SHOW-FULL-HISTORY THRU SHOW-FULL-HISTORY-EXIT
               PERFORM SHOW-RECORD THRU SHOW-RECORD-EXIT
               GO TO SEARCH-LOOP-ACTION
           END-IF.
           IF WS-ACTION = 'N' OR 'n'
               GO TO SEARCH-LOOP-NEXT
           END-IF.
                  INTO WS-DET-CITY-LINE
           END-STRING.
           MOVE AM-LAST-MAINT-DATE TO WS-DET-MAINT.
           MOVE ZERO TO WS-HIST-CUSTOMER.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
            AND AM-CUSTOMER-NUMBER > ZERO
               MOVE AM-CUSTOMER-NUMBER TO WS-HIST-CUSTOMER
               MOVE AM-CUSTOMER-NUMBER TO WS-DET-CUSTNO
           ELSE
               MOVE '-' TO WS-DET-CUSTNO
           END-IF.
           PERFORM CHECK-UNDELIVERABLE THRU CHECK-UNDELIVERABLE-EXIT.
           PERFORM CHECK-DNM-LIST THRU CHECK-DNM-LIST-EXIT.
           MOVE 'S' TO WS-HIST-MODE.
           MOVE '-' TO WS-DET-MAIL-1.
           PERFORM GET-MAIL-HISTORY THRU GET-MAIL-HISTORY-EXIT.
           PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT.
           DISPLAY pla-detail.
       SHOW-RECORD-EXIT.
           EXIT.
       CHECK-DNM-LIST-EXIT.
           EXIT.

      * Pieces mailed before the customer number existed are found
      * under the shown name and street, oldest sequence first; then
      * everything under the customer number, at any address, in the
      * order it was mailed.  Each piece goes to SHOW-HISTORY-PIECE.
       GET-MAIL-HISTORY.
           IF NOT MHIST-FILE-OPEN
               GO TO GET-MAIL-HISTORY-EXIT
           END-IF.
           MOVE ZERO TO MH-FILE-SEQUENCE.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY
                   GO TO GET-MAIL-HISTORY-CUSTOMER
           END-START.
       GET-MAIL-HISTORY-READ.
           IF HIST-QUIT
               GO TO GET-MAIL-HISTORY-EXIT
           END-IF.
           READ mail-history-file NEXT RECORD
               AT END GO TO GET-MAIL-HISTORY-CUSTOMER
           END-READ.
           IF MH-LAST-NAME NOT = AM-LAST-NAME
            OR MH-FIRST-NAME NOT = AM-FIRST-NAME
            OR MH-STREET NOT = AM-STREET
               GO TO GET-MAIL-HISTORY-CUSTOMER
           END-IF.
           IF WS-HIST-CUSTOMER > ZERO
            AND MH-CUSTOMER-NUMBER = WS-HIST-CUSTOMER
               GO TO GET-MAIL-HISTORY-READ
           END-IF.
           PERFORM SHOW-HISTORY-PIECE THRU SHOW-HISTORY-PIECE-EXIT.
           GO TO GET-MAIL-HISTORY-READ.
       GET-MAIL-HISTORY-CUSTOMER.
           IF WS-HIST-CUSTOMER = ZERO
               GO TO GET-MAIL-HISTORY-EXIT
           END-IF.
           MOVE WS-HIST-CUSTOMER TO MH-CUSTOMER-NUMBER.
           START mail-history-file KEY NOT < MH-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO GET-MAIL-HISTORY-EXIT
           END-START.
       GET-MAIL-HISTORY-CUST-READ.
           IF HIST-QUIT
               GO TO GET-MAIL-HISTORY-EXIT
           END-IF.
           READ mail-history-file NEXT RECORD
               AT END GO TO GET-MAIL-HISTORY-EXIT
           END-READ.
           IF MH-CUSTOMER-NUMBER NOT = WS-HIST-CUSTOMER
               GO TO GET-MAIL-HISTORY-EXIT
           END-IF.
           PERFORM SHOW-HISTORY-PIECE THRU SHOW-HISTORY-PIECE-EXIT.
           GO TO GET-MAIL-HISTORY-CUST-READ.
       GET-MAIL-HISTORY-EXIT.
           EXIT.

      * Summary mode: the three display slots shift up and keep the
      * latest three.  Full mode: the piece goes on the page, and a
      * full page is shown before the next one is started.
       SHOW-HISTORY-PIECE.
           IF HIST-MODE-SUMMARY
               MOVE WS-DET-MAIL-2 TO WS-DET-MAIL-3
               MOVE WS-DET-MAIL-1 TO WS-DET-MAIL-2
               MOVE SPACES TO WS-DET-MAIL-1
               STRING MH-MAIL-DATE DELIMITED BY SIZE
                      '  SEQ ' DELIMITED BY SIZE
                      MH-FILE-SEQUENCE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      MH-CAMPAIGN DELIMITED BY SIZE
                      INTO WS-DET-MAIL-1
               END-STRING
               GO TO SHOW-HISTORY-PIECE-EXIT
           END-IF.
           IF WS-HIST-COUNT = 10
               PERFORM SHOW-HISTORY-PAGE THRU SHOW-HISTORY-PAGE-EXIT
               IF HIST-QUIT
                   GO TO SHOW-HISTORY-PIECE-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           STRING MH-MAIL-DATE DELIMITED BY SIZE
                  '  SEQ ' DELIMITED BY SIZE
                  MH-FILE-SEQUENCE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MH-CAMPAIGN DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MH-STREET DELIMITED BY SIZE
                  INTO WS-HIST-LINE (WS-HIST-COUNT)
           END-STRING.
       SHOW-HISTORY-PIECE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every piece mailed to the shown customer, ten to a page, with
      * the street each one went to; Q on any page returns to the
      * detail screen.
      *-----------------------------------------------------------------
       SHOW-FULL-HISTORY.
           MOVE 'F' TO WS-HIST-MODE.
           MOVE 'N' TO WS-HIST-QUIT-SW.
           MOVE SPACES TO WS-HIST-PAGE.
           MOVE ZERO TO WS-HIST-COUNT.
           PERFORM GET-MAIL-HISTORY THRU GET-MAIL-HISTORY-EXIT.
           IF NOT HIST-QUIT
               IF WS-HIST-COUNT = ZERO
                   MOVE '-' TO WS-HIST-LINE (1)
               END-IF
               PERFORM SHOW-HISTORY-PAGE THRU SHOW-HISTORY-PAGE-EXIT
           END-IF.
           MOVE 'S' TO WS-HIST-MODE.
           MOVE 'N' TO WS-HIST-QUIT-SW.
       SHOW-FULL-HISTORY-EXIT.
           EXIT.

       SHOW-HISTORY-PAGE.
           DISPLAY pla-history.
           MOVE SPACE TO WS-HIST-ANSWER.
           DISPLAY pls-history-more.
           ACCEPT pls-history-more.
           IF WS-HIST-ANSWER = 'Q' OR 'q'
               SET HIST-QUIT TO TRUE
           END-IF.
           MOVE SPACES TO WS-HIST-PAGE.
           MOVE ZERO TO WS-HIST-COUNT.
       SHOW-HISTORY-PAGE-EXIT.
           EXIT.

      * The shown addressee's contacts into the table, and the count,
      * open cases and last contact date for the detail screen.
       LOAD-CONTACTS.
           MOVE SPACES TO WS-CONTACT-TABLE.
           MOVE ZERO TO WS-CONTACT-COUNT.
           MOVE ZERO TO WS-CONTACT-TOTAL.
           MOVE ZERO TO WS-CONTACT-OPEN.
           MOVE ZERO TO WS-CONTACT-LAST-DATE.
           MOVE '-' TO WS-DET-CONTACTS.
           IF NOT CONTACT-FILE-OPEN
               GO TO LOAD-CONTACTS-EXIT
           END-IF.
           IF WS-HIST-CUSTOMER > ZERO
               MOVE WS-HIST-CUSTOMER TO CL-CUSTOMER-NUMBER
               START contact-log-file KEY NOT < CL-CUSTOMER-NUMBER
                   INVALID KEY
                       GO TO LOAD-CONTACTS-SUMMARY
               END-START
               GO TO LOAD-CONTACTS-READ
           END-IF.
           MOVE AM-LAST-NAME TO CL-LAST-NAME.
           MOVE AM-FIRST-NAME TO CL-FIRST-NAME.
           MOVE AM-STREET TO CL-STREET.
           MOVE ZERO TO CL-CONTACT-DATE.
           MOVE ZERO TO CL-CONTACT-TIME.
           START contact-log-file KEY NOT < CL-KEY
               INVALID KEY
                   GO TO LOAD-CONTACTS-SUMMARY
           END-START.
       LOAD-CONTACTS-READ.
           READ contact-log-file NEXT RECORD
               AT END GO TO LOAD-CONTACTS-SUMMARY
           END-READ.
           IF WS-HIST-CUSTOMER > ZERO
               IF CL-CUSTOMER-NUMBER NOT = WS-HIST-CUSTOMER
                   GO TO LOAD-CONTACTS-SUMMARY
               END-IF
           ELSE
               IF CL-LAST-NAME NOT = AM-LAST-NAME
                OR CL-FIRST-NAME NOT = AM-FIRST-NAME
                OR CL-STREET NOT = AM-STREET
                   GO TO LOAD-CONTACTS-SUMMARY
               END-IF
           END-IF.
           IF WS-CONTACT-COUNT = 50
               PERFORM SHIFT-CONTACTS THRU SHIFT-CONTACTS-EXIT
           ELSE
               ADD 1 TO WS-CONTACT-COUNT
           END-IF.
           ADD 1 TO WS-CONTACT-TOTAL.
           IF CL-IS-OPEN
               ADD 1 TO WS-CONTACT-OPEN
           END-IF.
           IF CL-CONTACT-DATE > WS-CONTACT-LAST-DATE
               MOVE CL-CONTACT-DATE TO WS-CONTACT-LAST-DATE
           END-IF.
           MOVE CL-KEY TO WS-CONT-KEY (WS-CONTACT-COUNT).
           MOVE CL-STATUS TO WS-CONT-STATUS (WS-CONTACT-COUNT).
           MOVE SPACES TO WS-CONT-LINE-BUILD.
           MOVE CL-CONTACT-DATE TO CLB-DATE.
           MOVE CL-OPERATOR TO CLB-OPERATOR.
           MOVE CL-REASON-CODE TO CLB-REASON.
           MOVE CL-STATUS TO CLB-STATUS.
           IF CL-FOLLOW-UP-DATE > ZERO
               MOVE CL-FOLLOW-UP-DATE TO CLB-FOLLOW-UP
           END-IF.
           MOVE CL-NOTE TO CLB-NOTE.
           MOVE WS-CONT-LINE-BUILD TO WS-CONT-LINE (WS-CONTACT-COUNT).
           GO TO LOAD-CONTACTS-READ.
       LOAD-CONTACTS-SUMMARY.
           IF WS-CONTACT-TOTAL > ZERO
               MOVE WS-CONTACT-TOTAL TO CSM-TOTAL
               MOVE WS-CONTACT-OPEN TO CSM-OPEN
               MOVE WS-CONTACT-LAST-DATE TO CSM-LAST
               MOVE WS-CONT-SUMMARY TO WS-DET-CONTACTS
           END-IF.
       LOAD-CONTACTS-EXIT.
           EXIT.

       SHIFT-CONTACTS.
           MOVE 1 TO WS-CONT-SUB.
       SHIFT-CONTACTS-MOVE.
           IF WS-CONT-SUB > 49
               GO TO SHIFT-CONTACTS-EXIT
           END-IF.
           MOVE WS-CONTACT-ENTRY (WS-CONT-SUB + 1)
               TO WS-CONTACT-ENTRY (WS-CONT-SUB).
           ADD 1 TO WS-CONT-SUB.
           GO TO SHIFT-CONTACTS-MOVE.
       SHIFT-CONTACTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The contact log for the shown addressee, ten to a page.  A
      * adds a contact and X closes an open case by its line number;
      * Enter pages on and Q (or Enter on the last page) returns to
      * the detail screen.
      *-----------------------------------------------------------------
       SHOW-CONTACTS.
           MOVE 1 TO WS-CONT-FIRST.
       SHOW-CONTACTS-PAGE.
           MOVE SPACES TO WS-CONT-PAGE.
           IF WS-CONTACT-COUNT = ZERO
               MOVE '-' TO WS-CONT-PAGE-LINE (1)
           END-IF.
           MOVE ZERO TO WS-CONT-SUB.
           PERFORM FILL-CONTACT-PAGE THRU FILL-CONTACT-PAGE-EXIT.
           DISPLAY pla-contacts.
           MOVE SPACE TO WS-CONT-ANSWER.
           DISPLAY pls-contact-action.
           ACCEPT pls-contact-action.
           IF WS-CONT-ANSWER = 'A' OR 'a'
               PERFORM ADD-CONTACT THRU ADD-CONTACT-EXIT
               PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT
               GO TO SHOW-CONTACTS-LAST
           END-IF.
           IF WS-CONT-ANSWER = 'X' OR 'x'
               PERFORM CLOSE-CASE THRU CLOSE-CASE-EXIT
               PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT
               GO TO SHOW-CONTACTS-PAGE
           END-IF.
           IF WS-CONT-ANSWER = 'Q' OR 'q'
               GO TO SHOW-CONTACTS-EXIT
           END-IF.
           ADD 10 TO WS-CONT-FIRST.
           IF WS-CONT-FIRST > WS-CONTACT-COUNT
               GO TO SHOW-CONTACTS-EXIT
           END-IF.
           GO TO SHOW-CONTACTS-PAGE.
      * after an add, the page with the newest contact on it
       SHOW-CONTACTS-LAST.
           MOVE 1 TO WS-CONT-FIRST.
           IF WS-CONTACT-COUNT > ZERO
               COMPUTE WS-CONT-IDX = WS-CONTACT-COUNT - 1
               DIVIDE WS-CONT-IDX BY 10 GIVING WS-CONT-SUB
               COMPUTE WS-CONT-FIRST = WS-CONT-SUB * 10 + 1
           END-IF.
           GO TO SHOW-CONTACTS-PAGE.
       SHOW-CONTACTS-EXIT.
           EXIT.

       FILL-CONTACT-PAGE.
           ADD 1 TO WS-CONT-SUB.
           IF WS-CONT-SUB > 10
               GO TO FILL-CONTACT-PAGE-EXIT
           END-IF.
           COMPUTE WS-CONT-IDX = WS-CONT-FIRST + WS-CONT-SUB - 1.
           IF WS-CONT-IDX > WS-CONTACT-COUNT
               GO TO FILL-CONTACT-PAGE-EXIT
           END-IF.
           MOVE WS-CONT-LINE (WS-CONT-IDX) TO WS-CONT-LINE-BUILD.
           MOVE WS-CONT-IDX TO CLB-NUMBER.
           MOVE WS-CONT-LINE-BUILD TO WS-CONT-PAGE-LINE (WS-CONT-SUB).
           GO TO FILL-CONTACT-PAGE.
       FILL-CONTACT-PAGE-EXIT.
           EXIT.

      * Key a new contact against the shown addressee; a blank reason
      * code leaves without writing anything.
       ADD-CONTACT.
           MOVE SPACES TO WS-CONT-REASON-IN.
           MOVE SPACES TO WS-CONT-NOTE-IN.
           MOVE ZERO TO WS-CONT-FOLLOW-IN.
           MOVE 'O' TO WS-CONT-STATUS-IN.
           DISPLAY pla-contact-form.
       ADD-CONTACT-ASK.
           DISPLAY pls-contact-entry.
           ACCEPT pls-contact-entry.
           IF WS-CONT-REASON-IN = SPACES
               GO TO ADD-CONTACT-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-CONT-REASON-IN)
               TO WS-CONT-REASON-IN.
           MOVE FUNCTION UPPER-CASE (WS-CONT-STATUS-IN)
               TO WS-CONT-STATUS-IN.
           PERFORM CHECK-CONTACT-ENTRY THRU CHECK-CONTACT-ENTRY-EXIT.
           IF NOT CONT-ENTRY-OK
               DISPLAY pla-cont-bad
               GO TO ADD-CONTACT-ASK
           END-IF.
           MOVE SPACES TO CONTACT-LOG-RECORD.
           MOVE AM-LAST-NAME TO CL-LAST-NAME.
           MOVE AM-FIRST-NAME TO CL-FIRST-NAME.
           MOVE AM-STREET TO CL-STREET.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CL-CONTACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO CL-CONTACT-TIME.
           MOVE operator-id TO CL-OPERATOR.
           MOVE WS-CONT-REASON-IN TO CL-REASON-CODE.
           MOVE WS-CONT-NOTE-IN TO CL-NOTE.
           MOVE WS-CONT-FOLLOW-IN TO CL-FOLLOW-UP-DATE.
           MOVE WS-CONT-STATUS-IN TO CL-STATUS.
           MOVE ZERO TO CL-CLOSED-DATE.
           IF CL-IS-CLOSED
               MOVE operator-id TO CL-CLOSED-BY
               MOVE CL-CONTACT-DATE TO CL-CLOSED-DATE
           END-IF.
           MOVE WS-HIST-CUSTOMER TO CL-CUSTOMER-NUMBER.
           WRITE CONTACT-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ADDR-INQUIRY ERROR: CONTACT-LOG-FILE '
                       'WRITE FAILED, STATUS ' WS-CONTACT-STATUS
           END-WRITE.
       ADD-CONTACT-EXIT.
           EXIT.

      * Reason code must be one of the five; status O or C (blank is
      * open); an open case with no follow-up date gets the default,
      * and a follow-up date keyed must be a date not in the past.
       CHECK-CONTACT-ENTRY.
           MOVE 'N' TO WS-CONT-OK-SW.
           IF NOT CONT-REASON-VALID
               GO TO CHECK-CONTACT-ENTRY-EXIT
           END-IF.
           IF WS-CONT-STATUS-IN = SPACE
               MOVE 'O' TO WS-CONT-STATUS-IN
           END-IF.
           IF WS-CONT-STATUS-IN NOT = 'O'
            AND WS-CONT-STATUS-IN NOT = 'C'
               GO TO CHECK-CONTACT-ENTRY-EXIT
           END-IF.
           IF WS-CONT-FOLLOW-IN = ZERO
               IF WS-CONT-STATUS-IN = 'O'
                   COMPUTE WS-CONT-FOLLOW-IN = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                        + WS-CONT-DEFAULT-DAYS)
               END-IF
               MOVE 'Y' TO WS-CONT-OK-SW
               GO TO CHECK-CONTACT-ENTRY-EXIT
           END-IF.
           IF WS-CONT-FOLLOW-MM < 1 OR WS-CONT-FOLLOW-MM > 12
            OR WS-CONT-FOLLOW-DD < 1 OR WS-CONT-FOLLOW-DD > 31
            OR WS-CONT-FOLLOW-IN < WS-TODAY
               GO TO CHECK-CONTACT-ENTRY-EXIT
           END-IF.
           MOVE 'Y' TO WS-CONT-OK-SW.
       CHECK-CONTACT-ENTRY-EXIT.
           EXIT.

      * Close an open case by its line number on the contact screen;
      * zero leaves without closing anything.
       CLOSE-CASE.
           MOVE ZERO TO WS-CONT-CLOSE-IN.
           DISPLAY pls-close-case.
           ACCEPT pls-close-case.
           IF WS-CONT-CLOSE-IN = ZERO
               GO TO CLOSE-CASE-EXIT
           END-IF.
           IF WS-CONT-CLOSE-IN > WS-CONTACT-COUNT
               DISPLAY pla-cont-bad
               GO TO CLOSE-CASE
           END-IF.
           IF WS-CONT-STATUS (WS-CONT-CLOSE-IN) NOT = 'O'
               DISPLAY pla-cont-bad
               GO TO CLOSE-CASE
           END-IF.
           MOVE WS-CONT-KEY (WS-CONT-CLOSE-IN) TO CL-KEY.
           READ contact-log-file
               INVALID KEY
                   DISPLAY 'ADDR-INQUIRY ERROR: CONTACT-LOG-FILE '
                       'READ FAILED, STATUS ' WS-CONTACT-STATUS
                   GO TO CLOSE-CASE-EXIT
           END-READ.
           IF NOT CL-IS-OPEN
               GO TO CLOSE-CASE-EXIT
           END-IF.
           MOVE 'C' TO CL-STATUS.
           MOVE operator-id TO CL-CLOSED-BY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CL-CLOSED-DATE.
           REWRITE CONTACT-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ADDR-INQUIRY ERROR: CONTACT-LOG-FILE '
                       'REWRITE FAILED, STATUS ' WS-CONTACT-STATUS
           END-REWRITE.
       CLOSE-CASE-EXIT.
           EXIT.

       LOAD-SUPPRESS-LIST.
               MOVE 'Last name to find : ' TO WS-MSG-SEARCH
               MOVE 'No matching address on the master.'
                   TO WS-MSG-NO-MATCH
               MOVE 'Next, Search, History, Contacts, Quit (N/S/H/C/Q):'
                   TO WS-MSG-ACTION
               MOVE 'Last maint : ' TO WS-MSG-MAINT
               MOVE 'Undeliv : ' TO WS-MSG-SUPPRESSED
               MOVE 'Do-not-mail : ' TO WS-MSG-DNM
               MOVE 'Mailed : ' TO WS-MSG-MAILED
               MOVE 'Customer no : ' TO WS-MSG-CUSTNO
               MOVE 'Mail history - all addresses'
                   TO WS-MSG-HIST-TITLE
               MOVE 'Enter for more, Q to return : '
                   TO WS-MSG-HIST-MORE
               MOVE 'Contacts : ' TO WS-MSG-CONTACTS
               MOVE 'Customer contacts' TO WS-MSG-CONT-TITLE
               MOVE ' # DATE     OPERATOR RC S FOLLOWUP NOTE'
                   TO WS-MSG-CONT-HEAD
               MOVE 'Enter=more, A=add, X=close a case, Q=return : '
                   TO WS-MSG-CONT-ACTION
               MOVE 'UM unwanted mail  ST stop mail  MV moved  AD a
      -            'ddress wrong  OT other' TO WS-MSG-CONT-CODES
               MOVE 'Reason code (blank=cancel) :'
                   TO WS-MSG-CONT-REASON
               MOVE 'Note :' TO WS-MSG-CONT-NOTE
               MOVE 'Follow-up date (YYYYMMDD) :'
                   TO WS-MSG-CONT-FOLLOW
               MOVE 'Status, O=open C=closed :' TO WS-MSG-CONT-STATUS
               MOVE 'Case no. to close (0=none) :'
                   TO WS-MSG-CONT-CLOSE
               MOVE 'Entry not valid, please correct.'
                   TO WS-MSG-CONT-BAD
               MOVE 'Contact log not available.'
                   TO WS-MSG-CONT-NO-FILE
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Identifiant inconnu, veuillez ressaisir.'
               MOVE 'Nom a chercher : ' TO WS-MSG-SEARCH
               MOVE 'Aucune adresse correspondante.'
                   TO WS-MSG-NO-MATCH
               MOVE 'Suiv, Rech, Histo, Contacts, Quit (N/S/H/C/Q):'
                   TO WS-MSG-ACTION
               MOVE 'Derniere maj : ' TO WS-MSG-MAINT
               MOVE 'Retours : ' TO WS-MSG-SUPPRESSED
               MOVE 'Ne pas poster:' TO WS-MSG-DNM
               MOVE 'Envois : ' TO WS-MSG-MAILED
               MOVE 'No client : ' TO WS-MSG-CUSTNO
               MOVE 'Historique des envois - toutes adresses'
                   TO WS-MSG-HIST-TITLE
               MOVE 'Entree pour la suite, Q pour revenir :'
                   TO WS-MSG-HIST-MORE
               MOVE 'Appels : ' TO WS-MSG-CONTACTS
               MOVE 'Contacts client' TO WS-MSG-CONT-TITLE
               MOVE ' # DATE     OPERAT.  RC S RELANCE  NOTE'
                   TO WS-MSG-CONT-HEAD
               MOVE 'Entree=suite, A=ajout, X=clore, Q=retour : '
                   TO WS-MSG-CONT-ACTION
               MOVE 'UM envois non voulus  ST arret  MV demenage  AD a
      -            'dresse  OT autre' TO WS-MSG-CONT-CODES
               MOVE 'Code motif (vide=annuler) :'
                   TO WS-MSG-CONT-REASON
               MOVE 'Note :' TO WS-MSG-CONT-NOTE
               MOVE 'Date de relance (AAAAMMJJ) :'
                   TO WS-MSG-CONT-FOLLOW
               MOVE 'Statut, O=ouvert C=clos :' TO WS-MSG-CONT-STATUS
               MOVE 'No dossier a clore (0=aucun) :'
                   TO WS-MSG-CONT-CLOSE
               MOVE 'Saisie invalide, veuillez corriger.'
                   TO WS-MSG-CONT-BAD
               MOVE 'Journal des contacts indisponible.'
                   TO WS-MSG-CONT-NO-FILE
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
