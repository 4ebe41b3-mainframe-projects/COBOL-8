      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: CORRECT, ADD OR DELETE ONE ADDRESS MASTER RECORD
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; supervisor-only screen for
      *                   the one-off fix customer service cannot
      *                   wait for the source system to resend: a
      *                   misspelled name, a wrong city, a bad ZIP on
      *                   ADDRESS-MASTER-FILE.  Changes, adds and
      *                   deletes run READ-CSV's checks first (state
      *                   table, US ZIP formats, ZIP directory state
      *                   match with the ZIP+4 / carrier route
      *                   enrichment, street fold through ABBREV-
      *                   TABLE-FILE).  Every update is journaled to
      *                   MERGE-JOURNAL-FILE under its own run id with
      *                   the supervisor in MJ-OPERATOR, so MERGE-
      *                   BACKOUT can reverse it by that id, and
      *                   audited to CHANGE-AUDIT-FILE with the before
      *                   and after images.  An add whose key is on
      *                   ADDRESS-ARCHIVE-FILE is a restore, the way
      *                   ADDR-MERGE treats one: the archive entry
      *                   comes off and the customer number comes
      *                   back.
      *   2026/10/15 QC - with no CUSTOMER-NUMBER-FILE, numbering
      *                   resumes after the highest number on the
      *                   master or the archive.
      *   2026/10/15 QC - the master image no longer fits one
      *                   CHANGE-AUDIT value: each update is audited
      *                   on two lines, the address fields and then
      *                   the maintenance date and customer number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CORRECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT merge-journal-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT change-audit-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT state-table-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATE-FILE-STATUS.

           SELECT zip-directory-master
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZDM-ZIP-HIGH
           FILE STATUS IS WS-ZDM-STATUS.

           SELECT zip-directory-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ZIP-DIR-FILE-STATUS.

           SELECT abbrev-table-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ABBREV-FILE-STATUS.

           SELECT customer-number-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTNO-STATUS.

           SELECT operator-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT operator-prefs-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREF-OPERATOR-ID
           FILE STATUS IS WS-PREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  merge-journal-file.
       01  MERGE-JOURNAL-RECORD.
           05 MJ-RUN-ID         PIC 9(14).
           05 FILLER            PIC X(02).
           05 MJ-ACTION         PIC X(01).
           05 FILLER            PIC X(02).
           05 MJ-IMAGE          PIC X(102).
           05 FILLER            PIC X(02).
           05 MJ-OPERATOR       PIC X(08).

       FD  change-audit-file.
       01  CHANGE-AUDIT-RECORD.
           05 CA-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 CA-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 CA-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 CA-FILE           PIC X(20).
           05 FILLER            PIC X(02).
           05 CA-ACTION         PIC X(06).
           05 FILLER            PIC X(02).
           05 CA-OLD-VALUE      PIC X(80).
           05 FILLER            PIC X(02).
           05 CA-NEW-VALUE      PIC X(80).

       FD  state-table-file.
       01  STATE-TABLE-RECORD   PIC X(02).

       FD  zip-directory-master.
       01  ZIP-DIRECTORY-MASTER-RECORD.
           05 ZDM-ZIP-HIGH      PIC 9(05).
           05 ZDM-ZIP-LOW       PIC 9(05).
           05 ZDM-STATE         PIC XX.
           05 ZDM-PLUS4         PIC X(04).
           05 ZDM-CARRIER-ROUTE PIC X(04).

       FD  zip-directory-file.
       01  ZIP-DIRECTORY-RECORD.
           05 ZD-ZIP-LOW        PIC 9(05).
           05 ZD-ZIP-HIGH       PIC 9(05).
           05 ZD-STATE          PIC XX.
           05 ZD-PLUS4          PIC X(04).
           05 ZD-CARRIER-ROUTE  PIC X(04).

       FD  abbrev-table-file.
       01  ABBREV-TABLE-RECORD.
           05 AB-FROM-WORD      PIC X(15).
           05 AB-TO-WORD        PIC X(10).

       FD  customer-number-file.
       01  CUSTOMER-NUMBER-RECORD PIC 9(09).

       FD  operator-file.
       01  OPERATOR-RECORD.
           05 OPR-ID                 PIC X(08).
           05 FILLER                 PIC X(02).
           05 OPR-PASSWORD           PIC X(08).
           05 FILLER                 PIC X(02).
           05 OPR-ROLE               PIC X(01).
           05 FILLER                 PIC X(02).
           05 OPR-FAIL-COUNT         PIC 9(01).
           05 FILLER                 PIC X(02).
           05 OPR-LOCKED             PIC X(01).

       FD  operator-prefs-file.
       01  OPERATOR-PREFS-RECORD.
           05 PREF-OPERATOR-ID       PIC X(08).
           05 PREF-LANGUAGE          PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS       PIC X(02).
       77 WS-ARCHIVE-STATUS      PIC X(02).
       77 WS-JOURNAL-STATUS      PIC X(02).
       77 WS-AUDIT-STATUS        PIC X(02).
       77 WS-STATE-FILE-STATUS   PIC X(02).
       77 WS-ZDM-STATUS          PIC X(02).
       77 WS-ZIP-DIR-FILE-STATUS PIC X(02).
       77 WS-ABBREV-FILE-STATUS  PIC X(02).
       77 WS-CUSTNO-STATUS       PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS         PIC X(02).
       77 WS-LANGUAGE            PIC X(01) VALUE 'F'.
           88 LANG-IS-FRENCH            VALUE 'F'.
           88 LANG-IS-ENGLISH           VALUE 'E'.

       01 WS-MESSAGES.
           05 WS-MSG-IDENTIFIANT    PIC X(15).
           05 WS-MSG-PASSWORD       PIC X(15).
           05 WS-MSG-REFUSE         PIC X(40).
           05 WS-MSG-ACTION         PIC X(50).
           05 WS-MSG-LAST           PIC X(14).
           05 WS-MSG-FIRST          PIC X(14).
           05 WS-MSG-STREET         PIC X(14).
           05 WS-MSG-CITY           PIC X(14).
           05 WS-MSG-STATE          PIC X(14).
           05 WS-MSG-ZIP            PIC X(14).
           05 WS-MSG-SOURCE         PIC X(14).
           05 WS-MSG-CUSTNO         PIC X(14).
           05 WS-MSG-NOT-FOUND      PIC X(40).
           05 WS-MSG-ON-FILE        PIC X(40).
           05 WS-MSG-REQUIRED       PIC X(40).
           05 WS-MSG-BAD-SOURCE     PIC X(40).
           05 WS-MSG-BAD-STATE      PIC X(40).
           05 WS-MSG-BAD-ZIP        PIC X(40).
           05 WS-MSG-ZIP-STATE      PIC X(40).
           05 WS-MSG-NO-JOURNAL     PIC X(40).
           05 WS-MSG-NO-CHANGE      PIC X(40).
           05 WS-MSG-CONFIRM        PIC X(40).
           05 WS-MSG-DONE           PIC X(30).
           05 WS-MSG-PAUSE          PIC X(40).

       77 operator-id       PIC X(08) VALUE SPACES.
       77 WS-PASSWORD-IN    PIC X(08) VALUE SPACES.
       77 WS-LOGON-OK-SW    PIC X(01) VALUE 'N'.
           88 LOGON-OK             VALUE 'Y'.
       77 WS-LOGON-TRIES    PIC 9(01) VALUE ZERO.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-OPERATOR-IDX.
              10 WS-OPERATOR-ID       PIC X(08).
              10 WS-OPERATOR-PASSWORD PIC X(08).
              10 WS-OPERATOR-ROLE     PIC X(01).
              10 WS-OPERATOR-LOCKED   PIC X(01).
       77 WS-OPERATOR-COUNT PIC 9(04) VALUE ZERO.

       77 WS-ACTION         PIC X(01) VALUE SPACE.
       77 WS-CONFIRM        PIC X(01) VALUE SPACE.
       77 WS-PAUSE-IN       PIC X(01) VALUE SPACE.
       77 WS-TODAY          PIC 9(08) VALUE ZERO.
       77 WS-ERROR-TEXT     PIC X(40) VALUE SPACES.
       77 WS-VALID-SW       PIC X(01) VALUE 'N'.
           88 FIELDS-VALID         VALUE 'Y'.
       77 WS-ARCHIVE-ACTIVE-SW PIC X(01) VALUE 'N'.
           88 ARCHIVE-ACTIVE       VALUE 'Y'.
       77 WS-RESTORED-THIS-SW PIC X(01) VALUE 'N'.
           88 RESTORED-THIS-ADD    VALUE 'Y'.
       77 WS-ZIPDIR-MASTER-SW PIC X(01) VALUE 'N'.
           88 ZIPDIR-MASTER-ACTIVE VALUE 'Y'.
       77 WS-JOURNAL-OPEN-SW PIC X(01) VALUE 'N'.
           88 JOURNAL-OPEN         VALUE 'Y'.

      * every update is its own journal run; ids are the clock, kept
      * strictly rising so two updates in one second stay apart.
       77 WS-RUN-ID         PIC 9(14) VALUE ZERO.
       77 WS-LAST-RUN-ID    PIC 9(14) VALUE ZERO.
       77 WS-LAST-CUSTOMER-NUMBER PIC 9(09) VALUE ZERO.

       01 WS-KEY-FIELDS.
           05 WS-KEY-LAST       PIC X(15).
           05 WS-KEY-FIRST      PIC X(10).
           05 WS-KEY-STREET     PIC X(25).

      * the fields as shown and keyed on the edit screen.
       01 WS-EDIT-FIELDS.
           05 WS-ED-LAST        PIC X(15).
           05 WS-ED-FIRST       PIC X(10).
           05 WS-ED-STREET      PIC X(25).
           05 WS-ED-CITY        PIC X(10).
           05 WS-ED-STATE       PIC X(02).
           05 WS-ED-ZIP         PIC X(10).
           05 WS-ED-SOURCE      PIC X(01).
           05 WS-ED-CUSTNO      PIC 9(09).

      * the record as it stood before the update, and as it will be.
       01 WS-OLD-MASTER.
           05 WS-OLD-KEY        PIC X(50).
           05 WS-OLD-CITY       PIC X(10).
           05 WS-OLD-STATE      PIC X(02).
           05 WS-OLD-ZIP        PIC X(10).
           05 WS-OLD-ROUTE      PIC X(04).
           05 WS-OLD-SOURCE     PIC X(01).
           05 WS-OLD-MAINT-DATE PIC 9(08).
           05 WS-OLD-CUSTNO     PIC 9(09).
       01 WS-NEW-MASTER.
           05 WS-NEW-KEY.
               10 WS-NEW-LAST   PIC X(15).
               10 WS-NEW-FIRST  PIC X(10).
               10 WS-NEW-STREET PIC X(25).
           05 WS-NEW-CITY       PIC X(10).
           05 WS-NEW-STATE      PIC X(02).
           05 WS-NEW-ZIP        PIC X(10).
           05 WS-NEW-ROUTE      PIC X(04).
           05 WS-NEW-SOURCE     PIC X(01).
           05 WS-NEW-MAINT-DATE PIC 9(08).
           05 WS-NEW-CUSTNO     PIC 9(09).

      * same tables READ-CSV edits against.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-STATE-IDX.
              10 WS-STATE-CODE     PIC X(02).
       77 WS-STATE-COUNT    PIC 9(03) VALUE ZERO.

       01 WS-ZIP-DIR-TABLE.
           05 WS-ZIP-DIR-ENTRY OCCURS 500 TIMES
              INDEXED BY WS-ZIP-DIR-IDX.
              10 WS-ZD-ZIP-LOW       PIC 9(05).
              10 WS-ZD-ZIP-HIGH      PIC 9(05).
              10 WS-ZD-STATE         PIC XX.
              10 WS-ZD-PLUS4         PIC X(04).
              10 WS-ZD-CARRIER-ROUTE PIC X(04).
       77 WS-ZIP-DIR-COUNT  PIC 9(03) VALUE ZERO.
       77 WS-ZIP5           PIC 9(05) VALUE ZERO.
       77 WS-ZIP-RANGE-FOUND-SW PIC X(01) VALUE 'N'.
           88 ZIP-RANGE-FOUND      VALUE 'Y'.
       01 WS-ZIP-DIR-FOUND.
           05 WS-ZDF-STATE         PIC XX.
           05 WS-ZDF-PLUS4         PIC X(04).
           05 WS-ZDF-CARRIER-ROUTE PIC X(04).

      * street standardization, same table and fold as READ-CSV.
       01 WS-ABBREV-TABLE.
           05 WS-ABBREV-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-ABBREV-IDX.
               10 WS-AB-FROM-WORD PIC X(15).
               10 WS-AB-TO-WORD   PIC X(10).
       77 WS-ABBREV-COUNT      PIC 9(03) VALUE ZERO.
       77 WS-STD-STREET        PIC X(30).
       01 WS-STD-WORDS.
           05 WS-STD-WORD OCCURS 16 TIMES PIC X(15).
       77 WS-STD-WORD-COUNT    PIC 9(02) VALUE ZERO.
       77 WS-STD-IDX           PIC 9(02) VALUE ZERO.
       77 WS-STD-PTR           PIC 9(02) VALUE 1.
       77 WS-STD-HOLD          PIC X(15).
       77 WS-STD-REST          PIC X(15).
       77 WS-STD-EMIT          PIC X(15).

       SCREEN SECTION.
           01 pls-language.
               02 BLANK SCREEN.
               02 LINE 3 COL 10 VALUE 'Langue / Language (F/E) : '.
               02 PIC X(01) TO WS-LANGUAGE REQUIRED.

           01 pls-logon.
               02 BLANK SCREEN.
               02 LINE 3 COL 10 PIC X(15) FROM WS-MSG-IDENTIFIANT.
               02 PIC X(08) TO operator-id REQUIRED.
               02 LINE 5 COL 10 PIC X(15) FROM WS-MSG-PASSWORD.
               02 PIC X(08) TO WS-PASSWORD-IN SECURE REQUIRED.

           01 pla-refuse.
               02 LINE 7 COL 10 PIC X(40) FROM WS-MSG-REFUSE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pls-action.
               02 BLANK SCREEN.
               02 LINE 3 COL 5 PIC X(50) FROM WS-MSG-ACTION.
               02 PIC X(01) TO WS-ACTION REQUIRED.

           01 pls-key-fields.
               02 LINE 5 COL 5 PIC X(14) FROM WS-MSG-LAST.
               02 COL 20 PIC X(15) USING WS-KEY-LAST.
               02 LINE 6 COL 5 PIC X(14) FROM WS-MSG-FIRST.
               02 COL 20 PIC X(10) USING WS-KEY-FIRST.
               02 LINE 7 COL 5 PIC X(14) FROM WS-MSG-STREET.
               02 COL 20 PIC X(25) USING WS-KEY-STREET.

           01 pla-not-found.
               02 LINE 9 COL 5 PIC X(40) FROM WS-MSG-NOT-FOUND
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pls-edit-fields.
               02 BLANK SCREEN.
               02 LINE 3 COL 5 PIC X(14) FROM WS-MSG-LAST.
               02 COL 20 PIC X(15) USING WS-ED-LAST.
               02 LINE 4 COL 5 PIC X(14) FROM WS-MSG-FIRST.
               02 COL 20 PIC X(10) USING WS-ED-FIRST.
               02 LINE 5 COL 5 PIC X(14) FROM WS-MSG-STREET.
               02 COL 20 PIC X(25) USING WS-ED-STREET.
               02 LINE 6 COL 5 PIC X(14) FROM WS-MSG-CITY.
               02 COL 20 PIC X(10) USING WS-ED-CITY.
               02 LINE 7 COL 5 PIC X(14) FROM WS-MSG-STATE.
               02 COL 20 PIC X(02) USING WS-ED-STATE.
               02 LINE 8 COL 5 PIC X(14) FROM WS-MSG-ZIP.
               02 COL 20 PIC X(10) USING WS-ED-ZIP.
               02 LINE 9 COL 5 PIC X(14) FROM WS-MSG-SOURCE.
               02 COL 20 PIC X(01) USING WS-ED-SOURCE.
               02 LINE 10 COL 5 PIC X(14) FROM WS-MSG-CUSTNO.
               02 COL 20 PIC 9(09) FROM WS-ED-CUSTNO.

           01 pla-error.
               02 LINE 12 COL 5 PIC X(40) FROM WS-ERROR-TEXT
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pls-confirm.
               02 LINE 14 COL 5 PIC X(40) FROM WS-MSG-CONFIRM.
               02 PIC X(01) TO WS-CONFIRM REQUIRED.

           01 pla-done.
               02 LINE 16 COL 5 PIC X(30) FROM WS-MSG-DONE
               FOREGROUND-COLOR 2.
               02 COL 36 PIC 9(14) FROM WS-RUN-ID
               FOREGROUND-COLOR 2.

           01 pls-pause.
               02 LINE 18 COL 5 PIC X(40) FROM WS-MSG-PAUSE.
               02 PIC X(01) TO WS-PAUSE-IN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATOR-TABLE THRU LOAD-OPERATOR-TABLE-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT
           PERFORM SUPERVISOR-LOGON THRU SUPERVISOR-LOGON-EXIT
           IF NOT LOGON-OK
               GOBACK
           END-IF
           PERFORM LOAD-LANGUAGE-PREF THRU LOAD-LANGUAGE-PREF-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

      * the state table is not optional here any more than it is in
      * READ-CSV; without it nothing could pass the state check.
           PERFORM LOAD-STATE-TABLE THRU LOAD-STATE-TABLE-EXIT
           IF WS-STATE-COUNT = ZERO
               DISPLAY 'MASTER-CORRECT ERROR: STATE-TABLE-FILE NOT '
                   'FOUND OR EMPTY'
               GOBACK
           END-IF

           OPEN I-O address-master-file
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT address-master-file
               CLOSE address-master-file
               OPEN I-O address-master-file
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-CORRECT ERROR: ADDRESS-MASTER-FILE '
                   'OPEN FAILED, STATUS ' WS-MASTER-STATUS
               GOBACK
           END-IF

           MOVE 'N' TO WS-ARCHIVE-ACTIVE-SW
           OPEN I-O address-archive-file
           IF WS-ARCHIVE-STATUS = '00'
               SET ARCHIVE-ACTIVE TO TRUE
           END-IF

      * keyed ZIP directory when ZIPDIR-LOAD has built one, the flat
      * file in storage otherwise - the same choice READ-CSV makes.
           MOVE 'N' TO WS-ZIPDIR-MASTER-SW
           OPEN INPUT zip-directory-master
           IF WS-ZDM-STATUS = '00'
               SET ZIPDIR-MASTER-ACTIVE TO TRUE
           ELSE
               PERFORM LOAD-ZIP-DIRECTORY
                   THRU LOAD-ZIP-DIRECTORY-EXIT
           END-IF
           PERFORM LOAD-ABBREV-TABLE THRU LOAD-ABBREV-TABLE-EXIT

           PERFORM CORRECT-LOOP THRU CORRECT-LOOP-EXIT

           CLOSE address-master-file
           IF ARCHIVE-ACTIVE
               CLOSE address-archive-file
           END-IF
           IF ZIPDIR-MASTER-ACTIVE
               CLOSE zip-directory-master
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * One update per pass: C change, A add, D delete, Q quit.
      *-----------------------------------------------------------------
       CORRECT-LOOP.
           MOVE SPACE TO WS-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE WS-ACTION
               WHEN 'C' WHEN 'c'
                   PERFORM CHANGE-MASTER THRU CHANGE-MASTER-EXIT
               WHEN 'A' WHEN 'a'
                   PERFORM ADD-MASTER THRU ADD-MASTER-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM DELETE-MASTER THRU DELETE-MASTER-EXIT
               WHEN 'Q' WHEN 'q'
                   GO TO CORRECT-LOOP-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO TO CORRECT-LOOP.
       CORRECT-LOOP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Change: the record is shown for editing; a changed name or
      * street is a new key, so the old record is journaled as a
      * delete and the corrected one as an add, keeping the customer
      * number.
      *-----------------------------------------------------------------
       CHANGE-MASTER.
           PERFORM FIND-MASTER THRU FIND-MASTER-EXIT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY pla-not-found
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO CHANGE-MASTER-EXIT
           END-IF.
           MOVE ADDRESS-MASTER-RECORD TO WS-OLD-MASTER.
           MOVE AM-LAST-NAME TO WS-ED-LAST.
           MOVE AM-FIRST-NAME TO WS-ED-FIRST.
           MOVE AM-STREET TO WS-ED-STREET.
           MOVE AM-CITY TO WS-ED-CITY.
           MOVE AM-STATE TO WS-ED-STATE.
           MOVE AM-ZIP TO WS-ED-ZIP.
           MOVE AM-SOURCE-CODE TO WS-ED-SOURCE.
           MOVE AM-CUSTOMER-NUMBER TO WS-ED-CUSTNO.
           DISPLAY pls-edit-fields.
           ACCEPT pls-edit-fields.
           PERFORM EDIT-FIELDS THRU EDIT-FIELDS-EXIT.
           IF NOT FIELDS-VALID
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO CHANGE-MASTER-EXIT
           END-IF.
           MOVE WS-OLD-CUSTNO TO WS-NEW-CUSTNO.
      * a ZIP the directory does not cover keeps the old route only
      * when the ZIP itself is unchanged.
           IF NOT ZIP-RANGE-FOUND
               IF WS-NEW-ZIP (1:5) = WS-OLD-ZIP (1:5)
                   MOVE WS-OLD-ROUTE TO WS-NEW-ROUTE
               END-IF
           END-IF.
           IF WS-NEW-KEY = WS-OLD-KEY
            AND WS-NEW-CITY = WS-OLD-CITY
            AND WS-NEW-STATE = WS-OLD-STATE
            AND WS-NEW-ZIP = WS-OLD-ZIP
            AND WS-NEW-ROUTE = WS-OLD-ROUTE
            AND WS-NEW-SOURCE = WS-OLD-SOURCE
               MOVE WS-MSG-NO-CHANGE TO WS-ERROR-TEXT
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO CHANGE-MASTER-EXIT
           END-IF.
           IF WS-NEW-KEY NOT = WS-OLD-KEY
               MOVE WS-NEW-KEY TO AM-KEY
               READ address-master-file
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MASTER-STATUS = '00'
                   MOVE WS-MSG-ON-FILE TO WS-ERROR-TEXT
                   DISPLAY pla-error
                   PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
                   GO TO CHANGE-MASTER-EXIT
               END-IF
           END-IF.
           PERFORM ASK-CONFIRM THRU ASK-CONFIRM-EXIT.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               GO TO CHANGE-MASTER-EXIT
           END-IF.
           PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT.
           IF NOT JOURNAL-OPEN
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO CHANGE-MASTER-EXIT
           END-IF.
           IF WS-NEW-KEY = WS-OLD-KEY
      * same key: the before-image goes to the journal as a C entry,
      * exactly as ADDR-MERGE journals a change.
               MOVE 'C' TO MJ-ACTION
               MOVE WS-OLD-MASTER TO MJ-IMAGE
               PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
               MOVE WS-NEW-MASTER TO ADDRESS-MASTER-RECORD
               REWRITE ADDRESS-MASTER-RECORD
           ELSE
               MOVE 'D' TO MJ-ACTION
               MOVE WS-OLD-MASTER TO MJ-IMAGE
               PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
               MOVE 'A' TO MJ-ACTION
               MOVE WS-NEW-MASTER TO MJ-IMAGE
               PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
               MOVE WS-OLD-MASTER TO ADDRESS-MASTER-RECORD
               DELETE address-master-file
               MOVE WS-NEW-MASTER TO ADDRESS-MASTER-RECORD
               WRITE ADDRESS-MASTER-RECORD
           END-IF.
           CLOSE merge-journal-file.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-CORRECT ERROR: ADDRESS-MASTER-FILE '
                   'UPDATE FAILED, STATUS ' WS-MASTER-STATUS
           END-IF.
           PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT-EXIT.
           DISPLAY pla-done.
           PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT.
       CHANGE-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add: a new record keyed from the screen.  A key sitting on the
      * archive is a returning customer - the archive entry is
      * journaled as an R entry and removed, and the number comes
      * back; anyone else takes the next customer number.
      *-----------------------------------------------------------------
       ADD-MASTER.
           MOVE SPACES TO WS-EDIT-FIELDS.
           MOVE '1' TO WS-ED-SOURCE.
           MOVE ZERO TO WS-ED-CUSTNO.
           MOVE SPACES TO WS-OLD-MASTER.
           DISPLAY pls-edit-fields.
           ACCEPT pls-edit-fields.
           PERFORM EDIT-FIELDS THRU EDIT-FIELDS-EXIT.
           IF NOT FIELDS-VALID
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO ADD-MASTER-EXIT
           END-IF.
           MOVE WS-NEW-KEY TO AM-KEY.
           READ address-master-file
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-MSG-ON-FILE TO WS-ERROR-TEXT
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO ADD-MASTER-EXIT
           END-IF.
           PERFORM ASK-CONFIRM THRU ASK-CONFIRM-EXIT.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               GO TO ADD-MASTER-EXIT
           END-IF.
           PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT.
           IF NOT JOURNAL-OPEN
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO ADD-MASTER-EXIT
           END-IF.
           PERFORM CHECK-ARCHIVE-RESTORE
               THRU CHECK-ARCHIVE-RESTORE-EXIT.
           IF RESTORED-THIS-ADD
            AND ARC-CUSTOMER-NUMBER IS NUMERIC
            AND ARC-CUSTOMER-NUMBER > ZERO
               MOVE ARC-CUSTOMER-NUMBER TO WS-NEW-CUSTNO
           ELSE
               PERFORM TAKE-CUSTOMER-NUMBER
                   THRU TAKE-CUSTOMER-NUMBER-EXIT
           END-IF.
           MOVE 'A' TO MJ-ACTION.
           MOVE WS-NEW-MASTER TO MJ-IMAGE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           CLOSE merge-journal-file.
           MOVE WS-NEW-MASTER TO ADDRESS-MASTER-RECORD.
           WRITE ADDRESS-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-CORRECT ERROR: ADDRESS-MASTER-FILE '
                   'WRITE FAILED, STATUS ' WS-MASTER-STATUS
           END-IF.
           PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT-EXIT.
           DISPLAY pla-done.
           PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT.
       ADD-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Delete: the whole record goes to the journal as a D entry so
      * MERGE-BACKOUT can write it back.
      *-----------------------------------------------------------------
       DELETE-MASTER.
           PERFORM FIND-MASTER THRU FIND-MASTER-EXIT.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY pla-not-found
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO DELETE-MASTER-EXIT
           END-IF.
           MOVE ADDRESS-MASTER-RECORD TO WS-OLD-MASTER.
           MOVE SPACES TO WS-NEW-MASTER.
           MOVE AM-LAST-NAME TO WS-ED-LAST.
           MOVE AM-FIRST-NAME TO WS-ED-FIRST.
           MOVE AM-STREET TO WS-ED-STREET.
           MOVE AM-CITY TO WS-ED-CITY.
           MOVE AM-STATE TO WS-ED-STATE.
           MOVE AM-ZIP TO WS-ED-ZIP.
           MOVE AM-SOURCE-CODE TO WS-ED-SOURCE.
           MOVE AM-CUSTOMER-NUMBER TO WS-ED-CUSTNO.
           DISPLAY pls-edit-fields.
           PERFORM ASK-CONFIRM THRU ASK-CONFIRM-EXIT.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               GO TO DELETE-MASTER-EXIT
           END-IF.
           PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT.
           IF NOT JOURNAL-OPEN
               DISPLAY pla-error
               PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT
               GO TO DELETE-MASTER-EXIT
           END-IF.
           MOVE 'D' TO MJ-ACTION.
           MOVE WS-OLD-MASTER TO MJ-IMAGE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           CLOSE merge-journal-file.
           MOVE WS-OLD-MASTER TO ADDRESS-MASTER-RECORD.
           DELETE address-master-file.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER-CORRECT ERROR: ADDRESS-MASTER-FILE '
                   'DELETE FAILED, STATUS ' WS-MASTER-STATUS
           END-IF.
           PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT-EXIT.
           DISPLAY pla-done.
           PERFORM PAUSE-SCREEN THRU PAUSE-SCREEN-EXIT.
       DELETE-MASTER-EXIT.
           EXIT.

       FIND-MASTER.
           MOVE SPACES TO WS-KEY-FIELDS.
           DISPLAY pls-key-fields.
           ACCEPT pls-key-fields.
           MOVE WS-KEY-LAST TO AM-LAST-NAME.
           MOVE WS-KEY-FIRST TO AM-FIRST-NAME.
           MOVE WS-KEY-STREET TO AM-STREET.
           READ address-master-file
               INVALID KEY CONTINUE
           END-READ.
       FIND-MASTER-EXIT.
           EXIT.

       ASK-CONFIRM.
           MOVE SPACE TO WS-CONFIRM.
       ASK-CONFIRM-AGAIN.
           DISPLAY pls-confirm.
           ACCEPT pls-confirm.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
            AND WS-CONFIRM NOT = 'N' AND WS-CONFIRM NOT = 'n'
               GO TO ASK-CONFIRM-AGAIN
           END-IF.
       ASK-CONFIRM-EXIT.
           EXIT.

      * hold the result on screen until the supervisor has read it.
       PAUSE-SCREEN.
           DISPLAY pls-pause.
           ACCEPT pls-pause.
       PAUSE-SCREEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ-CSV's edits on the keyed fields: last name and street
      * required, source 1 or 2, state on the state table, ZIP in a US
      * format (or a Canadian postal code), and a ZIP the directory
      * covers must belong to the state.  Builds WS-NEW-MASTER with
      * the street folded, the ZIP+4 and the carrier route filled in.
      *-----------------------------------------------------------------
       EDIT-FIELDS.
           MOVE 'N' TO WS-VALID-SW.
           MOVE 'N' TO WS-ZIP-RANGE-FOUND-SW.
           MOVE SPACES TO WS-ERROR-TEXT.
           MOVE FUNCTION UPPER-CASE (WS-ED-STATE) TO WS-ED-STATE.
           IF WS-ED-LAST = SPACES OR WS-ED-STREET = SPACES
               MOVE WS-MSG-REQUIRED TO WS-ERROR-TEXT
               GO TO EDIT-FIELDS-EXIT
           END-IF.
           IF WS-ED-SOURCE NOT = '1' AND WS-ED-SOURCE NOT = '2'
               MOVE WS-MSG-BAD-SOURCE TO WS-ERROR-TEXT
               GO TO EDIT-FIELDS-EXIT
           END-IF.
           SET WS-STATE-IDX TO 1.
           SEARCH WS-STATE-ENTRY
               AT END
                   MOVE WS-MSG-BAD-STATE TO WS-ERROR-TEXT
                   GO TO EDIT-FIELDS-EXIT
               WHEN WS-STATE-CODE (WS-STATE-IDX) = WS-ED-STATE
                   CONTINUE
           END-SEARCH.
           MOVE SPACES TO WS-NEW-MASTER.
           MOVE WS-ED-LAST TO WS-NEW-LAST.
           MOVE WS-ED-FIRST TO WS-NEW-FIRST.
           MOVE WS-ED-STREET TO WS-STD-STREET.
           PERFORM STANDARDIZE-STREET THRU STANDARDIZE-STREET-EXIT.
           MOVE WS-STD-STREET TO WS-NEW-STREET.
           MOVE WS-ED-CITY TO WS-NEW-CITY.
           MOVE WS-ED-STATE TO WS-NEW-STATE.
           MOVE WS-ED-ZIP TO WS-NEW-ZIP.
           MOVE WS-ED-SOURCE TO WS-NEW-SOURCE.
           MOVE WS-TODAY TO WS-NEW-MAINT-DATE.
           MOVE ZERO TO WS-NEW-CUSTNO.
      * a Canadian postal code has no ZIP directory entry to check.
           IF WS-ED-ZIP (1:1) IS ALPHABETIC
            AND WS-ED-ZIP (1:1) NOT = SPACE
            AND WS-ED-ZIP (2:1) IS NUMERIC
            AND WS-ED-ZIP (3:1) IS ALPHABETIC
            AND WS-ED-ZIP (3:1) NOT = SPACE
            AND WS-ED-ZIP (4:1) = SPACE
            AND WS-ED-ZIP (5:1) IS NUMERIC
            AND WS-ED-ZIP (6:1) IS ALPHABETIC
            AND WS-ED-ZIP (6:1) NOT = SPACE
            AND WS-ED-ZIP (7:1) IS NUMERIC
            AND WS-ED-ZIP (8:3) = SPACES
               MOVE 'Y' TO WS-VALID-SW
               GO TO EDIT-FIELDS-EXIT
           END-IF.
           IF WS-ED-ZIP (1:5) IS NUMERIC AND WS-ED-ZIP (6:5) = SPACES
               CONTINUE
           ELSE
               IF WS-ED-ZIP (1:5) IS NUMERIC
                AND WS-ED-ZIP (6:1) = '-'
                AND WS-ED-ZIP (7:4) IS NUMERIC
                   CONTINUE
               ELSE
                   IF WS-ED-ZIP (1:9) IS NUMERIC
                    AND WS-ED-ZIP (10:1) = SPACE
                       CONTINUE
                   ELSE
                       MOVE WS-MSG-BAD-ZIP TO WS-ERROR-TEXT
                       GO TO EDIT-FIELDS-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM FIND-ZIP-RANGE THRU FIND-ZIP-RANGE-EXIT.
           IF ZIP-RANGE-FOUND
               IF WS-ZDF-STATE NOT = WS-NEW-STATE
                   MOVE WS-MSG-ZIP-STATE TO WS-ERROR-TEXT
                   GO TO EDIT-FIELDS-EXIT
               END-IF
               IF WS-NEW-ZIP (6:5) = SPACES
                   MOVE '-' TO WS-NEW-ZIP (6:1)
                   MOVE WS-ZDF-PLUS4 TO WS-NEW-ZIP (7:4)
               END-IF
               MOVE WS-ZDF-CARRIER-ROUTE TO WS-NEW-ROUTE
           END-IF.
           MOVE 'Y' TO WS-VALID-SW.
       EDIT-FIELDS-EXIT.
           EXIT.

       FIND-ZIP-RANGE.
           MOVE WS-ED-ZIP (1:5) TO WS-ZIP5.
           IF ZIPDIR-MASTER-ACTIVE
      * keyed on the range high: the first record with high not
      * below the ZIP is the only one that can cover it.
               MOVE WS-ZIP5 TO ZDM-ZIP-HIGH
               START zip-directory-master KEY NOT < ZDM-ZIP-HIGH
                   INVALID KEY
                       GO TO FIND-ZIP-RANGE-EXIT
               END-START
               READ zip-directory-master NEXT RECORD
                   AT END
                       GO TO FIND-ZIP-RANGE-EXIT
               END-READ
               IF WS-ZIP5 NOT < ZDM-ZIP-LOW
                   SET ZIP-RANGE-FOUND TO TRUE
                   MOVE ZDM-STATE TO WS-ZDF-STATE
                   MOVE ZDM-PLUS4 TO WS-ZDF-PLUS4
                   MOVE ZDM-CARRIER-ROUTE TO WS-ZDF-CARRIER-ROUTE
               END-IF
               GO TO FIND-ZIP-RANGE-EXIT
           END-IF.
           IF WS-ZIP-DIR-COUNT = ZERO
               GO TO FIND-ZIP-RANGE-EXIT
           END-IF.
           SET WS-ZIP-DIR-IDX TO 1.
           SEARCH WS-ZIP-DIR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ZIP5 NOT < WS-ZD-ZIP-LOW (WS-ZIP-DIR-IDX)
                AND WS-ZIP5 NOT > WS-ZD-ZIP-HIGH (WS-ZIP-DIR-IDX)
                   SET ZIP-RANGE-FOUND TO TRUE
                   MOVE WS-ZD-STATE (WS-ZIP-DIR-IDX) TO WS-ZDF-STATE
                   MOVE WS-ZD-PLUS4 (WS-ZIP-DIR-IDX) TO WS-ZDF-PLUS4
                   MOVE WS-ZD-CARRIER-ROUTE (WS-ZIP-DIR-IDX)
                       TO WS-ZDF-CARRIER-ROUTE
           END-SEARCH.
       FIND-ZIP-RANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The add's key is on the archive: journal the archive image as
      * an R entry (MERGE-BACKOUT puts it back) and take it off.
      *-----------------------------------------------------------------
       CHECK-ARCHIVE-RESTORE.
           MOVE 'N' TO WS-RESTORED-THIS-SW.
           IF NOT ARCHIVE-ACTIVE
               GO TO CHECK-ARCHIVE-RESTORE-EXIT
           END-IF.
           MOVE WS-NEW-KEY TO ARC-KEY.
           READ address-archive-file
               INVALID KEY
                   GO TO CHECK-ARCHIVE-RESTORE-EXIT
           END-READ.
           MOVE 'R' TO MJ-ACTION.
           MOVE ADDRESS-ARCHIVE-RECORD TO MJ-IMAGE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           DELETE address-archive-file.
           SET RESTORED-THIS-ADD TO TRUE.
       CHECK-ARCHIVE-RESTORE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Next customer number off CUSTOMER-NUMBER-FILE, written straight
      * back so the next ADDR-MERGE run carries on after it.  With no
      * file, the highest number on the master or the archive is
      * where numbering resumes, as in ADDR-MERGE.
      *-----------------------------------------------------------------
       TAKE-CUSTOMER-NUMBER.
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
                   GO TO TAKE-CUSTOMER-NUMBER-NEXT
               END-IF
           END-IF.
           MOVE LOW-VALUES TO AM-KEY.
           START address-master-file KEY NOT < AM-KEY
               INVALID KEY GO TO TAKE-CUSTOMER-NUMBER-ARCHIVE
           END-START.
       TAKE-CUSTOMER-NUMBER-SCAN.
           READ address-master-file NEXT RECORD
               AT END GO TO TAKE-CUSTOMER-NUMBER-ARCHIVE
           END-READ.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
            AND AM-CUSTOMER-NUMBER > WS-LAST-CUSTOMER-NUMBER
               MOVE AM-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-NUMBER
           END-IF.
           GO TO TAKE-CUSTOMER-NUMBER-SCAN.
       TAKE-CUSTOMER-NUMBER-ARCHIVE.
           IF NOT ARCHIVE-ACTIVE
               GO TO TAKE-CUSTOMER-NUMBER-NEXT
           END-IF.
           MOVE LOW-VALUES TO ARC-KEY.
           START address-archive-file KEY NOT < ARC-KEY
               INVALID KEY GO TO TAKE-CUSTOMER-NUMBER-NEXT
           END-START.
       TAKE-CUSTOMER-NUMBER-ARC-SCAN.
           READ address-archive-file NEXT RECORD
               AT END GO TO TAKE-CUSTOMER-NUMBER-NEXT
           END-READ.
           IF ARC-CUSTOMER-NUMBER IS NUMERIC
            AND ARC-CUSTOMER-NUMBER > WS-LAST-CUSTOMER-NUMBER
               MOVE ARC-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-NUMBER
           END-IF.
           GO TO TAKE-CUSTOMER-NUMBER-ARC-SCAN.
       TAKE-CUSTOMER-NUMBER-NEXT.
           ADD 1 TO WS-LAST-CUSTOMER-NUMBER.
           MOVE WS-LAST-CUSTOMER-NUMBER TO WS-NEW-CUSTNO.
           OPEN OUTPUT customer-number-file.
           IF WS-CUSTNO-STATUS NOT = '00'
               DISPLAY 'MASTER-CORRECT WARNING: CUSTOMER-NUMBER-FILE '
                   'COULD NOT BE WRITTEN, STATUS ' WS-CUSTNO-STATUS
               GO TO TAKE-CUSTOMER-NUMBER-EXIT
           END-IF.
           MOVE WS-LAST-CUSTOMER-NUMBER TO CUSTOMER-NUMBER-RECORD.
           WRITE CUSTOMER-NUMBER-RECORD.
           CLOSE customer-number-file.
       TAKE-CUSTOMER-NUMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The journal is opened per update, under a run id of its own;
      * no journal, no update - an entry MERGE-BACKOUT cannot see
      * cannot be reversed.
      *-----------------------------------------------------------------
       OPEN-JOURNAL.
           MOVE 'N' TO WS-JOURNAL-OPEN-SW.
           OPEN EXTEND merge-journal-file.
           IF WS-JOURNAL-STATUS = '05' OR '35'
               OPEN OUTPUT merge-journal-file
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE WS-MSG-NO-JOURNAL TO WS-ERROR-TEXT
               GO TO OPEN-JOURNAL-EXIT
           END-IF.
           SET JOURNAL-OPEN TO TRUE.
           MOVE SPACES TO MERGE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID.
           IF WS-RUN-ID NOT > WS-LAST-RUN-ID
               ADD 1 TO WS-LAST-RUN-ID GIVING WS-RUN-ID
           END-IF.
           MOVE WS-RUN-ID TO WS-LAST-RUN-ID.
       OPEN-JOURNAL-EXIT.
           EXIT.

       WRITE-JOURNAL.
           MOVE WS-RUN-ID TO MJ-RUN-ID.
           MOVE operator-id TO MJ-OPERATOR.
           WRITE MERGE-JOURNAL-RECORD.
       WRITE-JOURNAL-EXIT.
           EXIT.

       WRITE-CHANGE-AUDIT.
           OPEN EXTEND change-audit-file.
           IF WS-AUDIT-STATUS = '05' OR '35'
               OPEN OUTPUT change-audit-file
           END-IF.
           MOVE SPACES TO CHANGE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CA-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CA-TIME.
           MOVE operator-id TO CA-OPERATOR.
           MOVE 'address-master' TO CA-FILE.
           EVALUATE TRUE
               WHEN WS-ACTION = 'A' OR 'a'
                   MOVE 'ADD' TO CA-ACTION
               WHEN WS-ACTION = 'C' OR 'c'
                   MOVE 'CHANGE' TO CA-ACTION
               WHEN WS-ACTION = 'D' OR 'd'
                   MOVE 'DELETE' TO CA-ACTION
               WHEN OTHER
                   MOVE '?' TO CA-ACTION
           END-EVALUATE.
      * the address fields on the first line, the rest of the image
      * on a second line so a customer number change is on record.
           MOVE WS-OLD-MASTER (1:77) TO CA-OLD-VALUE.
           MOVE WS-NEW-MASTER (1:77) TO CA-NEW-VALUE.
           WRITE CHANGE-AUDIT-RECORD.
           MOVE SPACES TO CA-OLD-VALUE.
           MOVE SPACES TO CA-NEW-VALUE.
           IF WS-OLD-MASTER NOT = SPACES
               STRING 'MAINT DATE ' DELIMITED BY SIZE
                      WS-OLD-MAINT-DATE DELIMITED BY SIZE
                      ' CUSTOMER NO ' DELIMITED BY SIZE
                      WS-OLD-CUSTNO DELIMITED BY SIZE
                      INTO CA-OLD-VALUE
               END-STRING
           END-IF.
           IF WS-NEW-MASTER NOT = SPACES
               STRING 'MAINT DATE ' DELIMITED BY SIZE
                      WS-NEW-MAINT-DATE DELIMITED BY SIZE
                      ' CUSTOMER NO ' DELIMITED BY SIZE
                      WS-NEW-CUSTNO DELIMITED BY SIZE
                      INTO CA-NEW-VALUE
               END-STRING
           END-IF.
           WRITE CHANGE-AUDIT-RECORD.
           CLOSE change-audit-file.
       WRITE-CHANGE-AUDIT-EXIT.
           EXIT.

       LOAD-STATE-TABLE.
           MOVE ZERO TO WS-STATE-COUNT.
           OPEN INPUT state-table-file.
           IF WS-STATE-FILE-STATUS NOT = '00'
               GO TO LOAD-STATE-TABLE-EXIT
           END-IF.
       LOAD-STATE-TABLE-READ.
           READ state-table-file
               AT END GO TO LOAD-STATE-TABLE-CLOSE.
           IF WS-STATE-COUNT < 100
               ADD 1 TO WS-STATE-COUNT
               MOVE STATE-TABLE-RECORD TO WS-STATE-CODE(WS-STATE-COUNT)
           END-IF.
           GO TO LOAD-STATE-TABLE-READ.
       LOAD-STATE-TABLE-CLOSE.
           CLOSE state-table-file.
       LOAD-STATE-TABLE-EXIT.
           EXIT.

       LOAD-ZIP-DIRECTORY.
           MOVE ZERO TO WS-ZIP-DIR-COUNT.
           OPEN INPUT zip-directory-file.
           IF WS-ZIP-DIR-FILE-STATUS NOT = '00'
               GO TO LOAD-ZIP-DIRECTORY-EXIT
           END-IF.
       LOAD-ZIP-DIRECTORY-READ.
           READ zip-directory-file
               AT END GO TO LOAD-ZIP-DIRECTORY-CLOSE.
           IF WS-ZIP-DIR-COUNT < 500
               ADD 1 TO WS-ZIP-DIR-COUNT
               MOVE ZD-ZIP-LOW TO WS-ZD-ZIP-LOW(WS-ZIP-DIR-COUNT)
               MOVE ZD-ZIP-HIGH TO WS-ZD-ZIP-HIGH(WS-ZIP-DIR-COUNT)
               MOVE ZD-STATE TO WS-ZD-STATE(WS-ZIP-DIR-COUNT)
               MOVE ZD-PLUS4 TO WS-ZD-PLUS4(WS-ZIP-DIR-COUNT)
               MOVE ZD-CARRIER-ROUTE
                   TO WS-ZD-CARRIER-ROUTE(WS-ZIP-DIR-COUNT)
           END-IF.
           GO TO LOAD-ZIP-DIRECTORY-READ.
       LOAD-ZIP-DIRECTORY-CLOSE.
           CLOSE zip-directory-file.
       LOAD-ZIP-DIRECTORY-EXIT.
           EXIT.

       LOAD-ABBREV-TABLE.
           MOVE ZERO TO WS-ABBREV-COUNT.
           OPEN INPUT abbrev-table-file.
           IF WS-ABBREV-FILE-STATUS NOT = '00'
               GO TO LOAD-ABBREV-TABLE-EXIT
           END-IF.
       LOAD-ABBREV-TABLE-READ.
           READ abbrev-table-file
               AT END GO TO LOAD-ABBREV-TABLE-CLOSE.
           IF WS-ABBREV-COUNT < 100
               ADD 1 TO WS-ABBREV-COUNT
               MOVE AB-FROM-WORD
                   TO WS-AB-FROM-WORD(WS-ABBREV-COUNT)
               MOVE AB-TO-WORD
                   TO WS-AB-TO-WORD(WS-ABBREV-COUNT)
           END-IF.
           GO TO LOAD-ABBREV-TABLE-READ.
       LOAD-ABBREV-TABLE-CLOSE.
           CLOSE abbrev-table-file.
       LOAD-ABBREV-TABLE-EXIT.
           EXIT.

      * Same street fold as READ-CSV's PROCESS-ADDRESS: upper-case,
      * "#" to APT, and every word rewritten through the table.
       STANDARDIZE-STREET.
           MOVE FUNCTION UPPER-CASE (WS-STD-STREET) TO WS-STD-STREET.
           IF WS-ABBREV-COUNT = ZERO
               GO TO STANDARDIZE-STREET-EXIT
           END-IF.
           MOVE SPACES TO WS-STD-WORDS.
           MOVE ZERO TO WS-STD-WORD-COUNT.
           UNSTRING WS-STD-STREET DELIMITED BY ALL ' '
               INTO WS-STD-WORD(1) WS-STD-WORD(2) WS-STD-WORD(3)
                    WS-STD-WORD(4) WS-STD-WORD(5) WS-STD-WORD(6)
                    WS-STD-WORD(7) WS-STD-WORD(8) WS-STD-WORD(9)
                    WS-STD-WORD(10) WS-STD-WORD(11) WS-STD-WORD(12)
                    WS-STD-WORD(13) WS-STD-WORD(14) WS-STD-WORD(15)
                    WS-STD-WORD(16)
               TALLYING IN WS-STD-WORD-COUNT.
           MOVE SPACES TO WS-STD-STREET.
           MOVE 1 TO WS-STD-PTR.
           MOVE ZERO TO WS-STD-IDX.
       STANDARDIZE-STREET-WORD.
           ADD 1 TO WS-STD-IDX.
           IF WS-STD-IDX > WS-STD-WORD-COUNT
            OR WS-STD-IDX > 16
               GO TO STANDARDIZE-STREET-EXIT
           END-IF.
           IF WS-STD-WORD(WS-STD-IDX) = SPACES
               GO TO STANDARDIZE-STREET-WORD
           END-IF.
           MOVE WS-STD-WORD(WS-STD-IDX) TO WS-STD-HOLD.
           IF WS-STD-HOLD(1:1) = '#'
               MOVE WS-STD-HOLD(2:14) TO WS-STD-REST
               MOVE 'APT' TO WS-STD-EMIT
               PERFORM STD-EMIT-WORD THRU STD-EMIT-WORD-EXIT
               MOVE WS-STD-REST TO WS-STD-HOLD
               IF WS-STD-HOLD = SPACES
                   GO TO STANDARDIZE-STREET-WORD
               END-IF
           ELSE
               SET WS-ABBREV-IDX TO 1
               SEARCH WS-ABBREV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AB-FROM-WORD(WS-ABBREV-IDX) = WS-STD-HOLD
                       MOVE WS-AB-TO-WORD(WS-ABBREV-IDX)
                           TO WS-STD-HOLD
               END-SEARCH
           END-IF.
           MOVE WS-STD-HOLD TO WS-STD-EMIT.
           PERFORM STD-EMIT-WORD THRU STD-EMIT-WORD-EXIT.
           GO TO STANDARDIZE-STREET-WORD.
       STANDARDIZE-STREET-EXIT.
           EXIT.

       STD-EMIT-WORD.
           IF WS-STD-PTR > 1 AND WS-STD-PTR NOT > 30
               STRING ' ' DELIMITED BY SIZE INTO WS-STD-STREET
                   WITH POINTER WS-STD-PTR
               END-STRING
           END-IF.
           IF WS-STD-PTR NOT > 30
               STRING WS-STD-EMIT DELIMITED BY SPACE
                   INTO WS-STD-STREET
                   WITH POINTER WS-STD-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
       STD-EMIT-WORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Only a supervisor gets in; three tries then out.
      *-----------------------------------------------------------------
       SUPERVISOR-LOGON.
           IF WS-LOGON-TRIES NOT < 3
               GO TO SUPERVISOR-LOGON-EXIT
           END-IF.
           ADD 1 TO WS-LOGON-TRIES.
           DISPLAY pls-logon.
           ACCEPT pls-logon.
           SET WS-OPERATOR-IDX TO 1.
           SEARCH WS-OPERATOR-ENTRY
               AT END
                   DISPLAY pla-refuse
                   GO TO SUPERVISOR-LOGON
               WHEN WS-OPERATOR-ID (WS-OPERATOR-IDX) = operator-id
                   IF WS-OPERATOR-LOCKED (WS-OPERATOR-IDX) NOT = 'Y'
                    AND WS-OPERATOR-PASSWORD (WS-OPERATOR-IDX)
                        = WS-PASSWORD-IN
                    AND WS-OPERATOR-ROLE (WS-OPERATOR-IDX) = 'S'
                       MOVE 'Y' TO WS-LOGON-OK-SW
                   ELSE
                       DISPLAY pla-refuse
                       GO TO SUPERVISOR-LOGON
                   END-IF
           END-SEARCH.
       SUPERVISOR-LOGON-EXIT.
           EXIT.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT operator-file
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
               GO TO LOAD-OPERATOR-TABLE-EXIT
           END-IF
           READ operator-file
               AT END GO TO LOAD-OPERATOR-TABLE-CLOSE
           END-READ.
       LOAD-OPERATOR-TABLE-READ.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE OPR-ID TO WS-OPERATOR-ID (WS-OPERATOR-COUNT)
           MOVE OPR-PASSWORD
               TO WS-OPERATOR-PASSWORD (WS-OPERATOR-COUNT)
           MOVE OPR-ROLE TO WS-OPERATOR-ROLE (WS-OPERATOR-COUNT)
           MOVE OPR-LOCKED TO WS-OPERATOR-LOCKED (WS-OPERATOR-COUNT)
           READ operator-file
               AT END GO TO LOAD-OPERATOR-TABLE-CLOSE
           END-READ
           GO TO LOAD-OPERATOR-TABLE-READ.
       LOAD-OPERATOR-TABLE-CLOSE.
           CLOSE operator-file.
       LOAD-OPERATOR-TABLE-EXIT.
           EXIT.

       LOAD-LANGUAGE-PREF.
           MOVE 'F' TO WS-LANGUAGE
           OPEN I-O operator-prefs-file
           IF WS-PREF-STATUS = '35'
               OPEN OUTPUT operator-prefs-file
               CLOSE operator-prefs-file
               OPEN I-O operator-prefs-file
           END-IF
           MOVE operator-id TO PREF-OPERATOR-ID
           READ operator-prefs-file
               INVALID KEY
                   DISPLAY pls-language
                   ACCEPT pls-language
                   IF WS-LANGUAGE NOT = 'E'
                       MOVE 'F' TO WS-LANGUAGE
                   END-IF
                   MOVE operator-id TO PREF-OPERATOR-ID
                   MOVE WS-LANGUAGE TO PREF-LANGUAGE
                   WRITE OPERATOR-PREFS-RECORD
           END-READ
           IF WS-PREF-STATUS = '00'
               MOVE PREF-LANGUAGE TO WS-LANGUAGE
           END-IF
           CLOSE operator-prefs-file.
       LOAD-LANGUAGE-PREF-EXIT.
           EXIT.

       LOAD-MESSAGES.
           IF LANG-IS-ENGLISH
               MOVE 'Operator ID : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Password : ' TO WS-MSG-PASSWORD
               MOVE 'Refused: supervisor credentials only.'
                   TO WS-MSG-REFUSE
               MOVE 'C=Change A=Add D=Delete Q=Quit : '
                   TO WS-MSG-ACTION
               MOVE 'Last name : ' TO WS-MSG-LAST
               MOVE 'First name : ' TO WS-MSG-FIRST
               MOVE 'Street : ' TO WS-MSG-STREET
               MOVE 'City : ' TO WS-MSG-CITY
               MOVE 'State : ' TO WS-MSG-STATE
               MOVE 'ZIP code : ' TO WS-MSG-ZIP
               MOVE 'Source (1/2) : ' TO WS-MSG-SOURCE
               MOVE 'Customer no : ' TO WS-MSG-CUSTNO
               MOVE 'Address is not on the master.'
                   TO WS-MSG-NOT-FOUND
               MOVE 'That name and street is already on file.'
                   TO WS-MSG-ON-FILE
               MOVE 'Last name and street are required.'
                   TO WS-MSG-REQUIRED
               MOVE 'Source code must be 1 or 2.'
                   TO WS-MSG-BAD-SOURCE
               MOVE 'State is not on the state table.'
                   TO WS-MSG-BAD-STATE
               MOVE 'ZIP code format is not valid.'
                   TO WS-MSG-BAD-ZIP
               MOVE 'ZIP code does not match the state.'
                   TO WS-MSG-ZIP-STATE
               MOVE 'Journal unavailable - nothing updated.'
                   TO WS-MSG-NO-JOURNAL
               MOVE 'Nothing was changed.'
                   TO WS-MSG-NO-CHANGE
               MOVE 'Confirm ? (Y/N) : '
                   TO WS-MSG-CONFIRM
               MOVE 'Updated - journal run id : '
                   TO WS-MSG-DONE
               MOVE 'Press ENTER to continue' TO WS-MSG-PAUSE
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'Refuse: reserve aux superviseurs.'
                   TO WS-MSG-REFUSE
               MOVE 'C=Modifier A=Ajouter D=Supprimer Q=Quitter : '
                   TO WS-MSG-ACTION
               MOVE 'Nom : ' TO WS-MSG-LAST
               MOVE 'Prenom : ' TO WS-MSG-FIRST
               MOVE 'Rue : ' TO WS-MSG-STREET
               MOVE 'Ville : ' TO WS-MSG-CITY
               MOVE 'Etat : ' TO WS-MSG-STATE
               MOVE 'Code postal : ' TO WS-MSG-ZIP
               MOVE 'Source (1/2) : ' TO WS-MSG-SOURCE
               MOVE 'No client : ' TO WS-MSG-CUSTNO
               MOVE 'Adresse absente du fichier maitre.'
                   TO WS-MSG-NOT-FOUND
               MOVE 'Ce nom et cette rue existent deja.'
                   TO WS-MSG-ON-FILE
               MOVE 'Nom et rue obligatoires.'
                   TO WS-MSG-REQUIRED
               MOVE 'Le code source doit etre 1 ou 2.'
                   TO WS-MSG-BAD-SOURCE
               MOVE 'Etat absent de la table des etats.'
                   TO WS-MSG-BAD-STATE
               MOVE 'Format du code postal invalide.'
                   TO WS-MSG-BAD-ZIP
               MOVE 'Code postal incompatible avec l''etat.'
                   TO WS-MSG-ZIP-STATE
               MOVE 'Journal indisponible - rien de modifie.'
                   TO WS-MSG-NO-JOURNAL
               MOVE 'Aucune modification.'
                   TO WS-MSG-NO-CHANGE
               MOVE 'Confirmer ? (Y/N) : '
                   TO WS-MSG-CONFIRM
               MOVE 'Mis a jour - no de journal : '
                   TO WS-MSG-DONE
               MOVE 'ENTREE pour continuer' TO WS-MSG-PAUSE
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
       END PROGRAM MASTER-CORRECT.
