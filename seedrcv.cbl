      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: KEY THE ARRIVAL DATE OF EACH SEED PIECE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; launched from MyFirstCOBOL's
      *                   routing menu (operators and supervisors).
      *                   Staff give the file sequence printed on the
      *                   drop, and the screen walks through every
      *                   seed VENDOR-EXTRACT logged on SEED-TRACKING-
      *                   FILE under that sequence, showing the seed
      *                   address and taking the date the piece
      *                   arrived (zero = not arrived yet).  The
      *                   keying operator and date are stamped on the
      *                   entry; SEED-REPORT compares the arrivals
      *                   with the vendor's VA-MAIL-DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEED-RECEIPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seed-tracking-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-SEED-TRACK-STATUS.

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
       77 WS-SEED-TRACK-STATUS   PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS         PIC X(02).
       77 WS-LANGUAGE            PIC X(01) VALUE 'F'.
           88 LANG-IS-FRENCH            VALUE 'F'.
           88 LANG-IS-ENGLISH           VALUE 'E'.

       01 WS-MESSAGES.
           05 WS-MSG-IDENTIFIANT    PIC X(15).
           05 WS-MSG-PASSWORD       PIC X(15).
           05 WS-MSG-REFUSE         PIC X(40).
           05 WS-MSG-SEQUENCE       PIC X(30).
           05 WS-MSG-NO-SEEDS       PIC X(40).
           05 WS-MSG-SEED           PIC X(14).
           05 WS-MSG-CAMPAIGN       PIC X(14).
           05 WS-MSG-SENT           PIC X(14).
           05 WS-MSG-ARRIVAL        PIC X(30).
           05 WS-MSG-BAD-DATE       PIC X(40).
           05 WS-MSG-SAVED          PIC X(40).
           05 WS-MSG-END-SEQ        PIC X(40).

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

       77 WS-TODAY          PIC 9(08) VALUE ZERO.
       77 WS-SEQ-IN         PIC 9(06) VALUE ZERO.
       77 WS-SEEDS-SHOWN    PIC 9(04) VALUE ZERO.
       77 WS-SEEDS-KEYED    PIC 9(05) VALUE ZERO.
       01 WS-ARRIVAL-IN     PIC 9(08) VALUE ZERO.
       01 WS-ARRIVAL-PARTS REDEFINES WS-ARRIVAL-IN.
           05 WS-ARRIVAL-YYYY   PIC 9(04).
           05 WS-ARRIVAL-MM     PIC 9(02).
           05 WS-ARRIVAL-DD     PIC 9(02).
       77 WS-DATE-OK-SW     PIC X(01) VALUE 'N'.
           88 DATE-IS-OK           VALUE 'Y'.
       01 WS-SEED-NAME      PIC X(26) VALUE SPACES.
       01 WS-SEED-CITY-LINE PIC X(30) VALUE SPACES.

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

           01 pls-sequence.
               02 BLANK SCREEN.
               02 LINE 3 COL 5 PIC X(30) FROM WS-MSG-SEQUENCE.
               02 COL 36 PIC 9(06) USING WS-SEQ-IN.

           01 pla-no-seeds.
               02 LINE 5 COL 5 PIC X(40) FROM WS-MSG-NO-SEEDS
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-seed.
               02 BLANK SCREEN.
               02 LINE 3 COL 5 PIC X(30) FROM WS-MSG-SEQUENCE.
               02 COL 36 PIC 9(06) FROM ST-FILE-SEQUENCE.
               02 LINE 4 COL 5 PIC X(14) FROM WS-MSG-CAMPAIGN.
               02 COL 20 PIC X(08) FROM ST-CAMPAIGN.
               02 LINE 5 COL 5 PIC X(14) FROM WS-MSG-SENT.
               02 COL 20 PIC 9(08) FROM ST-SEND-DATE.
               02 LINE 7 COL 5 PIC X(14) FROM WS-MSG-SEED.
               02 COL 20 PIC X(06) FROM ST-SEED-ID.
               02 LINE 8 COL 20 PIC X(26) FROM WS-SEED-NAME.
               02 LINE 9 COL 20 PIC X(25) FROM ST-STREET.
               02 LINE 10 COL 20 PIC X(30) FROM WS-SEED-CITY-LINE.

           01 pls-arrival.
               02 LINE 12 COL 5 PIC X(30) FROM WS-MSG-ARRIVAL.
               02 COL 36 PIC 9(08) USING WS-ARRIVAL-IN.

           01 pla-bad-date.
               02 LINE 14 COL 5 PIC X(40) FROM WS-MSG-BAD-DATE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-saved.
               02 LINE 14 COL 5 PIC X(40) FROM WS-MSG-SAVED
               FOREGROUND-COLOR 2.

           01 pla-end-seq.
               02 LINE 5 COL 5 PIC X(40) FROM WS-MSG-END-SEQ
               FOREGROUND-COLOR 2.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATOR-TABLE THRU LOAD-OPERATOR-TABLE-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT
           PERFORM OPERATOR-LOGON THRU OPERATOR-LOGON-EXIT
           IF NOT LOGON-OK
               GOBACK
           END-IF
           PERFORM LOAD-LANGUAGE-PREF THRU LOAD-LANGUAGE-PREF-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           OPEN I-O seed-tracking-file
           IF WS-SEED-TRACK-STATUS NOT = '00'
               DISPLAY 'SEED-RECEIPT ERROR: SEED-TRACKING-FILE '
                   'OPEN FAILED, STATUS ' WS-SEED-TRACK-STATUS
               GOBACK
           END-IF

           PERFORM SEQUENCE-LOOP THRU SEQUENCE-LOOP-EXIT

           CLOSE seed-tracking-file
           GOBACK.

      *-----------------------------------------------------------------
      * One file sequence per pass; zero ends the session.
      *-----------------------------------------------------------------
       SEQUENCE-LOOP.
           MOVE ZERO TO WS-SEQ-IN.
           DISPLAY pls-sequence.
           ACCEPT pls-sequence.
           IF WS-SEQ-IN = ZERO
               GO TO SEQUENCE-LOOP-EXIT
           END-IF.
           MOVE ZERO TO WS-SEEDS-SHOWN.
           MOVE WS-SEQ-IN TO ST-FILE-SEQUENCE.
           MOVE LOW-VALUES TO ST-SEED-ID.
           START seed-tracking-file KEY IS NOT < ST-KEY
               INVALID KEY
                   DISPLAY pla-no-seeds
                   GO TO SEQUENCE-LOOP
           END-START.
       SEQUENCE-LOOP-NEXT.
           READ seed-tracking-file NEXT RECORD
               AT END GO TO SEQUENCE-LOOP-DONE
           END-READ.
           IF ST-FILE-SEQUENCE NOT = WS-SEQ-IN
               GO TO SEQUENCE-LOOP-DONE
           END-IF.
           ADD 1 TO WS-SEEDS-SHOWN.
           PERFORM KEY-ARRIVAL THRU KEY-ARRIVAL-EXIT.
           GO TO SEQUENCE-LOOP-NEXT.
       SEQUENCE-LOOP-DONE.
           IF WS-SEEDS-SHOWN = ZERO
               DISPLAY pla-no-seeds
           ELSE
               DISPLAY pla-end-seq
           END-IF.
           GO TO SEQUENCE-LOOP.
       SEQUENCE-LOOP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Show the seed just read and take its arrival date.  Enter on
      * the date shown leaves the entry alone; zero clears a date
      * keyed in error.  A date before the piece was sent or after
      * today is refused.
      *-----------------------------------------------------------------
       KEY-ARRIVAL.
           MOVE SPACES TO WS-SEED-NAME.
           STRING ST-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ST-LAST-NAME DELIMITED BY SIZE
                  INTO WS-SEED-NAME
           END-STRING.
           MOVE SPACES TO WS-SEED-CITY-LINE.
           STRING ST-CITY DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ST-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ST-ZIP DELIMITED BY SIZE
                  INTO WS-SEED-CITY-LINE
           END-STRING.
           DISPLAY pla-seed.
       KEY-ARRIVAL-ASK.
           MOVE ST-ARRIVAL-DATE TO WS-ARRIVAL-IN.
           DISPLAY pls-arrival.
           ACCEPT pls-arrival.
           IF WS-ARRIVAL-IN = ST-ARRIVAL-DATE
               GO TO KEY-ARRIVAL-EXIT
           END-IF.
           PERFORM CHECK-ARRIVAL-DATE THRU CHECK-ARRIVAL-DATE-EXIT.
           IF NOT DATE-IS-OK
               DISPLAY pla-bad-date
               GO TO KEY-ARRIVAL-ASK
           END-IF.
           MOVE WS-ARRIVAL-IN TO ST-ARRIVAL-DATE.
           MOVE operator-id TO ST-KEYED-BY.
           MOVE WS-TODAY TO ST-KEYED-DATE.
           REWRITE SEED-TRACKING-RECORD
               INVALID KEY
                   DISPLAY 'SEED-RECEIPT ERROR: REWRITE FAILED FOR '
                       'SEED ' ST-SEED-ID ', STATUS '
                       WS-SEED-TRACK-STATUS
                   GO TO KEY-ARRIVAL-EXIT
           END-REWRITE.
           ADD 1 TO WS-SEEDS-KEYED.
           DISPLAY pla-saved.
       KEY-ARRIVAL-EXIT.
           EXIT.

       CHECK-ARRIVAL-DATE.
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF WS-ARRIVAL-IN = ZERO
               GO TO CHECK-ARRIVAL-DATE-EXIT
           END-IF.
           IF WS-ARRIVAL-MM < 1 OR WS-ARRIVAL-MM > 12
            OR WS-ARRIVAL-DD < 1 OR WS-ARRIVAL-DD > 31
            OR WS-ARRIVAL-IN < ST-SEND-DATE
            OR WS-ARRIVAL-IN > WS-TODAY
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF.
       CHECK-ARRIVAL-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Operators and supervisors only; trainees are refused.  Three
      * tries then out.
      *-----------------------------------------------------------------
       OPERATOR-LOGON.
           IF WS-LOGON-TRIES NOT < 3
               GO TO OPERATOR-LOGON-EXIT
           END-IF.
           ADD 1 TO WS-LOGON-TRIES.
           DISPLAY pls-logon.
           ACCEPT pls-logon.
           SET WS-OPERATOR-IDX TO 1.
           SEARCH WS-OPERATOR-ENTRY
               AT END
                   DISPLAY pla-refuse
                   GO TO OPERATOR-LOGON
               WHEN WS-OPERATOR-ID (WS-OPERATOR-IDX) = operator-id
                   IF WS-OPERATOR-LOCKED (WS-OPERATOR-IDX) NOT = 'Y'
                    AND WS-OPERATOR-PASSWORD (WS-OPERATOR-IDX)
                        = WS-PASSWORD-IN
                    AND WS-OPERATOR-ROLE (WS-OPERATOR-IDX) NOT = 'T'
                       MOVE 'Y' TO WS-LOGON-OK-SW
                   ELSE
                       DISPLAY pla-refuse
                       GO TO OPERATOR-LOGON
                   END-IF
           END-SEARCH.
       OPERATOR-LOGON-EXIT.
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
               MOVE 'Refused: operators and supervisors.'
                   TO WS-MSG-REFUSE
               MOVE 'File sequence (0 = quit) : '
                   TO WS-MSG-SEQUENCE
               MOVE 'No seeds on file for that sequence.'
                   TO WS-MSG-NO-SEEDS
               MOVE 'Seed : ' TO WS-MSG-SEED
               MOVE 'Campaign : ' TO WS-MSG-CAMPAIGN
               MOVE 'Sent : ' TO WS-MSG-SENT
               MOVE 'Arrived (YYYYMMDD, 0 = not) : '
                   TO WS-MSG-ARRIVAL
               MOVE 'Invalid date, or before sent / future.'
                   TO WS-MSG-BAD-DATE
               MOVE 'Arrival date saved.' TO WS-MSG-SAVED
               MOVE 'All seeds of that sequence shown.'
                   TO WS-MSG-END-SEQ
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'Refuse: operateurs et superviseurs.'
                   TO WS-MSG-REFUSE
               MOVE 'Sequence fichier (0 = fin) : '
                   TO WS-MSG-SEQUENCE
               MOVE 'Aucun temoin pour cette sequence.'
                   TO WS-MSG-NO-SEEDS
               MOVE 'Temoin : ' TO WS-MSG-SEED
               MOVE 'Campagne : ' TO WS-MSG-CAMPAIGN
               MOVE 'Envoye : ' TO WS-MSG-SENT
               MOVE 'Recu (AAAAMMJJ, 0 = non) : '
                   TO WS-MSG-ARRIVAL
               MOVE 'Date invalide, avant envoi ou future.'
                   TO WS-MSG-BAD-DATE
               MOVE 'Date de reception enregistree.'
                   TO WS-MSG-SAVED
               MOVE 'Tous les temoins de la sequence vus.'
                   TO WS-MSG-END-SEQ
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
       END PROGRAM SEED-RECEIPT.
