      *                   system code of the record being repaired so
      *                   READ-CSV's per-source totals stay right
      *                   when the record re-enters.
      *   2026/10/15 QC - works from EXCEPTION-QUEUE-FILE, the indexed
      *                   queue READ-CSV now fills from every run's
      *                   rejects and exceptions, instead of the flat
      *                   files the next fresh run recreates.  Each
      *                   open item (or one assigned to this operator
      *                   - a supervisor sees every assigned item) can
      *                   be corrected and recycled, skipped, assigned
      *                   to an operator, or written off with a
      *                   reason; the item's status, who and when are
      *                   kept on the queue for EXCEPTION-AGING.
      *   2026/10/15 QC - closing message field widened to 42 so the
      *                   English count caption is not truncated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-REPAIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exception-queue-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQ-KEY
           FILE STATUS IS WS-EQ-STATUS.

           SELECT recycle-file
           ASSIGN TO DISC

       DATA DIVISION.
       FILE SECTION.
       FD  exception-queue-file.
       01  EXCEPTION-QUEUE-RECORD.
           05 EQ-KEY.
               10 EQ-SOURCE-CODE    PIC X(01).
               10 EQ-RUN-DATE       PIC 9(08).
               10 EQ-INPUT-RECORD   PIC X(80).
           05 EQ-TYPE               PIC X(01).
           05 EQ-REASON             PIC X(40).
           05 EQ-STATUS             PIC X(01).
               88 EQ-IS-OPEN               VALUE 'O'.
               88 EQ-IS-ASSIGNED           VALUE 'A'.
               88 EQ-IS-RECYCLED           VALUE 'R'.
               88 EQ-IS-WRITTEN-OFF        VALUE 'W'.
           05 EQ-ASSIGNED-TO        PIC X(08).
           05 EQ-ASSIGNED-DATE      PIC 9(08).
           05 EQ-CLOSED-BY          PIC X(08).
           05 EQ-CLOSED-DATE        PIC 9(08).
           05 EQ-WRITE-OFF-REASON   PIC X(30).

       FD  recycle-file.
       01  RECYCLE-RECORD.
           05 LC-POS-COUNTRY     PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WS-EQ-STATUS            PIC X(02).
       77 WS-RECYCLE-FILE-STATUS  PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS          PIC X(02).
           05 WS-MSG-CITY           PIC X(14).
           05 WS-MSG-STATE          PIC X(14).
           05 WS-MSG-ZIP            PIC X(14).
           05 WS-MSG-FIN            PIC X(42).
           05 WS-MSG-STATUS         PIC X(10).
           05 WS-MSG-ASSIGN-TO      PIC X(30).
           05 WS-MSG-WRITE-OFF      PIC X(30).
           05 WS-MSG-NOT-OPERATOR   PIC X(40).
       77 operator-id      PIC X(08) VALUE SPACES.
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-OPERATOR-IDX.
              10 WS-OPERATOR-ID    PIC X(08).
              10 WS-OPERATOR-ROLE  PIC X(01).
       77 WS-OPERATOR-COUNT    PIC 9(04) VALUE ZERO.
       77 WS-OPERATOR-ROLE-IN  PIC X(01) VALUE SPACE.
           88 OPERATOR-IS-SUPERVISOR  VALUE 'S'.
       77 WS-ID-VALID          PIC X(01) VALUE 'N'.
           88 ID-IS-VALID             VALUE 'Y'.
       77 WS-ACTION            PIC X(01) VALUE SPACE.
           05 WS-ITEM-RECORD       PIC X(80).
           05 WS-ITEM-REASON       PIC X(40).
           05 WS-ITEM-SOURCE       PIC X(01).
       77 WS-TODAY             PIC 9(08) VALUE ZERO.
       77 WS-ASSIGN-IN         PIC X(08) VALUE SPACES.
       77 WS-WRITE-OFF-IN      PIC X(30) VALUE SPACES.
       77 WS-ASSIGNED-COUNT    PIC 9(05) VALUE ZERO.
       77 WS-WRITTEN-OFF-COUNT PIC 9(05) VALUE ZERO.

       77 WS-LAYOUT-FILE-STATUS PIC X(02).
      * one layout entry per source system, as in READ-CSV; a source
               02 LINE 6 COL 5 PIC X(10) FROM WS-MSG-RAISON.
               02 COL 16 PIC X(40) FROM WS-ITEM-REASON
               FOREGROUND-COLOR 4.
               02 LINE 7 COL 5 PIC X(10) FROM WS-MSG-STATUS.
               02 COL 16 PIC X(01) FROM EQ-STATUS.
               02 COL 18 PIC 9(08) FROM EQ-RUN-DATE.
               02 COL 27 PIC X(08) FROM EQ-ASSIGNED-TO.

           01 pls-action.
               02 LINE 8 COL 5 PIC X(40) FROM WS-MSG-ACTION.
               02 PIC X(01) TO WS-ACTION REQUIRED.

           01 pls-assign.
               02 LINE 10 COL 5 PIC X(30) FROM WS-MSG-ASSIGN-TO.
               02 COL 36 PIC X(08) USING WS-ASSIGN-IN.

           01 pls-write-off.
               02 LINE 10 COL 5 PIC X(30) FROM WS-MSG-WRITE-OFF.
               02 LINE 11 COL 5 PIC X(30) USING WS-WRITE-OFF-IN.

           01 pla-not-operator.
               02 LINE 12 COL 5 PIC X(40) FROM WS-MSG-NOT-OPERATOR
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pls-fix.
               02 LINE 10 COL 5 PIC X(14) FROM WS-MSG-LAST.
               02 COL 20 PIC X(25) USING WS-FIX-LAST.

           01 pla-fin.
               02 BLANK SCREEN.
               02 LINE 3 COL 10 PIC X(42) FROM WS-MSG-FIN.
               02 LINE 5 COL 10 PIC ZZZZ9 FROM WS-FIXED-COUNT.
               02 COL 17 VALUE '/'.
               02 COL 19 PIC ZZZZ9 FROM WS-SKIPPED-COUNT.
               02 COL 25 VALUE '/'.
               02 COL 27 PIC ZZZZ9 FROM WS-ASSIGNED-COUNT.
               02 COL 33 VALUE '/'.
               02 COL 35 PIC ZZZZ9 FROM WS-WRITTEN-OFF-COUNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       DISPLAY pla-bad-id
                   WHEN WS-OPERATOR-ID (WS-OPERATOR-IDX) = operator-id
                       MOVE 'Y' TO WS-ID-VALID
                       MOVE WS-OPERATOR-ROLE (WS-OPERATOR-IDX)
                           TO WS-OPERATOR-ROLE-IN
               END-SEARCH
           END-PERFORM

           PERFORM LOAD-LANGUAGE-PREF THRU LOAD-LANGUAGE-PREF-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE ZERO TO WS-FIXED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-ASSIGNED-COUNT
           MOVE ZERO TO WS-WRITTEN-OFF-COUNT
           MOVE 'N' TO WS-QUIT-SW

           OPEN I-O exception-queue-file
           IF WS-EQ-STATUS = '35'
               OPEN OUTPUT exception-queue-file
               CLOSE exception-queue-file
               OPEN I-O exception-queue-file
           END-IF
           IF WS-EQ-STATUS NOT = '00'
               DISPLAY 'EXCEPTION-REPAIR ERROR: EXCEPTION-QUEUE-FILE '
                   'OPEN FAILED, STATUS ' WS-EQ-STATUS
               GOBACK
           END-IF

           OPEN EXTEND recycle-file
           IF WS-RECYCLE-FILE-STATUS = '05' OR '35'
               OPEN OUTPUT recycle-file
           END-IF

           PERFORM REPAIR-QUEUE THRU REPAIR-QUEUE-EXIT

           CLOSE recycle-file
           CLOSE exception-queue-file
           DISPLAY pla-fin
           GOBACK.

      *-----------------------------------------------------------------
      * Walk the queue in key order (source, run date, record).  An
      * operator gets the open items and the ones assigned to them; a
      * supervisor also gets items assigned to anyone else.  Closed
      * items (recycled, written off) stay on the queue for aging.
      *-----------------------------------------------------------------
       REPAIR-QUEUE.
           MOVE LOW-VALUES TO EQ-KEY.
           START exception-queue-file KEY NOT < EQ-KEY
               INVALID KEY GO TO REPAIR-QUEUE-EXIT
           END-START.
       REPAIR-QUEUE-READ.
           READ exception-queue-file NEXT RECORD
               AT END GO TO REPAIR-QUEUE-EXIT
           END-READ.
           IF EQ-IS-RECYCLED OR EQ-IS-WRITTEN-OFF
               GO TO REPAIR-QUEUE-READ
           END-IF.
           IF EQ-IS-ASSIGNED
            AND EQ-ASSIGNED-TO NOT = operator-id
            AND NOT OPERATOR-IS-SUPERVISOR
               GO TO REPAIR-QUEUE-READ
           END-IF.
           MOVE EQ-INPUT-RECORD TO WS-ITEM-RECORD.
           MOVE EQ-REASON TO WS-ITEM-REASON.
           MOVE EQ-SOURCE-CODE TO WS-ITEM-SOURCE.
           PERFORM REPAIR-ONE-ITEM THRU REPAIR-ONE-ITEM-EXIT.
           IF OPERATOR-QUIT
               GO TO REPAIR-QUEUE-EXIT
           END-IF.
           GO TO REPAIR-QUEUE-READ.
       REPAIR-QUEUE-EXIT.
           EXIT.

       REPAIR-ONE-ITEM.
           DISPLAY pla-item.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION = 'C' OR 'c' OR 'S' OR 's'
                   OR 'Q' OR 'q' OR 'A' OR 'a' OR 'W' OR 'w'
               DISPLAY pls-action
               ACCEPT pls-action
           END-PERFORM.
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF.
           IF WS-ACTION = 'A' OR 'a'
               PERFORM ASSIGN-ITEM THRU ASSIGN-ITEM-EXIT
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF.
           IF WS-ACTION = 'W' OR 'w'
               PERFORM WRITE-OFF-ITEM THRU WRITE-OFF-ITEM-EXIT
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF.
           PERFORM SELECT-PARSE-LAYOUT
               THRU SELECT-PARSE-LAYOUT-EXIT.
           MOVE SPACES TO WS-FIX-FIELDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCY-FIX-DATE.
           MOVE WS-ITEM-SOURCE TO RCY-SOURCE-CODE.
           WRITE RECYCLE-RECORD.
           MOVE 'R' TO EQ-STATUS.
           MOVE operator-id TO EQ-CLOSED-BY.
           MOVE WS-TODAY TO EQ-CLOSED-DATE.
           REWRITE EXCEPTION-QUEUE-RECORD.
           ADD 1 TO WS-FIXED-COUNT.
       REPAIR-ONE-ITEM-EXIT.
           EXIT.

      * hand the item to an operator (blank = the one keying); it then
      * comes up only in that operator's session and a supervisor's.
       ASSIGN-ITEM.
           MOVE SPACES TO WS-ASSIGN-IN.
           DISPLAY pls-assign.
           ACCEPT pls-assign.
           IF WS-ASSIGN-IN = SPACES
               MOVE operator-id TO WS-ASSIGN-IN
           END-IF.
           SET WS-OPERATOR-IDX TO 1.
           SEARCH WS-OPERATOR-ENTRY
               AT END
                   DISPLAY pla-not-operator
                   GO TO ASSIGN-ITEM
               WHEN WS-OPERATOR-ID (WS-OPERATOR-IDX) = WS-ASSIGN-IN
                   CONTINUE
           END-SEARCH.
           MOVE 'A' TO EQ-STATUS.
           MOVE WS-ASSIGN-IN TO EQ-ASSIGNED-TO.
           MOVE WS-TODAY TO EQ-ASSIGNED-DATE.
           REWRITE EXCEPTION-QUEUE-RECORD.
           ADD 1 TO WS-ASSIGNED-COUNT.
       ASSIGN-ITEM-EXIT.
           EXIT.

      * a record that cannot or should not be mailed is closed with a
      * reason instead of sitting open forever; blank cancels.
       WRITE-OFF-ITEM.
           MOVE SPACES TO WS-WRITE-OFF-IN.
           DISPLAY pls-write-off.
           ACCEPT pls-write-off.
           IF WS-WRITE-OFF-IN = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO WRITE-OFF-ITEM-EXIT
           END-IF.
           MOVE 'W' TO EQ-STATUS.
           MOVE WS-WRITE-OFF-IN TO EQ-WRITE-OFF-REASON.
           MOVE operator-id TO EQ-CLOSED-BY.
           MOVE WS-TODAY TO EQ-CLOSED-DATE.
           REWRITE EXCEPTION-QUEUE-RECORD.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.
       WRITE-OFF-ITEM-EXIT.
           EXIT.

       LOAD-LAYOUT-CONTROL.
           OPEN INPUT layout-control-file.
           IF WS-LAYOUT-FILE-STATUS NOT = '00'
       LOAD-OPERATOR-TABLE-READ.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE OPR-ID TO WS-OPERATOR-ID (WS-OPERATOR-COUNT)
           MOVE OPR-ROLE TO WS-OPERATOR-ROLE (WS-OPERATOR-COUNT)
           READ operator-file
               AT END GO TO LOAD-OPERATOR-TABLE-CLOSE
           END-READ
                   TO WS-MSG-ID-INCONNU
               MOVE 'Record to repair :' TO WS-MSG-RECORD-TITRE
               MOVE 'Reason : ' TO WS-MSG-RAISON
               MOVE 'Correct/Skip/Assign/Write off/Quit : '
                   TO WS-MSG-ACTION
               MOVE 'Last name : ' TO WS-MSG-LAST
               MOVE 'First name : ' TO WS-MSG-FIRST
               MOVE 'City : ' TO WS-MSG-CITY
               MOVE 'State : ' TO WS-MSG-STATE
               MOVE 'ZIP : ' TO WS-MSG-ZIP
               MOVE 'Done. Fixed/skipped/assigned/written off :'
                   TO WS-MSG-FIN
               MOVE 'Status : ' TO WS-MSG-STATUS
               MOVE 'Assign to (blank = me) : ' TO WS-MSG-ASSIGN-TO
               MOVE 'Write-off reason :' TO WS-MSG-WRITE-OFF
               MOVE 'Unknown operator ID, please try again.'
                   TO WS-MSG-NOT-OPERATOR
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Identifiant inconnu, veuillez ressaisir.'
               MOVE 'Enregistrement a corriger :'
                   TO WS-MSG-RECORD-TITRE
               MOVE 'Raison : ' TO WS-MSG-RAISON
               MOVE 'Corriger/Sauter/Affecter/Radier/Quitter:'
                   TO WS-MSG-ACTION
               MOVE 'Nom : ' TO WS-MSG-LAST
               MOVE 'Prenom : ' TO WS-MSG-FIRST
               MOVE 'Ville : ' TO WS-MSG-CITY
               MOVE 'Etat : ' TO WS-MSG-STATE
               MOVE 'Code postal : ' TO WS-MSG-ZIP
               MOVE 'Termine. Corriges/sautes/affectes/radies:'
                   TO WS-MSG-FIN
               MOVE 'Statut : ' TO WS-MSG-STATUS
               MOVE 'Affecter a (blanc = moi) : ' TO WS-MSG-ASSIGN-TO
               MOVE 'Motif de radiation :' TO WS-MSG-WRITE-OFF
               MOVE 'Identifiant inconnu, veuillez ressaisir.'
                   TO WS-MSG-NOT-OPERATOR
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
