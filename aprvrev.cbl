      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: SECOND-SUPERVISOR REVIEW OF PENDING REQUESTS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; launched from MyFirstCOBOL's
      *                   routing menu (supervisors only).  Lists the
      *                   pending requests on APPROVAL-FILE oldest
      *                   first, 12 a page, after APPROVAL-CHECK has
      *                   expired the overdue ones, and shows the
      *                   chosen one in full (file, action, key, old
      *                   and new value, requester, expiry) to approve
      *                   or reject.  The decision itself goes through
      *                   APPROVAL-CHECK, which refuses it from the
      *                   supervisor who raised the request and
      *                   writes it to CHANGE-AUDIT-FILE.  An approved
      *                   request is applied when the action is run
      *                   again from its own program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT approval-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-REQUEST-ID
           FILE STATUS IS WS-APPROVAL-STATUS.

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
       FD  approval-file.
       01  APPROVAL-RECORD.
           05 AP-REQUEST-ID     PIC 9(08).
           05 AP-TYPE           PIC X(02).
           05 AP-STATUS         PIC X(01).
               88 AP-PENDING            VALUE 'P'.
           05 AP-REQUESTED-BY   PIC X(08).
           05 AP-REQUESTED-AT   PIC 9(14).
           05 AP-EXPIRES-AT     PIC 9(14).
           05 AP-DECIDED-BY     PIC X(08).
           05 AP-DECIDED-AT     PIC 9(14).
           05 AP-DONE-BY        PIC X(08).
           05 AP-DONE-AT        PIC 9(14).
           05 AP-FILE           PIC X(20).
           05 AP-ACTION         PIC X(06).
           05 AP-KEY            PIC X(50).
           05 AP-OLD-VALUE      PIC X(80).
           05 AP-NEW-VALUE      PIC X(80).

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
       77 WS-APPROVAL-STATUS     PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS         PIC X(02).
       77 WS-LANGUAGE            PIC X(01) VALUE 'F'.
           88 LANG-IS-FRENCH            VALUE 'F'.
           88 LANG-IS-ENGLISH           VALUE 'E'.

       01 WS-MESSAGES.
           05 WS-MSG-IDENTIFIANT    PIC X(15).
           05 WS-MSG-PASSWORD       PIC X(15).
           05 WS-MSG-REFUSE         PIC X(40).
           05 WS-MSG-NONE-PENDING   PIC X(40).
           05 WS-MSG-LIST-HEAD.
               10 WS-MSG-LIST-HEAD-1 PIC X(40).
               10 WS-MSG-LIST-HEAD-2 PIC X(30).
           05 WS-MSG-LIST-ACTION    PIC X(50).
           05 WS-MSG-BAD-CHOICE     PIC X(40).
           05 WS-MSG-REQUEST        PIC X(14).
           05 WS-MSG-FILE           PIC X(14).
           05 WS-MSG-ACTION         PIC X(14).
           05 WS-MSG-KEY            PIC X(14).
           05 WS-MSG-OLD            PIC X(14).
           05 WS-MSG-NEW            PIC X(14).
           05 WS-MSG-BY             PIC X(14).
           05 WS-MSG-EXPIRES        PIC X(14).
           05 WS-MSG-DECIDE         PIC X(50).
           05 WS-MSG-DECIDED        PIC X(40).
           05 WS-MSG-OWN-REQUEST    PIC X(40).
           05 WS-MSG-NOT-PENDING    PIC X(40).
           05 WS-MSG-NOT-AVAILABLE  PIC X(40).

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

       01 WS-APPROVAL-CALL.
           05 AC-FUNCTION        PIC X(01).
           05 AC-TYPE            PIC X(02).
           05 AC-REQUESTER       PIC X(08).
           05 AC-FILE            PIC X(20).
           05 AC-ACTION          PIC X(06).
           05 AC-KEY             PIC X(50).
           05 AC-OLD-VALUE       PIC X(80).
           05 AC-NEW-VALUE       PIC X(80).
           05 AC-RESULT          PIC X(01).
           05 AC-REQUEST-ID      PIC 9(08).

      * the pending requests, oldest first
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 200 TIMES.
              10 WS-P-REQUEST-ID  PIC 9(08).
              10 WS-P-TYPE        PIC X(02).
              10 WS-P-REQUESTED-BY PIC X(08).
              10 WS-P-REQUESTED-AT PIC 9(14).
              10 WS-P-EXPIRES-AT  PIC 9(14).
              10 WS-P-FILE        PIC X(20).
              10 WS-P-ACTION      PIC X(06).
              10 WS-P-KEY         PIC X(50).
              10 WS-P-OLD-VALUE   PIC X(80).
              10 WS-P-NEW-VALUE   PIC X(80).
       77 WS-PENDING-COUNT  PIC 9(04) COMP VALUE ZERO.
       77 WS-SLOT           PIC 9(04) COMP VALUE ZERO.

       77 WS-LIST-TOP       PIC 9(04) COMP VALUE 1.
       77 WS-LIST-ROW       PIC 9(02) COMP VALUE ZERO.
       77 WS-LIST-CHOICE    PIC X(02) VALUE SPACES.
       77 WS-LIST-NUMBER    PIC 9(02) VALUE ZERO.
       77 WS-DECISION       PIC X(01) VALUE SPACE.
       01 WS-LIST-LINES.
           05 WS-LIST-LINE OCCURS 12 TIMES PIC X(70).
       01 WS-LIST-DETAIL.
           05 LD-NUMBER         PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LD-REQUEST-ID     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-TYPE           PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-REQUESTED-BY   PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-REQUESTED-DATE PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-REQUESTED-HHMM PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LD-KEY            PIC X(30).

      * the request being decided
       01 WS-SHOW-REQUEST.
           05 SR-REQUEST-ID     PIC 9(08).
           05 SR-TYPE           PIC X(02).
           05 SR-REQUESTED-BY   PIC X(08).
           05 SR-EXPIRES-AT     PIC 9(14).
           05 SR-FILE           PIC X(20).
           05 SR-ACTION         PIC X(06).
           05 SR-KEY            PIC X(50).
           05 SR-OLD-VALUE      PIC X(80).
           05 SR-NEW-VALUE      PIC X(80).

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

           01 pla-list.
               02 BLANK SCREEN.
               02 LINE 2 COL 3 PIC X(70) FROM WS-MSG-LIST-HEAD.
               02 LINE 4 COL 3 PIC X(70) FROM WS-LIST-LINE (1).
               02 LINE 5 COL 3 PIC X(70) FROM WS-LIST-LINE (2).
               02 LINE 6 COL 3 PIC X(70) FROM WS-LIST-LINE (3).
               02 LINE 7 COL 3 PIC X(70) FROM WS-LIST-LINE (4).
               02 LINE 8 COL 3 PIC X(70) FROM WS-LIST-LINE (5).
               02 LINE 9 COL 3 PIC X(70) FROM WS-LIST-LINE (6).
               02 LINE 10 COL 3 PIC X(70) FROM WS-LIST-LINE (7).
               02 LINE 11 COL 3 PIC X(70) FROM WS-LIST-LINE (8).
               02 LINE 12 COL 3 PIC X(70) FROM WS-LIST-LINE (9).
               02 LINE 13 COL 3 PIC X(70) FROM WS-LIST-LINE (10).
               02 LINE 14 COL 3 PIC X(70) FROM WS-LIST-LINE (11).
               02 LINE 15 COL 3 PIC X(70) FROM WS-LIST-LINE (12).

           01 pla-none-pending.
               02 LINE 4 COL 3 PIC X(40) FROM WS-MSG-NONE-PENDING
               FOREGROUND-COLOR 2.

           01 pls-list-action.
               02 LINE 18 COL 3 PIC X(50) FROM WS-MSG-LIST-ACTION.
               02 COL 54 PIC X(02) USING WS-LIST-CHOICE.

           01 pla-bad-choice.
               02 LINE 20 COL 3 PIC X(40) FROM WS-MSG-BAD-CHOICE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-request.
               02 BLANK SCREEN.
               02 LINE 3 COL 3 PIC X(14) FROM WS-MSG-REQUEST.
               02 COL 18 PIC 9(08) FROM SR-REQUEST-ID.
               02 COL 28 PIC X(02) FROM SR-TYPE.
               02 LINE 4 COL 3 PIC X(14) FROM WS-MSG-FILE.
               02 COL 18 PIC X(20) FROM SR-FILE.
               02 LINE 5 COL 3 PIC X(14) FROM WS-MSG-ACTION.
               02 COL 18 PIC X(06) FROM SR-ACTION.
               02 LINE 6 COL 3 PIC X(14) FROM WS-MSG-KEY.
               02 COL 18 PIC X(50) FROM SR-KEY.
               02 LINE 8 COL 3 PIC X(14) FROM WS-MSG-OLD.
               02 LINE 9 COL 1 PIC X(80) FROM SR-OLD-VALUE.
               02 LINE 11 COL 3 PIC X(14) FROM WS-MSG-NEW.
               02 LINE 12 COL 1 PIC X(80) FROM SR-NEW-VALUE.
               02 LINE 14 COL 3 PIC X(14) FROM WS-MSG-BY.
               02 COL 18 PIC X(08) FROM SR-REQUESTED-BY.
               02 LINE 15 COL 3 PIC X(14) FROM WS-MSG-EXPIRES.
               02 COL 18 PIC 9(14) FROM SR-EXPIRES-AT.

           01 pls-decide.
               02 LINE 17 COL 3 PIC X(50) FROM WS-MSG-DECIDE.
               02 COL 54 PIC X(01) USING WS-DECISION.

           01 pla-decided.
               02 LINE 19 COL 3 PIC X(40) FROM WS-MSG-DECIDED
               FOREGROUND-COLOR 2.

           01 pla-own-request.
               02 LINE 19 COL 3 PIC X(40) FROM WS-MSG-OWN-REQUEST
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-not-pending.
               02 LINE 19 COL 3 PIC X(40) FROM WS-MSG-NOT-PENDING
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-not-available.
               02 LINE 19 COL 3 PIC X(40) FROM WS-MSG-NOT-AVAILABLE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

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

           MOVE 1 TO WS-LIST-TOP
           PERFORM REVIEW-LOOP THRU REVIEW-LOOP-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * Twelve pending requests a page, oldest first.  A line number
      * opens that request; N and P page the list, Q ends the
      * session.  The list is rebuilt after every decision.
      *-----------------------------------------------------------------
       REVIEW-LOOP.
           PERFORM LOAD-PENDING THRU LOAD-PENDING-EXIT.
           IF WS-LIST-TOP > WS-PENDING-COUNT
               MOVE 1 TO WS-LIST-TOP
           END-IF.
           PERFORM BUILD-LIST-PAGE THRU BUILD-LIST-PAGE-EXIT.
           DISPLAY pla-list.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY pla-none-pending
           END-IF.
       REVIEW-LOOP-ASK.
           MOVE SPACES TO WS-LIST-CHOICE.
           DISPLAY pls-list-action.
           ACCEPT pls-list-action.
           EVALUATE WS-LIST-CHOICE
               WHEN 'Q '
               WHEN 'q '
                   GO TO REVIEW-LOOP-EXIT
               WHEN 'N '
               WHEN 'n '
                   IF WS-LIST-TOP + 12 NOT > WS-PENDING-COUNT
                       ADD 12 TO WS-LIST-TOP
                   END-IF
                   GO TO REVIEW-LOOP
               WHEN 'P '
               WHEN 'p '
                   IF WS-LIST-TOP > 12
                       SUBTRACT 12 FROM WS-LIST-TOP
                   END-IF
                   GO TO REVIEW-LOOP
           END-EVALUATE.
           IF WS-LIST-CHOICE (2:1) = SPACE
               MOVE WS-LIST-CHOICE (1:1) TO WS-LIST-CHOICE (2:1)
               MOVE '0' TO WS-LIST-CHOICE (1:1)
           END-IF.
           IF WS-LIST-CHOICE IS NOT NUMERIC
               DISPLAY pla-bad-choice
               GO TO REVIEW-LOOP-ASK
           END-IF.
           MOVE WS-LIST-CHOICE TO WS-LIST-NUMBER.
           IF WS-LIST-NUMBER < 1 OR WS-LIST-NUMBER > 12
            OR WS-LIST-LINE (WS-LIST-NUMBER) = SPACES
               DISPLAY pla-bad-choice
               GO TO REVIEW-LOOP-ASK
           END-IF.
           COMPUTE WS-SLOT = WS-LIST-TOP + WS-LIST-NUMBER - 1.
           PERFORM DECIDE-REQUEST THRU DECIDE-REQUEST-EXIT.
           GO TO REVIEW-LOOP.
       REVIEW-LOOP-EXIT.
           EXIT.

      * Expire the overdue requests through APPROVAL-CHECK, then take
      * every request still pending into the table.
       LOAD-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE 'X' TO AC-FUNCTION.
           MOVE operator-id TO AC-REQUESTER.
           MOVE ZERO TO AC-REQUEST-ID.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT approval-file.
           IF WS-APPROVAL-STATUS NOT = '00'
               GO TO LOAD-PENDING-EXIT
           END-IF.
       LOAD-PENDING-READ.
           READ approval-file NEXT RECORD
               AT END GO TO LOAD-PENDING-CLOSE
           END-READ.
           IF NOT AP-PENDING
               GO TO LOAD-PENDING-READ
           END-IF.
           IF WS-PENDING-COUNT NOT < 200
               GO TO LOAD-PENDING-CLOSE
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE AP-REQUEST-ID TO WS-P-REQUEST-ID (WS-PENDING-COUNT).
           MOVE AP-TYPE TO WS-P-TYPE (WS-PENDING-COUNT).
           MOVE AP-REQUESTED-BY
               TO WS-P-REQUESTED-BY (WS-PENDING-COUNT).
           MOVE AP-REQUESTED-AT
               TO WS-P-REQUESTED-AT (WS-PENDING-COUNT).
           MOVE AP-EXPIRES-AT TO WS-P-EXPIRES-AT (WS-PENDING-COUNT).
           MOVE AP-FILE TO WS-P-FILE (WS-PENDING-COUNT).
           MOVE AP-ACTION TO WS-P-ACTION (WS-PENDING-COUNT).
           MOVE AP-KEY TO WS-P-KEY (WS-PENDING-COUNT).
           MOVE AP-OLD-VALUE TO WS-P-OLD-VALUE (WS-PENDING-COUNT).
           MOVE AP-NEW-VALUE TO WS-P-NEW-VALUE (WS-PENDING-COUNT).
           GO TO LOAD-PENDING-READ.
       LOAD-PENDING-CLOSE.
           CLOSE approval-file.
       LOAD-PENDING-EXIT.
           EXIT.

       BUILD-LIST-PAGE.
           MOVE SPACES TO WS-LIST-LINES.
           MOVE ZERO TO WS-LIST-ROW.
       BUILD-LIST-PAGE-ROW.
           ADD 1 TO WS-LIST-ROW.
           IF WS-LIST-ROW > 12
               GO TO BUILD-LIST-PAGE-EXIT
           END-IF.
           COMPUTE WS-SLOT = WS-LIST-TOP + WS-LIST-ROW - 1.
           IF WS-SLOT > WS-PENDING-COUNT
               GO TO BUILD-LIST-PAGE-EXIT
           END-IF.
           MOVE WS-LIST-ROW TO LD-NUMBER.
           MOVE WS-P-REQUEST-ID (WS-SLOT) TO LD-REQUEST-ID.
           MOVE WS-P-TYPE (WS-SLOT) TO LD-TYPE.
           MOVE WS-P-REQUESTED-BY (WS-SLOT) TO LD-REQUESTED-BY.
           MOVE WS-P-REQUESTED-AT (WS-SLOT) (1:8) TO LD-REQUESTED-DATE.
           MOVE WS-P-REQUESTED-AT (WS-SLOT) (9:4) TO LD-REQUESTED-HHMM.
           MOVE WS-P-KEY (WS-SLOT) TO LD-KEY.
           MOVE WS-LIST-DETAIL TO WS-LIST-LINE (WS-LIST-ROW).
           GO TO BUILD-LIST-PAGE-ROW.
       BUILD-LIST-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Show the request in slot WS-SLOT in full; A approves, R
      * rejects, anything else goes back to the list untouched.
      *-----------------------------------------------------------------
       DECIDE-REQUEST.
           MOVE WS-P-REQUEST-ID (WS-SLOT) TO SR-REQUEST-ID.
           MOVE WS-P-TYPE (WS-SLOT) TO SR-TYPE.
           MOVE WS-P-REQUESTED-BY (WS-SLOT) TO SR-REQUESTED-BY.
           MOVE WS-P-EXPIRES-AT (WS-SLOT) TO SR-EXPIRES-AT.
           MOVE WS-P-FILE (WS-SLOT) TO SR-FILE.
           MOVE WS-P-ACTION (WS-SLOT) TO SR-ACTION.
           MOVE WS-P-KEY (WS-SLOT) TO SR-KEY.
           MOVE WS-P-OLD-VALUE (WS-SLOT) TO SR-OLD-VALUE.
           MOVE WS-P-NEW-VALUE (WS-SLOT) TO SR-NEW-VALUE.
           DISPLAY pla-request.
           MOVE SPACE TO WS-DECISION.
           DISPLAY pls-decide.
           ACCEPT pls-decide.
           IF WS-DECISION = 'a'
               MOVE 'A' TO WS-DECISION
           END-IF.
           IF WS-DECISION = 'r'
               MOVE 'R' TO WS-DECISION
           END-IF.
           IF WS-DECISION NOT = 'A' AND WS-DECISION NOT = 'R'
               GO TO DECIDE-REQUEST-EXIT
           END-IF.
           IF SR-REQUESTED-BY = operator-id
               DISPLAY pla-own-request
               GO TO DECIDE-REQUEST-PAUSE
           END-IF.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE WS-DECISION TO AC-FUNCTION.
           MOVE operator-id TO AC-REQUESTER.
           MOVE SR-REQUEST-ID TO AC-REQUEST-ID.
           MOVE 'E' TO AC-RESULT.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   MOVE 'E' TO AC-RESULT
           END-CALL.
           EVALUATE AC-RESULT
               WHEN 'Y'
                   DISPLAY pla-decided
               WHEN 'S'
                   DISPLAY pla-own-request
               WHEN 'X'
                   DISPLAY pla-not-pending
               WHEN OTHER
                   DISPLAY pla-not-available
           END-EVALUATE.
       DECIDE-REQUEST-PAUSE.
           MOVE SPACE TO WS-DECISION.
           DISPLAY pls-decide.
           ACCEPT pls-decide.
       DECIDE-REQUEST-EXIT.
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
               MOVE 'No request is waiting for approval.'
                   TO WS-MSG-NONE-PENDING
               MOVE 'No  Request  Ty By       Date     Time'
                   TO WS-MSG-LIST-HEAD-1
               MOVE 'Key' TO WS-MSG-LIST-HEAD-2
               MOVE 'No. to review, N next, P previous, Q quit : '
                   TO WS-MSG-LIST-ACTION
               MOVE 'Not a line number on this page.'
                   TO WS-MSG-BAD-CHOICE
               MOVE 'Request : ' TO WS-MSG-REQUEST
               MOVE 'File : ' TO WS-MSG-FILE
               MOVE 'Action : ' TO WS-MSG-ACTION
               MOVE 'Key : ' TO WS-MSG-KEY
               MOVE 'Old value : ' TO WS-MSG-OLD
               MOVE 'New value : ' TO WS-MSG-NEW
               MOVE 'Raised by : ' TO WS-MSG-BY
               MOVE 'Expires : ' TO WS-MSG-EXPIRES
               MOVE 'A approve, R reject, Enter = back : '
                   TO WS-MSG-DECIDE
               MOVE 'Decision recorded and audited.'
                   TO WS-MSG-DECIDED
               MOVE 'Refused: you raised this request.'
                   TO WS-MSG-OWN-REQUEST
               MOVE 'Request is no longer pending.'
                   TO WS-MSG-NOT-PENDING
               MOVE 'Approval file not available.'
                   TO WS-MSG-NOT-AVAILABLE
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'Refuse: reserve aux superviseurs.'
                   TO WS-MSG-REFUSE
               MOVE 'Aucune demande en attente.'
                   TO WS-MSG-NONE-PENDING
               MOVE 'No  Demande  Ty Par      Date     Heure'
                   TO WS-MSG-LIST-HEAD-1
               MOVE 'Cle' TO WS-MSG-LIST-HEAD-2
               MOVE 'No. a revoir, N suivant, P precedent, Q fin : '
                   TO WS-MSG-LIST-ACTION
               MOVE 'Pas un numero de cette page.'
                   TO WS-MSG-BAD-CHOICE
               MOVE 'Demande : ' TO WS-MSG-REQUEST
               MOVE 'Fichier : ' TO WS-MSG-FILE
               MOVE 'Action : ' TO WS-MSG-ACTION
               MOVE 'Cle : ' TO WS-MSG-KEY
               MOVE 'Ancienne : ' TO WS-MSG-OLD
               MOVE 'Nouvelle : ' TO WS-MSG-NEW
               MOVE 'Auteur : ' TO WS-MSG-BY
               MOVE 'Expire : ' TO WS-MSG-EXPIRES
               MOVE 'A approuver, R rejeter, Entree = retour : '
                   TO WS-MSG-DECIDE
               MOVE 'Decision enregistree et auditee.'
                   TO WS-MSG-DECIDED
               MOVE 'Refuse: vous avez fait la demande.'
                   TO WS-MSG-OWN-REQUEST
               MOVE 'Demande plus en attente.'
                   TO WS-MSG-NOT-PENDING
               MOVE 'Fichier des approbations absent.'
                   TO WS-MSG-NOT-AVAILABLE
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
       END PROGRAM APPROVAL-REVIEW.
