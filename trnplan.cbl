      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: SUPERVISOR MAINTENANCE OF TRAINEE TRAINING PLANS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; launched from MyFirstCOBOL's
      *                   routing menu (supervisors only).  For a
      *                   trainee on operator-file, lists the lines of
      *                   the trainee's plan on TRAINING-PLAN-FILE -
      *                   drill (P PLUS-OU-MOINS-2, T TEN-KEY-DRILL,
      *                   R REPAIR-DRILL), level (blank is any level),
      *                   sessions required and due date - with the
      *                   sessions done and the state PLAN-STATUS
      *                   measures from TRAINING-LOG-FILE, 12 a page.
      *                   A adds a line, stamped with the supervisor
      *                   and today's date (sessions count from that
      *                   day); a line number changes the sessions or
      *                   due date of that line or deletes it.  A
      *                   plan holds up to 20 lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT training-plan-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TP-KEY
           FILE STATUS IS WS-PLAN-STATUS.

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
       FD  training-plan-file.
       01  TRAINING-PLAN-RECORD.
           05 TP-KEY.
               10 TP-TRAINEE-ID     PIC X(08).
               10 TP-DRILL          PIC X(01).
               10 TP-LEVEL          PIC X(01).
           05 TP-SESSIONS           PIC 9(03).
           05 TP-DUE-DATE           PIC 9(08).
           05 TP-ASSIGNED-BY        PIC X(08).
           05 TP-ASSIGNED-DATE      PIC 9(08).

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
       77 WS-PLAN-STATUS         PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS         PIC X(02).
       77 WS-LANGUAGE            PIC X(01) VALUE 'F'.
           88 LANG-IS-FRENCH            VALUE 'F'.
           88 LANG-IS-ENGLISH           VALUE 'E'.

       01 WS-MESSAGES.
           05 WS-MSG-IDENTIFIANT    PIC X(15).
           05 WS-MSG-PASSWORD       PIC X(15).
           05 WS-MSG-REFUSE         PIC X(40).
           05 WS-MSG-TRAINEE        PIC X(40).
           05 WS-MSG-NOT-TRAINEE    PIC X(40).
           05 WS-MSG-PLAN-TITLE     PIC X(30).
           05 WS-MSG-LIST-HEAD.
               10 WS-MSG-LIST-HEAD-1 PIC X(35).
               10 WS-MSG-LIST-HEAD-2 PIC X(35).
           05 WS-MSG-NO-PLAN        PIC X(40).
           05 WS-MSG-OUTSTANDING    PIC X(20).
           05 WS-MSG-OVERDUE        PIC X(20).
           05 WS-MSG-LIST-ACTION    PIC X(50).
           05 WS-MSG-BAD-CHOICE     PIC X(40).
           05 WS-MSG-PLAN-FULL      PIC X(40).
           05 WS-MSG-DRILL          PIC X(45).
           05 WS-MSG-LEVEL          PIC X(45).
           05 WS-MSG-SESSIONS       PIC X(45).
           05 WS-MSG-DUE            PIC X(45).
           05 WS-MSG-LINE-DECIDE    PIC X(50).
           05 WS-MSG-LINE-BAD       PIC X(60).
           05 WS-MSG-LINE-EXISTS    PIC X(60).
           05 WS-MSG-LINE-GONE      PIC X(60).
           05 WS-MSG-LINE-DONE      PIC X(60).
           05 WS-MSG-NOT-AVAILABLE  PIC X(60).
           05 WS-MSG-PAUSE          PIC X(30).
           05 WS-MSG-STATE-C        PIC X(10).
           05 WS-MSG-STATE-O        PIC X(10).
           05 WS-MSG-STATE-L        PIC X(10).

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

       77 WS-TRAINEE-ID     PIC X(08) VALUE SPACES.
       77 WS-TODAY          PIC 9(08) VALUE ZERO.

      * the trainee's plan as PLAN-STATUS measures it
       01 WS-PLAN-RESULT.
           05 PS-PLAN-COUNT        PIC 9(02).
           05 PS-OUTSTANDING       PIC 9(02).
           05 PS-OVERDUE           PIC 9(02).
           05 PS-LINE OCCURS 20 TIMES.
               10 PS-DRILL             PIC X(01).
               10 PS-LEVEL             PIC X(01).
               10 PS-SESSIONS          PIC 9(03).
               10 PS-DONE              PIC 9(03).
               10 PS-DUE-DATE          PIC 9(08).
               10 PS-ASSIGNED-BY       PIC X(08).
               10 PS-ASSIGNED-DATE     PIC 9(08).
               10 PS-STATE             PIC X(01).
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
           05 LD-DRILL-NAME     PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-LEVEL          PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LD-SESSIONS       PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LD-DONE           PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LD-DUE-DATE       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-STATE          PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-ASSIGNED-BY    PIC X(08).

      * the plan line being added or changed, as keyed
       77 WS-PL-DRILL-IN    PIC X(01) VALUE SPACE.
           88 PL-DRILL-VALID          VALUE 'P' 'T' 'R'.
       77 WS-PL-LEVEL-IN    PIC X(01) VALUE SPACE.
       77 WS-PL-SESSIONS-IN PIC 9(03) VALUE ZERO.
       01 WS-PL-DUE-IN      PIC 9(08) VALUE ZERO.
       01 WS-PL-DUE-PARTS REDEFINES WS-PL-DUE-IN.
           05 WS-PL-DUE-YYYY    PIC 9(04).
           05 WS-PL-DUE-MM      PIC 9(02).
           05 WS-PL-DUE-DD      PIC 9(02).
       77 WS-PL-OK-SW       PIC X(01) VALUE 'N'.
           88 PL-ENTRY-OK             VALUE 'Y'.

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

           01 pla-clear.
               02 BLANK SCREEN.

           01 pls-trainee.
               02 LINE 3 COL 3 PIC X(40) FROM WS-MSG-TRAINEE.
               02 COL 44 PIC X(08) USING WS-TRAINEE-ID.

           01 pla-not-trainee.
               02 LINE 5 COL 3 PIC X(40) FROM WS-MSG-NOT-TRAINEE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-plan.
               02 BLANK SCREEN.
               02 LINE 1 COL 3 PIC X(30) FROM WS-MSG-PLAN-TITLE.
               02 COL 34 PIC X(08) FROM WS-TRAINEE-ID.
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
               02 LINE 16 COL 3 PIC X(20) FROM WS-MSG-OUTSTANDING.
               02 COL 24 PIC Z9 FROM PS-OUTSTANDING.
               02 COL 30 PIC X(20) FROM WS-MSG-OVERDUE.
               02 COL 51 PIC Z9 FROM PS-OVERDUE.

           01 pla-no-plan.
               02 LINE 4 COL 3 PIC X(40) FROM WS-MSG-NO-PLAN
               FOREGROUND-COLOR 2.

           01 pls-list-action.
               02 LINE 18 COL 3 PIC X(50) FROM WS-MSG-LIST-ACTION.
               02 COL 54 PIC X(02) USING WS-LIST-CHOICE.

           01 pla-bad-choice.
               02 LINE 20 COL 3 PIC X(40) FROM WS-MSG-BAD-CHOICE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-plan-full.
               02 LINE 20 COL 3 PIC X(40) FROM WS-MSG-PLAN-FULL
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-line-form.
               02 BLANK SCREEN.
               02 LINE 1 COL 3 PIC X(30) FROM WS-MSG-PLAN-TITLE.
               02 COL 34 PIC X(08) FROM WS-TRAINEE-ID.
               02 LINE 4 COL 3 PIC X(45) FROM WS-MSG-DRILL.
               02 LINE 5 COL 3 PIC X(45) FROM WS-MSG-LEVEL.
               02 LINE 6 COL 3 PIC X(45) FROM WS-MSG-SESSIONS.
               02 LINE 7 COL 3 PIC X(45) FROM WS-MSG-DUE.

           01 pls-line-key.
               02 LINE 4 COL 49 PIC X(01) USING WS-PL-DRILL-IN.
               02 LINE 5 COL 49 PIC X(01) USING WS-PL-LEVEL-IN.

           01 pls-line-values.
               02 LINE 6 COL 49 PIC 9(03) USING WS-PL-SESSIONS-IN.
               02 LINE 7 COL 49 PIC 9(08) USING WS-PL-DUE-IN.

           01 pls-line-decide.
               02 LINE 9 COL 3 PIC X(50) FROM WS-MSG-LINE-DECIDE.
               02 COL 54 PIC X(01) USING WS-DECISION.

           01 pla-line-bad.
               02 LINE 11 COL 3 PIC X(60) FROM WS-MSG-LINE-BAD
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-line-exists.
               02 LINE 11 COL 3 PIC X(60) FROM WS-MSG-LINE-EXISTS
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-line-gone.
               02 LINE 11 COL 3 PIC X(60) FROM WS-MSG-LINE-GONE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-line-done.
               02 LINE 11 COL 3 PIC X(60) FROM WS-MSG-LINE-DONE
               FOREGROUND-COLOR 2.

           01 pla-not-available.
               02 LINE 11 COL 3 PIC X(60) FROM WS-MSG-NOT-AVAILABLE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pls-pause.
               02 LINE 13 COL 3 PIC X(30) FROM WS-MSG-PAUSE.
               02 COL 34 PIC X(01) USING WS-DECISION.

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
           PERFORM TRAINEE-LOOP THRU TRAINEE-LOOP-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * One trainee's plan at a time; a blank ID ends the session.
      * Only an operator-file entry with role T can be given a plan.
      *-----------------------------------------------------------------
       TRAINEE-LOOP.
           DISPLAY pla-clear.
       TRAINEE-LOOP-ASK.
           MOVE SPACES TO WS-TRAINEE-ID.
           DISPLAY pls-trainee.
           ACCEPT pls-trainee.
           IF WS-TRAINEE-ID = SPACES
               GO TO TRAINEE-LOOP-EXIT
           END-IF.
           SET WS-OPERATOR-IDX TO 1.
           SEARCH WS-OPERATOR-ENTRY
               AT END
                   DISPLAY pla-not-trainee
                   GO TO TRAINEE-LOOP-ASK
               WHEN WS-OPERATOR-ID (WS-OPERATOR-IDX) = WS-TRAINEE-ID
                   IF WS-OPERATOR-ROLE (WS-OPERATOR-IDX) NOT = 'T'
                       DISPLAY pla-not-trainee
                       GO TO TRAINEE-LOOP-ASK
                   END-IF
           END-SEARCH.
           MOVE 1 TO WS-LIST-TOP.
           PERFORM PLAN-LOOP THRU PLAN-LOOP-EXIT.
           GO TO TRAINEE-LOOP.
       TRAINEE-LOOP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Twelve plan lines a page with their progress.  A line number
      * opens that line; A adds one, N and P page the list, Q goes
      * back for another trainee.  The plan is measured again after
      * every change.
      *-----------------------------------------------------------------
       PLAN-LOOP.
           MOVE ZERO TO PS-PLAN-COUNT.
           MOVE ZERO TO PS-OUTSTANDING.
           MOVE ZERO TO PS-OVERDUE.
           CALL 'PLAN-STATUS' USING WS-TRAINEE-ID WS-PLAN-RESULT
               ON EXCEPTION
                   MOVE ZERO TO PS-PLAN-COUNT
           END-CALL.
           IF WS-LIST-TOP > PS-PLAN-COUNT
               MOVE 1 TO WS-LIST-TOP
           END-IF.
           PERFORM BUILD-LIST-PAGE THRU BUILD-LIST-PAGE-EXIT.
           DISPLAY pla-plan.
           IF PS-PLAN-COUNT = ZERO
               DISPLAY pla-no-plan
           END-IF.
       PLAN-LOOP-ASK.
           MOVE SPACES TO WS-LIST-CHOICE.
           DISPLAY pls-list-action.
           ACCEPT pls-list-action.
           EVALUATE WS-LIST-CHOICE
               WHEN 'Q '
               WHEN 'q '
                   GO TO PLAN-LOOP-EXIT
               WHEN 'N '
               WHEN 'n '
                   IF WS-LIST-TOP + 12 NOT > PS-PLAN-COUNT
                       ADD 12 TO WS-LIST-TOP
                   END-IF
                   GO TO PLAN-LOOP
               WHEN 'P '
               WHEN 'p '
                   IF WS-LIST-TOP > 12
                       SUBTRACT 12 FROM WS-LIST-TOP
                   END-IF
                   GO TO PLAN-LOOP
               WHEN 'A '
               WHEN 'a '
                   IF PS-PLAN-COUNT NOT < 20
                       DISPLAY pla-plan-full
                       GO TO PLAN-LOOP-ASK
                   END-IF
                   PERFORM ADD-LINE THRU ADD-LINE-EXIT
                   GO TO PLAN-LOOP
           END-EVALUATE.
           IF WS-LIST-CHOICE (2:1) = SPACE
               MOVE WS-LIST-CHOICE (1:1) TO WS-LIST-CHOICE (2:1)
               MOVE '0' TO WS-LIST-CHOICE (1:1)
           END-IF.
           IF WS-LIST-CHOICE IS NOT NUMERIC
               DISPLAY pla-bad-choice
               GO TO PLAN-LOOP-ASK
           END-IF.
           MOVE WS-LIST-CHOICE TO WS-LIST-NUMBER.
           IF WS-LIST-NUMBER < 1 OR WS-LIST-NUMBER > 12
            OR WS-LIST-LINE (WS-LIST-NUMBER) = SPACES
               DISPLAY pla-bad-choice
               GO TO PLAN-LOOP-ASK
           END-IF.
           COMPUTE WS-SLOT = WS-LIST-TOP + WS-LIST-NUMBER - 1.
           PERFORM CHANGE-LINE THRU CHANGE-LINE-EXIT.
           GO TO PLAN-LOOP.
       PLAN-LOOP-EXIT.
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
           IF WS-SLOT > PS-PLAN-COUNT
               GO TO BUILD-LIST-PAGE-EXIT
           END-IF.
           MOVE WS-LIST-ROW TO LD-NUMBER.
           EVALUATE PS-DRILL (WS-SLOT)
               WHEN 'P'
                   MOVE 'PLUS-OU-MOINS-2' TO LD-DRILL-NAME
               WHEN 'T'
                   MOVE 'TEN-KEY-DRILL' TO LD-DRILL-NAME
               WHEN 'R'
                   MOVE 'REPAIR-DRILL' TO LD-DRILL-NAME
               WHEN OTHER
                   MOVE PS-DRILL (WS-SLOT) TO LD-DRILL-NAME
           END-EVALUATE.
           IF PS-LEVEL (WS-SLOT) = SPACE
               MOVE '*' TO LD-LEVEL
           ELSE
               MOVE PS-LEVEL (WS-SLOT) TO LD-LEVEL
           END-IF.
           MOVE PS-SESSIONS (WS-SLOT) TO LD-SESSIONS.
           MOVE PS-DONE (WS-SLOT) TO LD-DONE.
           MOVE PS-DUE-DATE (WS-SLOT) TO LD-DUE-DATE.
           EVALUATE PS-STATE (WS-SLOT)
               WHEN 'C'
                   MOVE WS-MSG-STATE-C TO LD-STATE
               WHEN 'L'
                   MOVE WS-MSG-STATE-L TO LD-STATE
               WHEN OTHER
                   MOVE WS-MSG-STATE-O TO LD-STATE
           END-EVALUATE.
           MOVE PS-ASSIGNED-BY (WS-SLOT) TO LD-ASSIGNED-BY.
           MOVE WS-LIST-DETAIL TO WS-LIST-LINE (WS-LIST-ROW).
           GO TO BUILD-LIST-PAGE-ROW.
       BUILD-LIST-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A new plan line; a blank drill leaves without adding.  The
      * drill and level are the line's key, so the same pair cannot
      * be planned twice for one trainee.
      *-----------------------------------------------------------------
       ADD-LINE.
           MOVE SPACE TO WS-PL-DRILL-IN.
           MOVE SPACE TO WS-PL-LEVEL-IN.
           MOVE ZERO TO WS-PL-SESSIONS-IN.
           MOVE ZERO TO WS-PL-DUE-IN.
           DISPLAY pla-line-form.
       ADD-LINE-ASK.
           DISPLAY pls-line-key.
           ACCEPT pls-line-key.
           IF WS-PL-DRILL-IN = SPACE
               GO TO ADD-LINE-EXIT
           END-IF.
           INSPECT WS-PL-DRILL-IN CONVERTING 'ptr' TO 'PTR'.
           DISPLAY pls-line-values.
           ACCEPT pls-line-values.
           PERFORM CHECK-LINE-ENTRY THRU CHECK-LINE-ENTRY-EXIT.
           IF NOT PL-ENTRY-OK
               DISPLAY pla-line-bad
               GO TO ADD-LINE-ASK
           END-IF.
           PERFORM OPEN-PLAN-FILE THRU OPEN-PLAN-FILE-EXIT.
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY pla-not-available
               GO TO ADD-LINE-PAUSE
           END-IF.
           MOVE WS-TRAINEE-ID TO TP-TRAINEE-ID.
           MOVE WS-PL-DRILL-IN TO TP-DRILL.
           MOVE WS-PL-LEVEL-IN TO TP-LEVEL.
           MOVE WS-PL-SESSIONS-IN TO TP-SESSIONS.
           MOVE WS-PL-DUE-IN TO TP-DUE-DATE.
           MOVE operator-id TO TP-ASSIGNED-BY.
           MOVE WS-TODAY TO TP-ASSIGNED-DATE.
           WRITE TRAINING-PLAN-RECORD
               INVALID KEY
                   DISPLAY pla-line-exists
                   CLOSE training-plan-file
                   GO TO ADD-LINE-PAUSE
           END-WRITE.
           CLOSE training-plan-file.
           DISPLAY pla-line-done.
       ADD-LINE-PAUSE.
           MOVE SPACE TO WS-DECISION.
           DISPLAY pls-pause.
           ACCEPT pls-pause.
       ADD-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The plan line in slot WS-SLOT: C keeps the sessions and due
      * date as now keyed, D deletes the line, anything else goes
      * back to the plan untouched.  The assigned date stays, so
      * sessions already done still count.
      *-----------------------------------------------------------------
       CHANGE-LINE.
           MOVE PS-DRILL (WS-SLOT) TO WS-PL-DRILL-IN.
           MOVE PS-LEVEL (WS-SLOT) TO WS-PL-LEVEL-IN.
           MOVE PS-SESSIONS (WS-SLOT) TO WS-PL-SESSIONS-IN.
           MOVE PS-DUE-DATE (WS-SLOT) TO WS-PL-DUE-IN.
           DISPLAY pla-line-form.
           DISPLAY pls-line-key.
       CHANGE-LINE-ASK.
           DISPLAY pls-line-values.
           ACCEPT pls-line-values.
           MOVE SPACE TO WS-DECISION.
           DISPLAY pls-line-decide.
           ACCEPT pls-line-decide.
           INSPECT WS-DECISION CONVERTING 'cd' TO 'CD'.
           IF WS-DECISION NOT = 'C' AND WS-DECISION NOT = 'D'
               GO TO CHANGE-LINE-EXIT
           END-IF.
           IF WS-DECISION = 'C'
               PERFORM CHECK-LINE-ENTRY THRU CHECK-LINE-ENTRY-EXIT
               IF NOT PL-ENTRY-OK
                   DISPLAY pla-line-bad
                   GO TO CHANGE-LINE-ASK
               END-IF
           END-IF.
           PERFORM OPEN-PLAN-FILE THRU OPEN-PLAN-FILE-EXIT.
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY pla-not-available
               GO TO CHANGE-LINE-PAUSE
           END-IF.
           MOVE WS-TRAINEE-ID TO TP-TRAINEE-ID.
           MOVE WS-PL-DRILL-IN TO TP-DRILL.
           MOVE WS-PL-LEVEL-IN TO TP-LEVEL.
           READ training-plan-file
               INVALID KEY
                   DISPLAY pla-line-gone
                   CLOSE training-plan-file
                   GO TO CHANGE-LINE-PAUSE
           END-READ.
           IF WS-DECISION = 'D'
               DELETE training-plan-file
                   INVALID KEY
                       DISPLAY pla-line-gone
                       CLOSE training-plan-file
                       GO TO CHANGE-LINE-PAUSE
               END-DELETE
           ELSE
               MOVE WS-PL-SESSIONS-IN TO TP-SESSIONS
               MOVE WS-PL-DUE-IN TO TP-DUE-DATE
               REWRITE TRAINING-PLAN-RECORD
                   INVALID KEY
                       DISPLAY pla-line-gone
                       CLOSE training-plan-file
                       GO TO CHANGE-LINE-PAUSE
               END-REWRITE
           END-IF.
           CLOSE training-plan-file.
           DISPLAY pla-line-done.
       CHANGE-LINE-PAUSE.
           MOVE SPACE TO WS-DECISION.
           DISPLAY pls-pause.
           ACCEPT pls-pause.
       CHANGE-LINE-EXIT.
           EXIT.

      * Drill P, T or R; at least one session; a due date that is a
      * date and not in the past.
       CHECK-LINE-ENTRY.
           MOVE 'N' TO WS-PL-OK-SW.
           IF NOT PL-DRILL-VALID
               GO TO CHECK-LINE-ENTRY-EXIT
           END-IF.
           IF WS-PL-SESSIONS-IN = ZERO
               GO TO CHECK-LINE-ENTRY-EXIT
           END-IF.
           IF WS-PL-DUE-MM < 1 OR WS-PL-DUE-MM > 12
            OR WS-PL-DUE-DD < 1 OR WS-PL-DUE-DD > 31
            OR WS-PL-DUE-IN < WS-TODAY
               GO TO CHECK-LINE-ENTRY-EXIT
           END-IF.
           MOVE 'Y' TO WS-PL-OK-SW.
       CHECK-LINE-ENTRY-EXIT.
           EXIT.

       OPEN-PLAN-FILE.
           OPEN I-O training-plan-file.
           IF WS-PLAN-STATUS = '35'
               OPEN OUTPUT training-plan-file
               CLOSE training-plan-file
               OPEN I-O training-plan-file
           END-IF.
       OPEN-PLAN-FILE-EXIT.
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
               MOVE 'Trainee ID (blank = quit) : '
                   TO WS-MSG-TRAINEE
               MOVE 'Not a trainee on the operator file.'
                   TO WS-MSG-NOT-TRAINEE
               MOVE 'Training plan for trainee' TO WS-MSG-PLAN-TITLE
               MOVE 'No  Drill            Lv  Ses  Done'
                   TO WS-MSG-LIST-HEAD-1
               MOVE 'Due      State      By' TO WS-MSG-LIST-HEAD-2
               MOVE 'No training plan for this trainee.'
                   TO WS-MSG-NO-PLAN
               MOVE 'Outstanding : ' TO WS-MSG-OUTSTANDING
               MOVE 'Overdue : ' TO WS-MSG-OVERDUE
               MOVE 'No. to change, A add, N next, P prev, Q quit : '
                   TO WS-MSG-LIST-ACTION
               MOVE 'Not a line number on this page.'
                   TO WS-MSG-BAD-CHOICE
               MOVE 'The plan already has 20 lines.'
                   TO WS-MSG-PLAN-FULL
               MOVE 'Drill (P plus/minus, T ten-key, R repair) : '
                   TO WS-MSG-DRILL
               MOVE 'Level (blank = any level) : ' TO WS-MSG-LEVEL
               MOVE 'Sessions required : ' TO WS-MSG-SESSIONS
               MOVE 'Due date (YYYYMMDD) : ' TO WS-MSG-DUE
               MOVE 'C change, D delete, Enter = back : '
                   TO WS-MSG-LINE-DECIDE
               MOVE 'Drill P/T/R, sessions 1+, due date not past.'
                   TO WS-MSG-LINE-BAD
               MOVE 'That drill and level is already on the plan.'
                   TO WS-MSG-LINE-EXISTS
               MOVE 'That line is no longer on the plan.'
                   TO WS-MSG-LINE-GONE
               MOVE 'Training plan updated.' TO WS-MSG-LINE-DONE
               MOVE 'Training plan file not available.'
                   TO WS-MSG-NOT-AVAILABLE
               MOVE 'Press Enter to continue : ' TO WS-MSG-PAUSE
               MOVE 'Complete' TO WS-MSG-STATE-C
               MOVE 'Open' TO WS-MSG-STATE-O
               MOVE 'LATE' TO WS-MSG-STATE-L
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'Refuse: reserve aux superviseurs.'
                   TO WS-MSG-REFUSE
               MOVE 'Identifiant stagiaire (blanc = fin) : '
                   TO WS-MSG-TRAINEE
               MOVE 'Pas un stagiaire du fichier operateurs.'
                   TO WS-MSG-NOT-TRAINEE
               MOVE 'Plan de formation du stagiaire'
                   TO WS-MSG-PLAN-TITLE
               MOVE 'No  Exercice         Nv  Ses  Fait'
                   TO WS-MSG-LIST-HEAD-1
               MOVE 'Echeance Etat       Par' TO WS-MSG-LIST-HEAD-2
               MOVE 'Aucun plan de formation.' TO WS-MSG-NO-PLAN
               MOVE 'A faire : ' TO WS-MSG-OUTSTANDING
               MOVE 'En retard : ' TO WS-MSG-OVERDUE
               MOVE 'No. a modifier, A ajout, N suiv, P prec, Q fin : '
                   TO WS-MSG-LIST-ACTION
               MOVE 'Pas un numero de cette page.'
                   TO WS-MSG-BAD-CHOICE
               MOVE 'Le plan a deja 20 lignes.' TO WS-MSG-PLAN-FULL
               MOVE 'Exercice (P plus/moins, T pave, R reprise) : '
                   TO WS-MSG-DRILL
               MOVE 'Niveau (blanc = tout niveau) : ' TO WS-MSG-LEVEL
               MOVE 'Seances demandees : ' TO WS-MSG-SESSIONS
               MOVE 'Echeance (AAAAMMJJ) : ' TO WS-MSG-DUE
               MOVE 'C modifier, D supprimer, Entree = retour : '
                   TO WS-MSG-LINE-DECIDE
               MOVE 'Exercice P/T/R, seances 1+, echeance a venir.'
                   TO WS-MSG-LINE-BAD
               MOVE 'Cet exercice et ce niveau sont deja au plan.'
                   TO WS-MSG-LINE-EXISTS
               MOVE 'Cette ligne n''est plus au plan.'
                   TO WS-MSG-LINE-GONE
               MOVE 'Plan de formation mis a jour.'
                   TO WS-MSG-LINE-DONE
               MOVE 'Fichier des plans de formation absent.'
                   TO WS-MSG-NOT-AVAILABLE
               MOVE 'Entree pour continuer : ' TO WS-MSG-PAUSE
               MOVE 'Termine' TO WS-MSG-STATE-C
               MOVE 'En cours' TO WS-MSG-STATE-O
               MOVE 'EN RETARD' TO WS-MSG-STATE-L
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
       END PROGRAM TRAINING-PLAN.
