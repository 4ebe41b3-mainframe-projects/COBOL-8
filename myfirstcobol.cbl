      *                   the reject-repair practice drill beside the
      *                   other two training drills; open to every
      *                   role, trainees included.
      *   2026/10/15 QC - routing menu option D launches SEED-RECEIPT,
      *                   where staff key the date each seed piece of
      *                   a drop arrived (operators and supervisors);
      *                   the newer options start a second column.
      *   2026/10/15 QC - routing menu option E launches MASTER-CORRECT,
      *                   the supervisor screen that changes, adds or
      *                   deletes one address master record, journaled
      *                   for MERGE-BACKOUT and audited.
      *   2026/10/15 QC - routing menu option F launches REPORT-VIEWER,
      *                   to list the filed batch reports by date and
      *                   program and page through one (operators and
      *                   supervisors; the viewer itself keeps the
      *                   supervisor-only reports from operators).
      *   2026/10/15 QC - resetting another operator's password needs a
      *                   second supervisor now: the first try raises
      *                   a request through APPROVAL-CHECK and shows
      *                   its number, and once another supervisor has
      *                   approved it the reset goes through on the
      *                   next try.  Routing menu option G launches
      *                   APPROVAL-REVIEW, where supervisors approve
      *                   or reject each other's pending requests.
      *   2026/10/15 QC - routing menu option H launches TRAINING-PLAN,
      *                   where supervisors assign trainees drills,
      *                   levels, sessions and due dates.  A trainee
      *                   logging on with work outstanding on the plan
      *                   sees it (from PLAN-STATUS) before the menu,
      *                   late lines flagged.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MyFirstCOBOL.
           05 WS-MSG-MENU-OPTB      PIC X(40).
           05 WS-MSG-MENU-OPTC      PIC X(40).
           05 WS-MSG-MENU-OPT9      PIC X(40).
           05 WS-MSG-MENU-OPTD      PIC X(28).
           05 WS-MSG-MENU-OPTE      PIC X(28).
           05 WS-MSG-MENU-OPTF      PIC X(28).
           05 WS-MSG-MENU-OPTG      PIC X(28).
           05 WS-MSG-MENU-OPTH      PIC X(28).
           05 WS-MSG-CHOIX          PIC X(40).
           05 WS-MSG-PASSWORD       PIC X(40).
           05 WS-MSG-BAD-PASSWORD   PIC X(40).
           05 WS-MSG-ADMIN-ID       PIC X(40).
           05 WS-MSG-ADMIN-NEWPW    PIC X(40).
           05 WS-MSG-ADMIN-DONE     PIC X(40).
           05 WS-MSG-ADMIN-RAISED   PIC X(40).
           05 WS-MSG-ADMIN-WAITING  PIC X(40).
           05 WS-MSG-ADMIN-NO-APPRV PIC X(40).
           05 WS-MSG-ADMIN-APPROVAL PIC X(40).
           05 WS-MSG-RUN-MODE       PIC X(40).
           05 WS-MSG-RUN-SORT       PIC X(40).
           05 WS-MSG-RUN-PROFILE    PIC X(40).
           05 WS-MSG-RUN-CAMPAIGN   PIC X(40).
           05 WS-MSG-PLAN-TITLE     PIC X(40).
           05 WS-MSG-PLAN-HEAD      PIC X(60).
           05 WS-MSG-PLAN-PAUSE     PIC X(40).
           05 WS-MSG-PLAN-OPEN      PIC X(10).
           05 WS-MSG-PLAN-LATE      PIC X(10).
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-OPERATOR-IDX.
       77 WS-ADMIN-ID          PIC X(08) VALUE SPACES.
       77 WS-ADMIN-PASSWORD    PIC X(08) VALUE SPACES.
       77 WS-ADMIN-POS         PIC 9(04) VALUE ZERO.
       77 WS-DUAL-CONTROL-SW   PIC X(01) VALUE 'N'.
           88 DUAL-CONTROLLED         VALUE 'Y'.
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
       77 WS-WRITE-IDX         PIC 9(04) VALUE ZERO.
       77 WS-RUN-MODE          PIC X(01) VALUE 'N'.
       77 WS-RUN-SORT          PIC X(01) VALUE 'N'.
       77 WS-CHECK-IDX         PIC 9(02).
       77 WS-NOM-CHAR          PIC X(01).
       77 WS-MENU-CHOICE       PIC X(01).
      * the trainee's outstanding plan lines, from PLAN-STATUS
       77 WS-PLAN-TRAINEE-ID   PIC X(08) VALUE SPACES.
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
       77 WS-PLAN-IDX          PIC 9(02) VALUE ZERO.
       77 WS-PLAN-ROW          PIC 9(02) VALUE ZERO.
       77 WS-PLAN-PAUSE        PIC X(01) VALUE SPACE.
       01 WS-PLAN-LINES.
           05 WS-PLAN-LINE OCCURS 12 TIMES PIC X(60).
       01 WS-PLAN-DETAIL.
           05 PD-DRILL-NAME     PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PD-LEVEL          PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 PD-DONE           PIC ZZ9.
           05 FILLER            PIC X(03) VALUE ' / '.
           05 PD-SESSIONS       PIC ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 PD-DUE-DATE       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PD-STATE          PIC X(10).

       SCREEN SECTION.
           1 pls-language.
               2 LINE 9 COL 10 PIC X(40) FROM WS-MSG-ADMIN-DONE
               FOREGROUND-COLOR 2.

           1 pla-admin-approval.
               2 LINE 9 COL 10 PIC X(40) FROM WS-MSG-ADMIN-APPROVAL
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.
               2 COL 51 PIC 9(08) FROM AC-REQUEST-ID.

           1 pla-admin-inconnu.
               2 LINE 9 COL 10 PIC X(40) FROM WS-MSG-NOM-INCONNU
               FOREGROUND-COLOR 4
               2 LINE 14 COL 10 PIC X(40) FROM WS-MSG-MENU-OPTB.
               2 LINE 15 COL 10 PIC X(40) FROM WS-MSG-MENU-OPTC.
               2 LINE 16 COL 10 PIC X(40) FROM WS-MSG-MENU-OPT9.
               2 LINE 5 COL 52 PIC X(28) FROM WS-MSG-MENU-OPTD.
               2 LINE 6 COL 52 PIC X(28) FROM WS-MSG-MENU-OPTE.
               2 LINE 7 COL 52 PIC X(28) FROM WS-MSG-MENU-OPTF.
               2 LINE 8 COL 52 PIC X(28) FROM WS-MSG-MENU-OPTG.
               2 LINE 9 COL 52 PIC X(28) FROM WS-MSG-MENU-OPTH.

           1 pla-plan-due.
               2 BLANK SCREEN.
               2 LINE 3 COL 10 PIC X(40) FROM WS-MSG-PLAN-TITLE.
               2 LINE 5 COL 10 PIC X(60) FROM WS-MSG-PLAN-HEAD.
               2 LINE 6 COL 10 PIC X(60) FROM WS-PLAN-LINE (1).
               2 LINE 7 COL 10 PIC X(60) FROM WS-PLAN-LINE (2).
               2 LINE 8 COL 10 PIC X(60) FROM WS-PLAN-LINE (3).
               2 LINE 9 COL 10 PIC X(60) FROM WS-PLAN-LINE (4).
               2 LINE 10 COL 10 PIC X(60) FROM WS-PLAN-LINE (5).
               2 LINE 11 COL 10 PIC X(60) FROM WS-PLAN-LINE (6).
               2 LINE 12 COL 10 PIC X(60) FROM WS-PLAN-LINE (7).
               2 LINE 13 COL 10 PIC X(60) FROM WS-PLAN-LINE (8).
               2 LINE 14 COL 10 PIC X(60) FROM WS-PLAN-LINE (9).
               2 LINE 15 COL 10 PIC X(60) FROM WS-PLAN-LINE (10).
               2 LINE 16 COL 10 PIC X(60) FROM WS-PLAN-LINE (11).
               2 LINE 17 COL 10 PIC X(60) FROM WS-PLAN-LINE (12).

           1 pls-plan-pause.
               2 LINE 19 COL 10 PIC X(40) FROM WS-MSG-PLAN-PAUSE.
               2 PIC X(01) USING WS-PLAN-PAUSE.

           1 pls-menu-choice.
               2 LINE 18 COL 10 PIC X(40) FROM WS-MSG-CHOIX.
       PERFORM LOAD-LANGUAGE-PREF THRU LOAD-LANGUAGE-PREF-EXIT.
       PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT.
       PERFORM GATE-MENU-BY-ROLE THRU GATE-MENU-BY-ROLE-EXIT.
       IF ROLE-IS-TRAINEE
           PERFORM SHOW-TRAINING-PLAN THRU SHOW-TRAINING-PLAN-EXIT
       END-IF.

       PERFORM UNTIL WS-MENU-CHOICE = '9'
           DISPLAY pla-menu
                           THRU WRITE-SESSION-AUDIT-EXIT
                       CALL 'SUPPRESS-REINSTATE'
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   IF NOT ROLE-IS-TRAINEE
                       MOVE 'SEEDS' TO WS-AUD-ACTION
                       PERFORM WRITE-SESSION-AUDIT
                           THRU WRITE-SESSION-AUDIT-EXIT
                       CALL 'SEED-RECEIPT'
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   IF ROLE-IS-SUPERVISOR
                       MOVE 'MASTFIX' TO WS-AUD-ACTION
                       PERFORM WRITE-SESSION-AUDIT
                           THRU WRITE-SESSION-AUDIT-EXIT
                       CALL 'MASTER-CORRECT'
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   IF NOT ROLE-IS-TRAINEE
                       MOVE 'REPORTS' TO WS-AUD-ACTION
                       PERFORM WRITE-SESSION-AUDIT
                           THRU WRITE-SESSION-AUDIT-EXIT
                       CALL 'REPORT-VIEWER'
                   END-IF
               WHEN 'G'
               WHEN 'g'
                   IF ROLE-IS-SUPERVISOR
                       MOVE 'APPROVE' TO WS-AUD-ACTION
                       PERFORM WRITE-SESSION-AUDIT
                           THRU WRITE-SESSION-AUDIT-EXIT
                       CALL 'APPROVAL-REVIEW'
                   END-IF
               WHEN 'H'
               WHEN 'h'
                   IF ROLE-IS-SUPERVISOR
                       MOVE 'PLANS' TO WS-AUD-ACTION
                       PERFORM WRITE-SESSION-AUDIT
                           THRU WRITE-SESSION-AUDIT-EXIT
                       CALL 'TRAINING-PLAN'
                   END-IF
               WHEN '9'
                   CONTINUE
               WHEN OTHER
               MOVE SPACES TO WS-MSG-MENU-OPT1
               MOVE SPACES TO WS-MSG-MENU-OPT4
               MOVE SPACES TO WS-MSG-MENU-OPTA
               MOVE SPACES TO WS-MSG-MENU-OPTD
               MOVE SPACES TO WS-MSG-MENU-OPTF
           END-IF.
           IF NOT ROLE-IS-SUPERVISOR
               MOVE SPACES TO WS-MSG-MENU-OPT5
               MOVE SPACES TO WS-MSG-MENU-OPT7
               MOVE SPACES TO WS-MSG-MENU-OPTB
               MOVE SPACES TO WS-MSG-MENU-OPTC
               MOVE SPACES TO WS-MSG-MENU-OPTE
               MOVE SPACES TO WS-MSG-MENU-OPTG
               MOVE SPACES TO WS-MSG-MENU-OPTH
           END-IF.
       GATE-MENU-BY-ROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A trainee with plan lines still to do sees them before the
      * menu - drill, level, sessions done of those assigned, due
      * date, and whether it is late.  Nothing shows when the plan
      * is done or there is none.
      *-----------------------------------------------------------------
       SHOW-TRAINING-PLAN.
           MOVE nom (1:8) TO WS-PLAN-TRAINEE-ID.
           MOVE ZERO TO PS-PLAN-COUNT.
           MOVE ZERO TO PS-OUTSTANDING.
           MOVE ZERO TO PS-OVERDUE.
           CALL 'PLAN-STATUS' USING WS-PLAN-TRAINEE-ID WS-PLAN-RESULT
               ON EXCEPTION
                   MOVE ZERO TO PS-OUTSTANDING
           END-CALL.
           IF PS-OUTSTANDING = ZERO
               GO TO SHOW-TRAINING-PLAN-EXIT
           END-IF.
           MOVE SPACES TO WS-PLAN-LINES.
           MOVE ZERO TO WS-PLAN-IDX.
           MOVE ZERO TO WS-PLAN-ROW.
       SHOW-TRAINING-PLAN-LINE.
           ADD 1 TO WS-PLAN-IDX.
           IF WS-PLAN-IDX > PS-PLAN-COUNT OR WS-PLAN-ROW NOT < 12
               GO TO SHOW-TRAINING-PLAN-DISPLAY
           END-IF.
           IF PS-STATE (WS-PLAN-IDX) = 'C'
               GO TO SHOW-TRAINING-PLAN-LINE
           END-IF.
           EVALUATE PS-DRILL (WS-PLAN-IDX)
               WHEN 'P'
                   MOVE 'PLUS-OU-MOINS-2' TO PD-DRILL-NAME
               WHEN 'T'
                   MOVE 'TEN-KEY-DRILL' TO PD-DRILL-NAME
               WHEN 'R'
                   MOVE 'REPAIR-DRILL' TO PD-DRILL-NAME
               WHEN OTHER
                   MOVE PS-DRILL (WS-PLAN-IDX) TO PD-DRILL-NAME
           END-EVALUATE.
           IF PS-LEVEL (WS-PLAN-IDX) = SPACE
               MOVE '*' TO PD-LEVEL
           ELSE
               MOVE PS-LEVEL (WS-PLAN-IDX) TO PD-LEVEL
           END-IF.
           MOVE PS-DONE (WS-PLAN-IDX) TO PD-DONE.
           MOVE PS-SESSIONS (WS-PLAN-IDX) TO PD-SESSIONS.
           MOVE PS-DUE-DATE (WS-PLAN-IDX) TO PD-DUE-DATE.
           IF PS-STATE (WS-PLAN-IDX) = 'L'
               MOVE WS-MSG-PLAN-LATE TO PD-STATE
           ELSE
               MOVE WS-MSG-PLAN-OPEN TO PD-STATE
           END-IF.
           ADD 1 TO WS-PLAN-ROW.
           MOVE WS-PLAN-DETAIL TO WS-PLAN-LINE (WS-PLAN-ROW).
           GO TO SHOW-TRAINING-PLAN-LINE.
       SHOW-TRAINING-PLAN-DISPLAY.
           DISPLAY pla-plan-due.
           MOVE SPACE TO WS-PLAN-PAUSE.
           DISPLAY pls-plan-pause.
           ACCEPT pls-plan-pause.
       SHOW-TRAINING-PLAN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Supervisor screen: reset a password (also unlocks) or unlock
      * an account, until Q is entered.
           IF WS-ADMIN-POS = ZERO
               GO TO USER-ADMIN
           END-IF.
           PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT.
           IF AC-RESULT NOT = 'A'
               GO TO USER-ADMIN
           END-IF.
           IF WS-ADMIN-ACTION = 'R' OR 'r'
               DISPLAY pls-admin-password
               ACCEPT pls-admin-password
           MOVE 'ADMIN' TO WS-AUD-ACTION.
           PERFORM WRITE-SESSION-AUDIT
               THRU WRITE-SESSION-AUDIT-EXIT.
           IF DUAL-CONTROLLED
               MOVE 'D' TO AC-FUNCTION
               CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.
           DISPLAY pla-admin-done.
           GO TO USER-ADMIN.
       USER-ADMIN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Resetting another operator's password needs a second
      * supervisor: AC-RESULT comes back A when the reset may go
      * ahead (approved, or an unlock / own password); otherwise the
      * request raised or still pending is shown with its number.
      * The new password is keyed only once the request is approved,
      * so it is never held on the approval file.
      *-----------------------------------------------------------------
       REQUEST-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE 'A' TO AC-RESULT.
           MOVE 'N' TO WS-DUAL-CONTROL-SW.
           IF WS-ADMIN-ACTION NOT = 'R' AND 'r'
               GO TO REQUEST-APPROVAL-EXIT
           END-IF.
           IF WS-ADMIN-ID = nom (1:8)
               GO TO REQUEST-APPROVAL-EXIT
           END-IF.
           SET DUAL-CONTROLLED TO TRUE.
           MOVE 'C' TO AC-FUNCTION.
           MOVE 'PW' TO AC-TYPE.
           MOVE nom (1:8) TO AC-REQUESTER.
           MOVE 'operator-file' TO AC-FILE.
           MOVE 'RESET' TO AC-ACTION.
           MOVE WS-ADMIN-ID TO AC-KEY.
           MOVE ZERO TO AC-REQUEST-ID.
           MOVE 'E' TO AC-RESULT.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   MOVE 'E' TO AC-RESULT
           END-CALL.
           EVALUATE AC-RESULT
               WHEN 'A'
                   GO TO REQUEST-APPROVAL-EXIT
               WHEN 'N'
                   MOVE WS-MSG-ADMIN-RAISED TO WS-MSG-ADMIN-APPROVAL
               WHEN 'P'
                   MOVE WS-MSG-ADMIN-WAITING TO WS-MSG-ADMIN-APPROVAL
               WHEN OTHER
                   MOVE WS-MSG-ADMIN-NO-APPRV
                       TO WS-MSG-ADMIN-APPROVAL
           END-EVALUATE.
           DISPLAY pla-admin-approval.
       REQUEST-APPROVAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator table is the maintenance copy of operator-file;
      * any password/lock change writes the whole file back.
               MOVE 'C. Reinstate suppressed address'
                   TO WS-MSG-MENU-OPTC
               MOVE '9. Quit' TO WS-MSG-MENU-OPT9
               MOVE 'D. Seed arrivals' TO WS-MSG-MENU-OPTD
               MOVE 'E. Correct address master' TO WS-MSG-MENU-OPTE
               MOVE 'F. Report viewer' TO WS-MSG-MENU-OPTF
               MOVE 'G. Approve requests' TO WS-MSG-MENU-OPTG
               MOVE 'H. Training plans' TO WS-MSG-MENU-OPTH
               MOVE 'Your choice : ' TO WS-MSG-CHOIX
               MOVE 'Password : ' TO WS-MSG-PASSWORD
               MOVE 'Wrong password, please try again.'
               MOVE 'Operator ID : ' TO WS-MSG-ADMIN-ID
               MOVE 'New password : ' TO WS-MSG-ADMIN-NEWPW
               MOVE 'Account updated.' TO WS-MSG-ADMIN-DONE
               MOVE 'Sent for approval, request no. :'
                   TO WS-MSG-ADMIN-RAISED
               MOVE 'Still awaiting approval, request no. :'
                   TO WS-MSG-ADMIN-WAITING
               MOVE 'Approval file not available.'
                   TO WS-MSG-ADMIN-NO-APPRV
               MOVE 'Run mode, Normal or Restart (N/R) : '
                   TO WS-MSG-RUN-MODE
               MOVE 'ZIP sort for presort (Y/N) : '
                   TO WS-MSG-RUN-PROFILE
               MOVE 'Campaign ID (blank = current) : '
                   TO WS-MSG-RUN-CAMPAIGN
               MOVE 'Training still to do on your plan :'
                   TO WS-MSG-PLAN-TITLE
               MOVE 'Drill            Lv  Done / Req  Due       State'
                   TO WS-MSG-PLAN-HEAD
               MOVE 'Press Enter for the menu : '
                   TO WS-MSG-PLAN-PAUSE
               MOVE 'Open' TO WS-MSG-PLAN-OPEN
               MOVE 'LATE' TO WS-MSG-PLAN-LATE
           ELSE
               MOVE 'Hey !' TO WS-MSG-TITRE
               MOVE 'Quel est ton nom ? ' TO WS-MSG-NOM-PROMPT
               MOVE 'C. Reintegrer une adresse supprimee'
                   TO WS-MSG-MENU-OPTC
               MOVE '9. Quitter' TO WS-MSG-MENU-OPT9
               MOVE 'D. Reception des temoins' TO WS-MSG-MENU-OPTD
               MOVE 'E. Corriger fichier maitre' TO WS-MSG-MENU-OPTE
               MOVE 'F. Consulter les rapports' TO WS-MSG-MENU-OPTF
               MOVE 'G. Approuver les demandes' TO WS-MSG-MENU-OPTG
               MOVE 'H. Plans de formation' TO WS-MSG-MENU-OPTH
               MOVE 'Votre choix : ' TO WS-MSG-CHOIX
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'Mot de passe errone, recommencez.'
               MOVE 'Nouveau mot de passe : '
                   TO WS-MSG-ADMIN-NEWPW
               MOVE 'Compte mis a jour.' TO WS-MSG-ADMIN-DONE
               MOVE 'Soumis pour approbation, demande no :'
                   TO WS-MSG-ADMIN-RAISED
               MOVE 'Toujours en attente, demande no :'
                   TO WS-MSG-ADMIN-WAITING
               MOVE 'Fichier des approbations absent.'
                   TO WS-MSG-ADMIN-NO-APPRV
               MOVE 'Mode, Normal ou Reprise (N/R) : '
                   TO WS-MSG-RUN-MODE
               MOVE 'Tri ZIP pour le presort (Y/N) : '
                   TO WS-MSG-RUN-PROFILE
               MOVE 'Campagne (vide = courante) : '
                   TO WS-MSG-RUN-CAMPAIGN
               MOVE 'Formation restant a faire a votre plan :'
                   TO WS-MSG-PLAN-TITLE
               MOVE 'Exercice         Nv  Fait / Dem  Echeance  Etat'
                   TO WS-MSG-PLAN-HEAD
               MOVE 'Entree pour le menu : ' TO WS-MSG-PLAN-PAUSE
               MOVE 'En cours' TO WS-MSG-PLAN-OPEN
               MOVE 'EN RETARD' TO WS-MSG-PLAN-LATE
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
