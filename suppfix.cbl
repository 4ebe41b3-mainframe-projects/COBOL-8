      *                   periodic aging is SUPPRESS-PURGE; this
      *                   screen is for the one-off case that cannot
      *                   wait for it.
      *   2026/10/15 QC - a reinstatement needs a second supervisor
      *                   now: the first confirmation raises a
      *                   request through APPROVAL-CHECK and shows its
      *                   number; once another supervisor has approved
      *                   it on APPROVAL-REVIEW, confirming the same
      *                   address again deletes the entry and closes
      *                   the request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRESS-REINSTATE.
           05 WS-MSG-SINCE          PIC X(10).
           05 WS-MSG-CONFIRM        PIC X(40).
           05 WS-MSG-DONE           PIC X(40).
           05 WS-MSG-RAISED         PIC X(40).
           05 WS-MSG-WAITING        PIC X(40).
           05 WS-MSG-NO-APPROVAL    PIC X(40).
           05 WS-MSG-APPROVAL       PIC X(40).

       77 operator-id       PIC X(08) VALUE SPACES.
       77 WS-PASSWORD-IN    PIC X(08) VALUE SPACES.
       77 WS-CONFIRM        PIC X(01) VALUE SPACE.
       77 WS-REINSTATED     PIC 9(05) VALUE ZERO.

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

       SCREEN SECTION.
           01 pls-language.
               02 BLANK SCREEN.
               02 LINE 12 COL 5 PIC X(40) FROM WS-MSG-DONE
               FOREGROUND-COLOR 2.

           01 pla-approval.
               02 LINE 12 COL 5 PIC X(40) FROM WS-MSG-APPROVAL
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.
               02 COL 46 PIC 9(08) FROM AC-REQUEST-ID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATOR-TABLE THRU LOAD-OPERATOR-TABLE-EXIT
               ACCEPT pls-confirm
           END-PERFORM.
           IF WS-CONFIRM = 'Y' OR 'y'
               PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT
           END-IF.
           IF (WS-CONFIRM = 'Y' OR 'y') AND AC-RESULT = 'A'
               PERFORM WRITE-CHANGE-AUDIT
                   THRU WRITE-CHANGE-AUDIT-EXIT
               DELETE undeliverable-suppress-file
               ADD 1 TO WS-REINSTATED
               MOVE 'D' TO AC-FUNCTION
               CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               DISPLAY pla-done
           END-IF.
           GO TO REINSTATE-LOOP.
       REINSTATE-LOOP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A second supervisor has to approve the reinstatement: result
      * A (approved) lets it through; otherwise the request raised or
      * still pending is shown with its number.
      *-----------------------------------------------------------------
       REQUEST-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE 'C' TO AC-FUNCTION.
           MOVE 'RI' TO AC-TYPE.
           MOVE operator-id TO AC-REQUESTER.
           MOVE 'undeliv-suppress' TO AC-FILE.
           MOVE 'DELETE' TO AC-ACTION.
           MOVE UDS-KEY TO AC-KEY.
           MOVE UNDELIV-SUPPRESS-RECORD TO AC-OLD-VALUE.
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
                   MOVE WS-MSG-RAISED TO WS-MSG-APPROVAL
               WHEN 'P'
                   MOVE WS-MSG-WAITING TO WS-MSG-APPROVAL
               WHEN OTHER
                   MOVE WS-MSG-NO-APPROVAL TO WS-MSG-APPROVAL
           END-EVALUATE.
           DISPLAY pla-approval.
       REQUEST-APPROVAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Only a supervisor gets in; three tries then out.
      *-----------------------------------------------------------------
                   TO WS-MSG-CONFIRM
               MOVE 'Address reinstated and audited.'
                   TO WS-MSG-DONE
               MOVE 'Sent for approval, request no. :'
                   TO WS-MSG-RAISED
               MOVE 'Still awaiting approval, request no. :'
                   TO WS-MSG-WAITING
               MOVE 'Approval file not available.'
                   TO WS-MSG-NO-APPROVAL
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
                   TO WS-MSG-CONFIRM
               MOVE 'Adresse reintegree et auditee.'
                   TO WS-MSG-DONE
               MOVE 'Soumis pour approbation, demande no :'
                   TO WS-MSG-RAISED
               MOVE 'Toujours en attente, demande no :'
                   TO WS-MSG-WAITING
               MOVE 'Fichier des approbations absent.'
                   TO WS-MSG-NO-APPROVAL
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
