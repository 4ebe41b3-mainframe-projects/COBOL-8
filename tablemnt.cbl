      *                   standardization abbreviations) as file
      *                   choice 5; the entry key was widened to 15
      *                   characters to cover the longest from-word.
      *   2026/10/15 QC - add/change/delete on state-table-file and
      *                   layout-control-file, and a password change
      *                   on another operator's operator-file entry,
      *                   need a second supervisor now: the first try
      *                   raises a request through APPROVAL-CHECK and
      *                   shows its number, and the same update keyed
      *                   again after another supervisor has approved
      *                   it on APPROVAL-REVIEW is applied and closes
      *                   the request.  A request is tied to the entry
      *                   as it stood, so an entry changed since is a
      *                   new request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLE-MAINT.
           05 WS-MSG-DONE           PIC X(40).
           05 WS-MSG-PAUSE          PIC X(40).
           05 WS-MSG-OVERFLOW       PIC X(40).
           05 WS-MSG-RAISED         PIC X(40).
           05 WS-MSG-WAITING        PIC X(40).
           05 WS-MSG-NO-APPROVAL    PIC X(40).
           05 WS-MSG-APPROVAL       PIC X(40).

       77 operator-id       PIC X(08) VALUE SPACES.
       77 WS-PASSWORD-IN    PIC X(08) VALUE SPACES.
           88 FIELDS-VALID         VALUE 'Y'.
       77 WS-PAUSE-IN       PIC X(01).

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
       77 WS-DUAL-CONTROL-SW PIC X(01) VALUE 'N'.
           88 DUAL-CONTROLLED      VALUE 'Y'.

       01 WS-STATE-FIELDS.
           05 WS-ST-CODE        PIC X(02).

               02 LINE 17 COL 5 PIC X(40) FROM WS-MSG-DONE
               FOREGROUND-COLOR 2.

           01 pla-approval.
               02 LINE 16 COL 5 PIC X(40) FROM WS-MSG-APPROVAL
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.
               02 COL 46 PIC 9(08) FROM AC-REQUEST-ID.

           01 pla-overflow.
               02 LINE 16 COL 5 PIC X(40) FROM WS-MSG-OVERFLOW
               FOREGROUND-COLOR 15
               DISPLAY pla-invalid
               GO TO ADD-RECORD-EXIT
           END-IF.
           MOVE SPACES TO WS-OLD-VALUE.
           PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT.
           IF AC-RESULT NOT = 'A'
               GO TO ADD-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-NEW-VALUE TO WS-TABLE-LINE (WS-LINE-COUNT).
           PERFORM REWRITE-MAINT-FILE THRU REWRITE-MAINT-FILE-EXIT.
           PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT-EXIT.
           PERFORM CLOSE-APPROVAL THRU CLOSE-APPROVAL-EXIT.
           DISPLAY pla-done.
       ADD-RECORD-EXIT.
           EXIT.
               DISPLAY pla-invalid
               GO TO CHANGE-RECORD-EXIT
           END-IF.
           PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT.
           IF AC-RESULT NOT = 'A'
               GO TO CHANGE-RECORD-EXIT
           END-IF.
           MOVE WS-NEW-VALUE TO WS-TABLE-LINE (WS-FOUND-POS).
           PERFORM REWRITE-MAINT-FILE THRU REWRITE-MAINT-FILE-EXIT.
           PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT-EXIT.
           PERFORM CLOSE-APPROVAL THRU CLOSE-APPROVAL-EXIT.
           DISPLAY pla-done.
       CHANGE-RECORD-EXIT.
           EXIT.
               GO TO DELETE-RECORD-EXIT
           END-IF.
           MOVE WS-TABLE-LINE (WS-FOUND-POS) TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT.
           IF AC-RESULT NOT = 'A'
               GO TO DELETE-RECORD-EXIT
           END-IF.
           MOVE WS-FOUND-POS TO WS-LINE-IDX.
       DELETE-RECORD-SHIFT.
           IF WS-LINE-IDX NOT < WS-LINE-COUNT
           PERFORM REWRITE-MAINT-FILE THRU REWRITE-MAINT-FILE-EXIT.
           MOVE SPACES TO WS-NEW-VALUE.
           PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT-EXIT.
           PERFORM CLOSE-APPROVAL THRU CLOSE-APPROVAL-EXIT.
           DISPLAY pla-done.
       DELETE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * State and layout control entries, and another operator's
      * password, need a second supervisor: AC-RESULT comes back A
      * when the update may go ahead (approved, or not dual
      * controlled); otherwise the request raised or still pending
      * is shown with its number.
      *-----------------------------------------------------------------
       REQUEST-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE 'A' TO AC-RESULT.
           MOVE 'N' TO WS-DUAL-CONTROL-SW.
           EVALUATE TRUE
               WHEN WS-FILE-CHOICE = '1' OR '3'
                   MOVE 'TM' TO AC-TYPE
               WHEN WS-FILE-CHOICE = '4'
                AND (WS-ACTION = 'C' OR 'c')
                AND WS-OLD-VALUE (1:8) NOT = operator-id
                AND WS-OLD-VALUE (11:8) NOT = WS-NEW-VALUE (11:8)
                   MOVE 'PW' TO AC-TYPE
               WHEN OTHER
                   GO TO REQUEST-APPROVAL-EXIT
           END-EVALUATE.
           SET DUAL-CONTROLLED TO TRUE.
           MOVE 'C' TO AC-FUNCTION.
           MOVE operator-id TO AC-REQUESTER.
           MOVE WS-MAINT-FILE-NAME TO AC-FILE.
           EVALUATE TRUE
               WHEN WS-ACTION = 'A' OR 'a'
                   MOVE 'ADD' TO AC-ACTION
                   MOVE WS-NEW-VALUE (1:WS-KEY-LEN) TO AC-KEY
               WHEN WS-ACTION = 'C' OR 'c'
                   MOVE 'CHANGE' TO AC-ACTION
                   MOVE WS-OLD-VALUE (1:WS-KEY-LEN) TO AC-KEY
               WHEN OTHER
                   MOVE 'DELETE' TO AC-ACTION
                   MOVE WS-OLD-VALUE (1:WS-KEY-LEN) TO AC-KEY
           END-EVALUATE.
           MOVE WS-OLD-VALUE TO AC-OLD-VALUE.
           MOVE WS-NEW-VALUE TO AC-NEW-VALUE.
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

      * The approved request has been applied; close it.
       CLOSE-APPROVAL.
           IF NOT DUAL-CONTROLLED
               GO TO CLOSE-APPROVAL-EXIT
           END-IF.
           MOVE 'D' TO AC-FUNCTION.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       CLOSE-APPROVAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Per-file field entry and validation; builds WS-NEW-VALUE.
      *-----------------------------------------------------------------
               MOVE 'Press ENTER to continue' TO WS-MSG-PAUSE
               MOVE 'File too big to edit here, list only.'
                   TO WS-MSG-OVERFLOW
               MOVE 'Sent for approval, request no. :'
                   TO WS-MSG-RAISED
               MOVE 'Still awaiting approval, request no. :'
                   TO WS-MSG-WAITING
               MOVE 'Approval file not available.'
                   TO WS-MSG-NO-APPROVAL
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'ENTREE pour continuer' TO WS-MSG-PAUSE
               MOVE 'Fichier trop grand, liste seulement.'
                   TO WS-MSG-OVERFLOW
               MOVE 'Soumis pour approbation, demande no :'
                   TO WS-MSG-RAISED
               MOVE 'Toujours en attente, demande no :'
                   TO WS-MSG-WAITING
               MOVE 'Fichier des approbations absent.'
                   TO WS-MSG-NO-APPROVAL
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
