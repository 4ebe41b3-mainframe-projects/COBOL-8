      *                   re-enters every step with the previous
      *                   night's counters still loaded and the run
      *                   can only report out of balance.
      *   2026/10/15 QC - EXCEPTION-AGING runs last, after POSTAGE-
      *                   STATEMENT, so the morning review has the
      *                   aging of the exception work queue as it
      *                   stands after the night's READ-CSV.
      *   2026/10/15 QC - SOURCE-FEEDBACK runs once BALANCE-RUN has
      *                   passed, so the source systems are only sent
      *                   feedback from a night that balanced.
      *   2026/10/15 QC - LIST-SELECT runs after ADDR-MERGE: a campaign
      *                   with selection criteria has its mailing cut
      *                   from the freshly merged master before
      *                   VENDOR-EXTRACT reads dataout.
      *   2026/10/15 QC - CELL-REPORT runs after VENDOR-EXTRACT and
      *                   stops the stream when the transmission's
      *                   cell counts do not balance to its trailer.
      *   2026/10/15 QC - CHANGE-FEED runs last and sends the source
      *                   systems the day's address changes.
      *   2026/10/15 QC - FILE-SNAPSHOT runs first and unloads the
      *                   permanent indexed files, so FILE-RESTORE has
      *                   a copy from before the night to go back to;
      *                   a snapshot that fails stops the stream
      *                   before anything has been changed.
      *   2026/10/15 QC - LETTER-PRINT runs after PRESORT-REPORT and
      *                   prints the campaign's personalized letters
      *                   in the same ZIP order as the trays.
      *   2026/10/15 QC - CASE-REPORT runs after EXCEPTION-AGING with
      *                   the customer contact cases overdue for
      *                   follow-up, by operator.
      *   2026/10/15 QC - WAVE-CUT runs after LIST-SELECT and puts
      *                   tonight's wave of a campaign dropped in
      *                   waves on dataout, so VENDOR-EXTRACT through
      *                   POSTAGE-STATEMENT run once per wave.  Its
      *                   return code 4 means no wave is due: the
      *                   mailing steps are logged SKIPPED and the
      *                   stream goes on.  WAVE-STATUS runs after the
      *                   mailing steps either way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-STREAM.
       01  WS-STEP-PHASE         PIC X(08) VALUE SPACES.
       01  WS-STREAM-STOPPED-SW  PIC X VALUE 'N'.
           88 STREAM-STOPPED     VALUE 'Y'.
       01  WS-NO-DROP-SW         PIC X VALUE 'N'.
           88 NO-DROP-TONIGHT    VALUE 'Y'.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE ZERO TO WS-STREAM-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO WS-STREAM-STOPPED-SW.
           MOVE 'N' TO WS-NO-DROP-SW.
           MOVE 'NIGHT-STREAM' TO WS-STEP-NAME.
           MOVE ZERO TO WS-STEP-RC.
           MOVE 'START' TO WS-STEP-PHASE.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.

           MOVE 'FILE-SNAPSHOT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'READ-CSV' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'SOURCE-FEEDBACK' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'ADDR-MERGE' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'LIST-SELECT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'WAVE-CUT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           IF NO-DROP-TONIGHT
               DISPLAY 'NIGHT-STREAM: NO WAVE DUE TONIGHT - MAILING '
                   'STEPS SKIPPED'
               PERFORM SKIP-MAILING-STEPS
                   THRU SKIP-MAILING-STEPS-EXIT
               GO TO MAILING-DONE
           END-IF.
           MOVE 'VENDOR-EXTRACT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'CELL-REPORT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'PRESORT-REPORT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'LETTER-PRINT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'POSTAGE-STATEMENT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.

       MAILING-DONE.
           MOVE 'WAVE-STATUS' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'EXCEPTION-AGING' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'CASE-REPORT' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-WRAP-UP
           END-IF.
           MOVE 'CHANGE-FEED' TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.

       STREAM-WRAP-UP.
           MOVE 'NIGHT-STREAM' TO WS-STEP-NAME.
           DISPLAY 'NIGHT-STREAM: STARTING ' WS-STEP-NAME.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WS-STEP-NAME
               WHEN 'FILE-SNAPSHOT'
                   CALL 'FILE-SNAPSHOT'
               WHEN 'READ-CSV'
                   CALL 'READ-CSV'
               WHEN 'BALANCE-RUN'
                   CALL 'BALANCE-RUN'
               WHEN 'SOURCE-FEEDBACK'
                   CALL 'SOURCE-FEEDBACK'
               WHEN 'ADDR-MERGE'
                   CALL 'ADDR-MERGE'
               WHEN 'LIST-SELECT'
                   CALL 'LIST-SELECT'
               WHEN 'WAVE-CUT'
                   CALL 'WAVE-CUT'
               WHEN 'VENDOR-EXTRACT'
                   CALL 'VENDOR-EXTRACT'
               WHEN 'CELL-REPORT'
                   CALL 'CELL-REPORT'
               WHEN 'PRESORT-REPORT'
                   CALL 'PRESORT-REPORT'
               WHEN 'LETTER-PRINT'
                   CALL 'LETTER-PRINT'
               WHEN 'POSTAGE-STATEMENT'
                   CALL 'POSTAGE-STATEMENT'
               WHEN 'WAVE-STATUS'
                   CALL 'WAVE-STATUS'
               WHEN 'EXCEPTION-AGING'
                   CALL 'EXCEPTION-AGING'
               WHEN 'CASE-REPORT'
                   CALL 'CASE-REPORT'
               WHEN 'CHANGE-FEED'
                   CALL 'CHANGE-FEED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * drop the step's last-used working storage so the next stream
      * in this session starts it clean.
           EVALUATE WS-STEP-NAME
               WHEN 'FILE-SNAPSHOT'
                   CANCEL 'FILE-SNAPSHOT'
               WHEN 'READ-CSV'
                   CANCEL 'READ-CSV'
               WHEN 'BALANCE-RUN'
                   CANCEL 'BALANCE-RUN'
               WHEN 'SOURCE-FEEDBACK'
                   CANCEL 'SOURCE-FEEDBACK'
               WHEN 'ADDR-MERGE'
                   CANCEL 'ADDR-MERGE'
               WHEN 'LIST-SELECT'
                   CANCEL 'LIST-SELECT'
               WHEN 'WAVE-CUT'
                   CANCEL 'WAVE-CUT'
               WHEN 'VENDOR-EXTRACT'
                   CANCEL 'VENDOR-EXTRACT'
               WHEN 'CELL-REPORT'
                   CANCEL 'CELL-REPORT'
               WHEN 'PRESORT-REPORT'
                   CANCEL 'PRESORT-REPORT'
               WHEN 'LETTER-PRINT'
                   CANCEL 'LETTER-PRINT'
               WHEN 'POSTAGE-STATEMENT'
                   CANCEL 'POSTAGE-STATEMENT'
               WHEN 'WAVE-STATUS'
                   CANCEL 'WAVE-STATUS'
               WHEN 'EXCEPTION-AGING'
                   CANCEL 'EXCEPTION-AGING'
               WHEN 'CASE-REPORT'
                   CANCEL 'CASE-REPORT'
               WHEN 'CHANGE-FEED'
                   CANCEL 'CHANGE-FEED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           DISPLAY 'NIGHT-STREAM: ' WS-STEP-NAME
               ' ENDED, RETURN CODE ' WS-STEP-RC.
      * WAVE-CUT's 4 is not a failure: a campaign in waves has no
      * wave due tonight, so there is nothing to mail.
           IF WS-STEP-NAME = 'WAVE-CUT' AND WS-STEP-RC = 4
               SET NO-DROP-TONIGHT TO TRUE
               GO TO RUN-STEP-EXIT
           END-IF.
           IF WS-STEP-RC NOT = ZERO
               SET STREAM-STOPPED TO TRUE
               MOVE WS-STEP-RC TO WS-STREAM-RC
       RUN-STEP-EXIT.
           EXIT.

      * The mailing steps a night without a wave does not run, each
      * logged as skipped for the morning operator.
       SKIP-MAILING-STEPS.
           MOVE ZERO TO WS-STEP-RC.
           MOVE 'SKIPPED' TO WS-STEP-PHASE.
           MOVE 'VENDOR-EXTRACT' TO WS-STEP-NAME.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           MOVE 'CELL-REPORT' TO WS-STEP-NAME.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           MOVE 'PRESORT-REPORT' TO WS-STEP-NAME.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           MOVE 'LETTER-PRINT' TO WS-STEP-NAME.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           MOVE 'POSTAGE-STATEMENT' TO WS-STEP-NAME.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
       SKIP-MAILING-STEPS-EXIT.
           EXIT.

       WRITE-STREAM-LOG.
           OPEN EXTEND stream-log-file.
           IF WS-STREAM-LOG-STATUS = '05' OR '35'
