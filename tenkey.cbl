      *                   TRAINING-LOG-FILE with outcome A (passed)
      *                   or X (failed) so the coordinator's reports
      *                   cover both drills.
      *   2026/10/15 QC - TRAINING-LOG-RECORD carries the drill that
      *                   wrote it, T here, so PLAN-STATUS can count
      *                   sessions against a trainee's training plan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEN-KEY-DRILL.
           05 TLOG-OUTCOME       PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-LEVEL         PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-DRILL         PIC X(01).

       FD  operator-file.
       01  OPERATOR-RECORD.
           END-IF.
           DISPLAY pla-resultat.
           MOVE FUNCTION CURRENT-DATE(1:8) TO log-date.
           MOVE SPACES TO TRAINING-LOG-RECORD.
           MOVE trainee-id TO TLOG-TRAINEE-ID.
           MOVE log-date TO TLOG-DATE.
           MOVE WS-CORRECT-COUNT TO TLOG-WINNING-I.
           MOVE WS-LEVEL-CHOICE TO TLOG-LEVEL.
           MOVE 'T' TO TLOG-DRILL.
           IF WS-CORRECT-COUNT = WS-PROBLEM-COUNT
            AND WS-ELAPSED NOT > WS-TIME-LIMIT
               MOVE 'A' TO TLOG-OUTCOME
