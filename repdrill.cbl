      *                   deliberately: F in the recent-games window
      *                   disqualifies, and a practice miss must not
      *                   sink a certification earned on the games.
      *   2026/10/15 QC - TRAINING-LOG-RECORD carries the drill that
      *                   wrote it, R here, so PLAN-STATUS can count
      *                   sessions against a trainee's training plan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAIR-DRILL.
           05 TLOG-OUTCOME       PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-LEVEL         PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-DRILL         PIC X(01).

       FD  operator-file.
       01  OPERATOR-RECORD.
               MOVE 'X' TO TLOG-OUTCOME
           END-IF.
           MOVE 'R' TO TLOG-LEVEL.
           MOVE 'R' TO TLOG-DRILL.
           WRITE TRAINING-LOG-RECORD.
       WRITE-TRAINING-LOG-EXIT.
           EXIT.
