      *                   trainee's history against the certification
      *                   criteria - the session a trainee qualifies,
      *                   the congratulation screen shows.
      *   2026/10/15 QC - TRAINING-LOG-RECORD carries the drill that
      *                   wrote it (P here, T TEN-KEY-DRILL, R
      *                   REPAIR-DRILL) so PLAN-STATUS can count
      *                   sessions against a trainee's training plan.
      *   2026/10/15 QC - WRITE-TRAINING-LOG keeps the outcome the
      *                   caller set across the record clear; every
      *                   session was being logged with none.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLUS-OU-MOINS-2.
           05 TLOG-OUTCOME       PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-LEVEL         PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-DRILL         PIC X(01).

       FD  operator-file.
       01  OPERATOR-RECORD.
       77 trainee-id     PIC X(08) VALUE SPACES.
       77 log-date        PIC 9(08) VALUE ZERO.
       77 WS-TLOG-STATUS      PIC X(02).
       77 WS-TLOG-OUTCOME     PIC X(01) VALUE SPACE.
       77 WS-LB-STATUS         PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PERSONAL-BEST    PIC 9(02) VALUE 99.

       WRITE-TRAINING-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO log-date
           MOVE TLOG-OUTCOME TO WS-TLOG-OUTCOME
           MOVE SPACES TO TRAINING-LOG-RECORD
           MOVE WS-TLOG-OUTCOME TO TLOG-OUTCOME
           MOVE trainee-id TO TLOG-TRAINEE-ID
           MOVE log-date TO TLOG-DATE
           MOVE i TO TLOG-WINNING-I
           MOVE WS-LEVEL-CHOICE TO TLOG-LEVEL
           MOVE 'P' TO TLOG-DRILL
           WRITE TRAINING-LOG-RECORD.
       WRITE-TRAINING-LOG-EXIT.
           EXIT.
