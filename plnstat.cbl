      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: MEASURE A TRAINEE'S TRAINING PLAN AGAINST THE LOG
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; CALLed with a trainee ID by
      *                   MyFirstCOBOL at a trainee's logon, by
      *                   TRAINING-PLAN and by TRAINING-OVERDUE.
      *                   Returns the trainee's TRAINING-PLAN-FILE
      *                   lines (up to 20) with the sessions logged
      *                   on TRAINING-LOG-FILE for each: same drill,
      *                   same level (a blank plan level takes any
      *                   level), dated on or after the day the line
      *                   was assigned, whatever the outcome.  Each
      *                   line comes back C (complete), O (open, not
      *                   yet due) or L (late - the due date has
      *                   passed short of the sessions assigned).
      *                   Log records written before the drill code
      *                   was carried are credited by their codes:
      *                   level R is REPAIR-DRILL, outcome A or X is
      *                   TEN-KEY-DRILL, anything else PLUS-OU-MOINS-2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT training-plan-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TP-KEY
           FILE STATUS IS WS-PLAN-STATUS.

           SELECT training-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TLOG-STATUS.

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

       FD  training-log-file.
       01  TRAINING-LOG-RECORD.
           05 TLOG-TRAINEE-ID    PIC X(08).
           05 FILLER             PIC X(02).
           05 TLOG-DATE          PIC 9(08).
           05 FILLER             PIC X(02).
           05 TLOG-WINNING-I     PIC 9(02).
           05 FILLER             PIC X(02).
           05 TLOG-OUTCOME       PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-LEVEL         PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-DRILL         PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS       PIC X(02).
       01 WS-TLOG-STATUS       PIC X(02).

       01 WS-TODAY             PIC 9(08) VALUE ZERO.
       01 WS-LOG-DRILL         PIC X(01) VALUE SPACE.
       01 WS-LINE-IDX          PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-TRAINEE-ID        PIC X(08).
       01 LK-PLAN-RESULT.
           05 LK-PLAN-COUNT        PIC 9(02).
           05 LK-PLAN-OUTSTANDING  PIC 9(02).
           05 LK-PLAN-OVERDUE      PIC 9(02).
           05 LK-PLAN-LINE OCCURS 20 TIMES.
               10 LK-PL-DRILL          PIC X(01).
               10 LK-PL-LEVEL          PIC X(01).
               10 LK-PL-SESSIONS       PIC 9(03).
               10 LK-PL-DONE           PIC 9(03).
               10 LK-PL-DUE-DATE       PIC 9(08).
               10 LK-PL-ASSIGNED-BY    PIC X(08).
               10 LK-PL-ASSIGNED-DATE  PIC 9(08).
               10 LK-PL-STATE          PIC X(01).
                   88 LK-PL-COMPLETE       VALUE 'C'.
                   88 LK-PL-OPEN           VALUE 'O'.
                   88 LK-PL-LATE           VALUE 'L'.

       PROCEDURE DIVISION USING LK-TRAINEE-ID LK-PLAN-RESULT.
       START-ROUTINE.
           MOVE ZERO TO LK-PLAN-COUNT.
           MOVE ZERO TO LK-PLAN-OUTSTANDING.
           MOVE ZERO TO LK-PLAN-OVERDUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-PLAN THRU LOAD-PLAN-EXIT.
           IF LK-PLAN-COUNT = ZERO
               GOBACK
           END-IF.
           PERFORM SCAN-TRAINING-LOG THRU SCAN-TRAINING-LOG-EXIT.
           MOVE ZERO TO WS-LINE-IDX.
           PERFORM JUDGE-LINE THRU JUDGE-LINE-EXIT.
           GOBACK.

      * the trainee's plan lines, in drill and level order.
       LOAD-PLAN.
           OPEN INPUT training-plan-file.
           IF WS-PLAN-STATUS NOT = '00'
               GO TO LOAD-PLAN-EXIT
           END-IF.
           MOVE LOW-VALUES TO TP-KEY.
           MOVE LK-TRAINEE-ID TO TP-TRAINEE-ID.
           START training-plan-file KEY IS NOT LESS THAN TP-KEY
               INVALID KEY GO TO LOAD-PLAN-CLOSE
           END-START.
       LOAD-PLAN-READ.
           READ training-plan-file NEXT RECORD
               AT END GO TO LOAD-PLAN-CLOSE
           END-READ.
           IF TP-TRAINEE-ID NOT = LK-TRAINEE-ID
               GO TO LOAD-PLAN-CLOSE
           END-IF.
           IF LK-PLAN-COUNT NOT < 20
               GO TO LOAD-PLAN-CLOSE
           END-IF.
           ADD 1 TO LK-PLAN-COUNT.
           MOVE TP-DRILL TO LK-PL-DRILL (LK-PLAN-COUNT).
           MOVE TP-LEVEL TO LK-PL-LEVEL (LK-PLAN-COUNT).
           MOVE TP-SESSIONS TO LK-PL-SESSIONS (LK-PLAN-COUNT).
           MOVE ZERO TO LK-PL-DONE (LK-PLAN-COUNT).
           MOVE TP-DUE-DATE TO LK-PL-DUE-DATE (LK-PLAN-COUNT).
           MOVE TP-ASSIGNED-BY TO LK-PL-ASSIGNED-BY (LK-PLAN-COUNT).
           MOVE TP-ASSIGNED-DATE
               TO LK-PL-ASSIGNED-DATE (LK-PLAN-COUNT).
           MOVE 'O' TO LK-PL-STATE (LK-PLAN-COUNT).
           GO TO LOAD-PLAN-READ.
       LOAD-PLAN-CLOSE.
           CLOSE training-plan-file.
       LOAD-PLAN-EXIT.
           EXIT.

       SCAN-TRAINING-LOG.
           OPEN INPUT training-log-file.
           IF WS-TLOG-STATUS NOT = '00'
               GO TO SCAN-TRAINING-LOG-EXIT
           END-IF.
       SCAN-TRAINING-LOG-READ.
           READ training-log-file
               AT END GO TO SCAN-TRAINING-LOG-CLOSE
           END-READ.
           IF TLOG-TRAINEE-ID NOT = LK-TRAINEE-ID
               GO TO SCAN-TRAINING-LOG-READ
           END-IF.
           MOVE TLOG-DRILL TO WS-LOG-DRILL.
           IF WS-LOG-DRILL = SPACE
               EVALUATE TRUE
                   WHEN TLOG-LEVEL = 'R'
                       MOVE 'R' TO WS-LOG-DRILL
                   WHEN TLOG-OUTCOME = 'A' OR TLOG-OUTCOME = 'X'
                       MOVE 'T' TO WS-LOG-DRILL
                   WHEN OTHER
                       MOVE 'P' TO WS-LOG-DRILL
               END-EVALUATE
           END-IF.
           MOVE ZERO TO WS-LINE-IDX.
           PERFORM CREDIT-SESSION THRU CREDIT-SESSION-EXIT.
           GO TO SCAN-TRAINING-LOG-READ.
       SCAN-TRAINING-LOG-CLOSE.
           CLOSE training-log-file.
       SCAN-TRAINING-LOG-EXIT.
           EXIT.

      * the logged session counts towards every plan line it fits.
       CREDIT-SESSION.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > LK-PLAN-COUNT
               GO TO CREDIT-SESSION-EXIT
           END-IF.
           IF LK-PL-DRILL (WS-LINE-IDX) = WS-LOG-DRILL
            AND (LK-PL-LEVEL (WS-LINE-IDX) = SPACE
             OR LK-PL-LEVEL (WS-LINE-IDX) = TLOG-LEVEL)
            AND TLOG-DATE NOT < LK-PL-ASSIGNED-DATE (WS-LINE-IDX)
            AND LK-PL-DONE (WS-LINE-IDX) < 999
               ADD 1 TO LK-PL-DONE (WS-LINE-IDX)
           END-IF.
           GO TO CREDIT-SESSION.
       CREDIT-SESSION-EXIT.
           EXIT.

       JUDGE-LINE.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > LK-PLAN-COUNT
               GO TO JUDGE-LINE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LK-PL-DONE (WS-LINE-IDX)
                    NOT < LK-PL-SESSIONS (WS-LINE-IDX)
                   MOVE 'C' TO LK-PL-STATE (WS-LINE-IDX)
               WHEN LK-PL-DUE-DATE (WS-LINE-IDX) < WS-TODAY
                   MOVE 'L' TO LK-PL-STATE (WS-LINE-IDX)
                   ADD 1 TO LK-PLAN-OUTSTANDING
                   ADD 1 TO LK-PLAN-OVERDUE
               WHEN OTHER
                   MOVE 'O' TO LK-PL-STATE (WS-LINE-IDX)
                   ADD 1 TO LK-PLAN-OUTSTANDING
           END-EVALUATE.
           GO TO JUDGE-LINE.
       JUDGE-LINE-EXIT.
           EXIT.
       END PROGRAM PLAN-STATUS.
