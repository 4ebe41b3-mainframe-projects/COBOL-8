      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: CALENDAR-DRIVEN HOUSEKEEPING STREAM DRIVER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; runs the housekeeping jobs
      *                   (NIXIE-UPDATE, SUPPRESS-PURGE, ADDR-ARCHIVE,
      *                   MASTER-AUDIT, LIST-GEO-REPORT, ZIPDIR-LOAD,
      *                   OPTOUT-LOAD, MOVE-UPDATE) that are due, in
      *                   the order HOUSEKEEPING-SCHEDULE-FILE gives.
      *                   Each schedule entry is daily, weekly on a
      *                   weekday (1 Monday - 7 Sunday) or monthly on
      *                   a day (past the month end means its last
      *                   day), and names up to three jobs that must
      *                   have finished first.  A job is due when its
      *                   latest scheduled date is after its last
      *                   clean run on HOUSEKEEPING-CONTROL-FILE, so a
      *                   day the stream missed or a job that failed
      *                   is picked up on the next run.  Return-code
      *                   gating and STREAM-LOG-FILE logging as in
      *                   NIGHT-STREAM: the first nonzero return code
      *                   stops the stream.  A job whose prerequisite
      *                   failed, was not run, is scheduled after it
      *                   or is not on the schedule is not run
      *                   either.  The report lists every scheduled
      *                   job and each one that was due but did not
      *                   run, with the reason; any such job gives
      *                   RETURN-CODE 8 at least.
      *   2026/10/15 QC - FILE-SNAPSHOT unloads the permanent indexed
      *                   files before the first due job runs; a
      *                   snapshot that fails stops the stream and
      *                   every due job is reported not run.
      *   2026/10/15 QC - TRAINING-OVERDUE, the trainees-behind-plan
      *                   report, is a housekeeping job (weekly on the
      *                   schedule).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP-STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT housekeeping-schedule-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT housekeeping-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT housekeeping-report
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT stream-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STREAM-LOG-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  housekeeping-schedule-file.
       01  HOUSEKEEPING-SCHEDULE-RECORD.
           05 HS-SEQUENCE       PIC 9(02).
           05 FILLER            PIC X(02).
           05 HS-JOB            PIC X(18).
           05 FILLER            PIC X(02).
           05 HS-FREQUENCY      PIC X(01).
           05 FILLER            PIC X(02).
           05 HS-DAY            PIC 9(02).
           05 HS-AFTER-ENTRY OCCURS 3 TIMES.
               10 FILLER        PIC X(02).
               10 HS-AFTER      PIC X(18).

       FD  housekeeping-control-file.
       01  HOUSEKEEPING-CONTROL-RECORD.
           05 HC-JOB            PIC X(18).
           05 FILLER            PIC X(02).
           05 HC-LAST-OK-DATE   PIC 9(08).
           05 FILLER            PIC X(02).
           05 HC-LAST-RUN-DATE  PIC 9(08).
           05 FILLER            PIC X(02).
           05 HC-LAST-RC        PIC 9(04).

       FD  housekeeping-report.
       01  REPORT-LINE          PIC X(80).

       FD  stream-log-file.
       01  STREAM-LOG-RECORD.
           05 SL-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 SL-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 SL-STEP           PIC X(18).
           05 FILLER            PIC X(02).
           05 SL-PHASE          PIC X(08).
           05 FILLER            PIC X(02).
           05 SL-RETURN-CODE    PIC 9(04).

       FD  job-log-file.
       01  JOB-LOG-RECORD.
           05 JL-PROGRAM        PIC X(18).
           05 FILLER            PIC X(02).
           05 JL-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 JL-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 JL-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 JL-COUNT-1        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-COUNT-2        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-COUNT-3        PIC 9(07).
           05 FILLER            PIC X(02).
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30)
                                VALUE 'housekeeping-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'HOUSEKEEP-STREAM'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-SCHEDULE-STATUS    PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-STREAM-LOG-STATUS  PIC X(02).
       01  WS-STEP-NAME          PIC X(18) VALUE SPACES.
       01  WS-STEP-RC            PIC 9(04) VALUE ZERO.
       01  WS-STREAM-RC          PIC 9(04) VALUE ZERO.
       01  WS-STEP-PHASE         PIC X(08) VALUE SPACES.
       01  WS-STREAM-STOPPED-SW  PIC X VALUE 'N'.
           88 STREAM-STOPPED     VALUE 'Y'.

      * the schedule, in run order (HS-SEQUENCE)
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 30 TIMES.
               10 WJ-SEQUENCE     PIC 9(02).
               10 WJ-JOB          PIC X(18).
               10 WJ-FREQUENCY    PIC X(01).
               10 WJ-DAY          PIC 9(02).
               10 WJ-AFTER        PIC X(18) OCCURS 3 TIMES.
               10 WJ-LAST-OK-DATE PIC 9(08).
               10 WJ-DUE-DATE     PIC 9(08).
               10 WJ-STATE        PIC X(01).
                   88 WJ-NOT-DUE          VALUE 'N'.
                   88 WJ-DUE              VALUE 'D'.
                   88 WJ-RAN-CLEAN        VALUE 'R'.
                   88 WJ-RAN-FAILED       VALUE 'F'.
                   88 WJ-NOT-RUN          VALUE 'S'.
               10 WJ-RC           PIC 9(04).
               10 WJ-REASON       PIC X(30).
       01  WS-JOB-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-JOB-IDX            PIC 9(04) COMP VALUE ZERO.
       01  WS-MOVE-IDX           PIC 9(04) COMP VALUE ZERO.
       01  WS-DEP-IDX            PIC 9(04) COMP VALUE ZERO.
       01  WS-DEP-POS            PIC 9(04) COMP VALUE ZERO.
       01  WS-AFTER-IDX          PIC 9(04) COMP VALUE ZERO.
       01  WS-SCHEDULE-OVERFLOW  PIC 9(04) COMP VALUE ZERO.

      * last clean run and last attempt per job; jobs no longer on
      * the schedule keep their entry
       01  WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 50 TIMES.
               10 WH-JOB          PIC X(18).
               10 WH-LAST-OK-DATE PIC 9(08).
               10 WH-LAST-RUN-DATE PIC 9(08).
               10 WH-LAST-RC      PIC 9(04).
       01  WS-HISTORY-COUNT      PIC 9(04) COMP VALUE ZERO.
       01  WS-HISTORY-IDX        PIC 9(04) COMP VALUE ZERO.

      * calendar work
       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR      PIC 9(04).
           05 WS-TODAY-MONTH     PIC 9(02).
           05 WS-TODAY-DD        PIC 9(02).
       01  WS-TODAY-INT          PIC 9(07) VALUE ZERO.
       01  WS-TODAY-WEEKDAY      PIC 9(01) VALUE ZERO.
       01  WS-WORK-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-WORK-QUOT          PIC 9(07) VALUE ZERO.
       01  WS-DAYS-BACK          PIC 9(01) VALUE ZERO.
       01  WS-CAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
           05 WS-CAL-YEAR        PIC 9(04).
           05 WS-CAL-MONTH       PIC 9(02).
           05 WS-CAL-DD          PIC 9(02).
       01  WS-NEXT-MONTH-DATE    PIC 9(08) VALUE ZERO.
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NEXT-YEAR       PIC 9(04).
           05 WS-NEXT-MONTH      PIC 9(02).
           05 WS-NEXT-DD         PIC 9(02).
       01  WS-LAST-DAY-DATE      PIC 9(08) VALUE ZERO.
       01  WS-MONTH-DAY          PIC 9(02) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-DUE-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-RAN-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-NOT-RUN-COUNT   PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05 FILLER            PIC X(36)
              VALUE 'HOUSEKEEPING STREAM REPORT   RUN OF '.
           05 H1-DATE           PIC 9(08).
       01  WS-HEADING-2.
           05 FILLER            PIC X(40)
              VALUE 'SQ JOB                F DY LAST OK  DUE '.
           05 FILLER            PIC X(20)
              VALUE '     OUTCOME'.
       01  WS-DETAIL-LINE.
           05 DL-SEQUENCE       PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-JOB            PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-FREQUENCY      PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-DAY            PIC Z9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-LAST-OK-DATE   PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-DUE-DATE       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-OUTCOME        PIC X(35).
       01  WS-OUTCOME-RC.
           05 FILLER            PIC X(07) VALUE 'RAN RC '.
           05 OR-RC             PIC 9(04).
       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * a driver CALLed from a menu keeps working storage between
      * sessions; start every stream clean.
           MOVE ZERO TO WS-STREAM-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO WS-STREAM-STOPPED-SW.
           MOVE ZERO TO WS-JOB-COUNT.
           MOVE ZERO TO WS-HISTORY-COUNT.
           MOVE ZERO TO WS-SCHEDULE-OVERFLOW.
           MOVE ZERO TO WS-DUE-COUNT.
           MOVE ZERO TO WS-RAN-COUNT.
           MOVE ZERO TO WS-NOT-RUN-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
      * day 1 of the integer calendar (1601/01/01) was a Monday.
           COMPUTE WS-WORK-NUMBER = WS-TODAY-INT - 1.
           DIVIDE WS-WORK-NUMBER BY 7 GIVING WS-WORK-QUOT
               REMAINDER WS-TODAY-WEEKDAY.
           ADD 1 TO WS-TODAY-WEEKDAY.
           MOVE 'HOUSEKEEP-STREAM' TO WS-STEP-NAME.
           MOVE ZERO TO WS-STEP-RC.
           MOVE 'START' TO WS-STEP-PHASE.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.

           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-EXIT.
           IF WS-JOB-COUNT = ZERO
               DISPLAY 'HOUSEKEEP-STREAM ERROR: HOUSEKEEPING-SCHEDULE-'
                   'FILE MISSING OR EMPTY, STATUS '
                   WS-SCHEDULE-STATUS
               MOVE 16 TO WS-STREAM-RC
               SET STREAM-STOPPED TO TRUE
               GO TO STREAM-WRAP-UP
           END-IF.
           IF WS-SCHEDULE-OVERFLOW > ZERO
               DISPLAY 'HOUSEKEEP-STREAM WARNING: '
                   WS-SCHEDULE-OVERFLOW ' SCHEDULE ENTRIES PAST THE '
                   '30-JOB TABLE IGNORED'
           END-IF.
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
           MOVE ZERO TO WS-JOB-IDX.
       DUE-ROUTINE.
           ADD 1 TO WS-JOB-IDX.
           IF WS-JOB-IDX > WS-JOB-COUNT
               GO TO RUN-ROUTINE-START
           END-IF.
           PERFORM SET-DUE THRU SET-DUE-EXIT.
           GO TO DUE-ROUTINE.

      *-----------------------------------------------------------------
      * Run what is due in schedule order; a job left waiting on a
      * prerequisite, or by a stopped stream, is logged NOT RUN.
      *-----------------------------------------------------------------
       RUN-ROUTINE-START.
           IF WS-DUE-COUNT > WS-NOT-RUN-COUNT
               MOVE 'FILE-SNAPSHOT' TO WS-STEP-NAME
               PERFORM RUN-STEP THRU RUN-STEP-EXIT
           END-IF.
           MOVE ZERO TO WS-JOB-IDX.
       RUN-ROUTINE.
           ADD 1 TO WS-JOB-IDX.
           IF WS-JOB-IDX > WS-JOB-COUNT
               GO TO STREAM-WRAP-UP
           END-IF.
           IF NOT WJ-DUE (WS-JOB-IDX)
               GO TO RUN-ROUTINE
           END-IF.
           IF STREAM-STOPPED
               MOVE 'STREAM STOPPED EARLIER'
                   TO WJ-REASON (WS-JOB-IDX)
               PERFORM MARK-NOT-RUN THRU MARK-NOT-RUN-EXIT
               GO TO RUN-ROUTINE
           END-IF.
           PERFORM CHECK-PREREQUISITES THRU CHECK-PREREQUISITES-EXIT.
           IF WJ-NOT-RUN (WS-JOB-IDX)
               GO TO RUN-ROUTINE
           END-IF.
           MOVE WJ-JOB (WS-JOB-IDX) TO WS-STEP-NAME.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           MOVE WS-STEP-RC TO WJ-RC (WS-JOB-IDX).
           ADD 1 TO WS-RAN-COUNT.
           PERFORM FIND-HISTORY THRU FIND-HISTORY-EXIT.
           MOVE WS-TODAY TO WH-LAST-RUN-DATE (WS-HISTORY-IDX).
           MOVE WS-STEP-RC TO WH-LAST-RC (WS-HISTORY-IDX).
           IF WS-STEP-RC = ZERO
               SET WJ-RAN-CLEAN (WS-JOB-IDX) TO TRUE
               MOVE WS-TODAY TO WH-LAST-OK-DATE (WS-HISTORY-IDX)
           ELSE
               SET WJ-RAN-FAILED (WS-JOB-IDX) TO TRUE
           END-IF.
           GO TO RUN-ROUTINE.

       STREAM-WRAP-UP.
           IF WS-JOB-COUNT > ZERO
               PERFORM REWRITE-HISTORY THRU REWRITE-HISTORY-EXIT
               PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT
           END-IF.
           IF WS-NOT-RUN-COUNT > ZERO AND WS-STREAM-RC < 8
               MOVE 8 TO WS-STREAM-RC
           END-IF.
           MOVE 'HOUSEKEEP-STREAM' TO WS-STEP-NAME.
           MOVE WS-STREAM-RC TO WS-STEP-RC.
           IF STREAM-STOPPED
               MOVE 'STOPPED' TO WS-STEP-PHASE
               DISPLAY 'HOUSEKEEP-STREAM: STREAM STOPPED, RETURN '
                   'CODE ' WS-STREAM-RC
           ELSE
               MOVE 'END' TO WS-STEP-PHASE
               DISPLAY 'HOUSEKEEP-STREAM: ALL DUE JOBS PROCESSED'
           END-IF.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           DISPLAY 'HOUSEKEEP-STREAM RUN SUMMARY'.
           DISPLAY '  JOBS SCHEDULED    : ' WS-JOB-COUNT.
           DISPLAY '  JOBS DUE          : ' WS-DUE-COUNT.
           DISPLAY '  JOBS RUN          : ' WS-RAN-COUNT.
           DISPLAY '  DUE BUT NOT RUN   : ' WS-NOT-RUN-COUNT.
           MOVE WS-STREAM-RC TO RETURN-CODE.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * The schedule goes into the table in HS-SEQUENCE order, each
      * entry slotted in behind the ones with a lower or equal
      * sequence.
       LOAD-SCHEDULE.
           OPEN INPUT housekeeping-schedule-file.
           IF WS-SCHEDULE-STATUS NOT = '00'
               GO TO LOAD-SCHEDULE-EXIT
           END-IF.
       LOAD-SCHEDULE-READ.
           READ housekeeping-schedule-file
               AT END GO TO LOAD-SCHEDULE-CLOSE
           END-READ.
           IF HS-JOB = SPACES
               GO TO LOAD-SCHEDULE-READ
           END-IF.
           IF WS-JOB-COUNT NOT < 30
               ADD 1 TO WS-SCHEDULE-OVERFLOW
               GO TO LOAD-SCHEDULE-READ
           END-IF.
           IF HS-SEQUENCE IS NOT NUMERIC
               MOVE 99 TO HS-SEQUENCE
           END-IF.
           ADD 1 TO WS-JOB-COUNT.
           MOVE WS-JOB-COUNT TO WS-MOVE-IDX.
       LOAD-SCHEDULE-SLOT.
           IF WS-MOVE-IDX = 1
               GO TO LOAD-SCHEDULE-STORE
           END-IF.
           IF WJ-SEQUENCE (WS-MOVE-IDX - 1) NOT > HS-SEQUENCE
               GO TO LOAD-SCHEDULE-STORE
           END-IF.
           MOVE WS-JOB-ENTRY (WS-MOVE-IDX - 1)
               TO WS-JOB-ENTRY (WS-MOVE-IDX).
           SUBTRACT 1 FROM WS-MOVE-IDX.
           GO TO LOAD-SCHEDULE-SLOT.
       LOAD-SCHEDULE-STORE.
           MOVE SPACES TO WS-JOB-ENTRY (WS-MOVE-IDX).
           MOVE HS-SEQUENCE TO WJ-SEQUENCE (WS-MOVE-IDX).
           MOVE HS-JOB TO WJ-JOB (WS-MOVE-IDX).
           MOVE HS-FREQUENCY TO WJ-FREQUENCY (WS-MOVE-IDX).
           IF HS-DAY IS NUMERIC
               MOVE HS-DAY TO WJ-DAY (WS-MOVE-IDX)
           ELSE
               MOVE ZERO TO WJ-DAY (WS-MOVE-IDX)
           END-IF.
           MOVE HS-AFTER (1) TO WJ-AFTER (WS-MOVE-IDX, 1).
           MOVE HS-AFTER (2) TO WJ-AFTER (WS-MOVE-IDX, 2).
           MOVE HS-AFTER (3) TO WJ-AFTER (WS-MOVE-IDX, 3).
           MOVE ZERO TO WJ-LAST-OK-DATE (WS-MOVE-IDX).
           MOVE ZERO TO WJ-DUE-DATE (WS-MOVE-IDX).
           MOVE ZERO TO WJ-RC (WS-MOVE-IDX).
           SET WJ-NOT-DUE (WS-MOVE-IDX) TO TRUE.
           GO TO LOAD-SCHEDULE-READ.
       LOAD-SCHEDULE-CLOSE.
           CLOSE housekeeping-schedule-file.
       LOAD-SCHEDULE-EXIT.
           EXIT.

       LOAD-HISTORY.
           OPEN INPUT housekeeping-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO LOAD-HISTORY-EXIT
           END-IF.
       LOAD-HISTORY-READ.
           READ housekeeping-control-file
               AT END GO TO LOAD-HISTORY-CLOSE
           END-READ.
           IF HC-JOB = SPACES OR WS-HISTORY-COUNT NOT < 50
               GO TO LOAD-HISTORY-READ
           END-IF.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE HC-JOB TO WH-JOB (WS-HISTORY-COUNT).
           IF HC-LAST-OK-DATE IS NUMERIC
               MOVE HC-LAST-OK-DATE
                   TO WH-LAST-OK-DATE (WS-HISTORY-COUNT)
           ELSE
               MOVE ZERO TO WH-LAST-OK-DATE (WS-HISTORY-COUNT)
           END-IF.
           IF HC-LAST-RUN-DATE IS NUMERIC
               MOVE HC-LAST-RUN-DATE
                   TO WH-LAST-RUN-DATE (WS-HISTORY-COUNT)
           ELSE
               MOVE ZERO TO WH-LAST-RUN-DATE (WS-HISTORY-COUNT)
           END-IF.
           IF HC-LAST-RC IS NUMERIC
               MOVE HC-LAST-RC TO WH-LAST-RC (WS-HISTORY-COUNT)
           ELSE
               MOVE ZERO TO WH-LAST-RC (WS-HISTORY-COUNT)
           END-IF.
           GO TO LOAD-HISTORY-READ.
       LOAD-HISTORY-CLOSE.
           CLOSE housekeeping-control-file.
       LOAD-HISTORY-EXIT.
           EXIT.

      * History entry for the job at WS-JOB-IDX, added when it has
      * none yet (WS-HISTORY-IDX zero only when the table is full).
       FIND-HISTORY.
           MOVE ZERO TO WS-HISTORY-IDX.
       FIND-HISTORY-LOOP.
           ADD 1 TO WS-HISTORY-IDX.
           IF WS-HISTORY-IDX > WS-HISTORY-COUNT
               GO TO FIND-HISTORY-ADD
           END-IF.
           IF WH-JOB (WS-HISTORY-IDX) = WJ-JOB (WS-JOB-IDX)
               GO TO FIND-HISTORY-EXIT
           END-IF.
           GO TO FIND-HISTORY-LOOP.
       FIND-HISTORY-ADD.
           IF WS-HISTORY-COUNT NOT < 50
      * no room left: the last slot is reused rather than losing
      * today's run.
               MOVE 50 TO WS-HISTORY-IDX
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-HISTORY-COUNT TO WS-HISTORY-IDX
           END-IF.
           MOVE WJ-JOB (WS-JOB-IDX) TO WH-JOB (WS-HISTORY-IDX).
           MOVE ZERO TO WH-LAST-OK-DATE (WS-HISTORY-IDX).
           MOVE ZERO TO WH-LAST-RUN-DATE (WS-HISTORY-IDX).
           MOVE ZERO TO WH-LAST-RC (WS-HISTORY-IDX).
       FIND-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Latest scheduled date on or before today for the job at
      * WS-JOB-IDX; it is due when that date is after its last clean
      * run.  A job that is not a housekeeping job or has a schedule
      * that makes no sense is due and refused, so it shows on the
      * report.
      *-----------------------------------------------------------------
       SET-DUE.
           PERFORM FIND-HISTORY THRU FIND-HISTORY-EXIT.
           MOVE WH-LAST-OK-DATE (WS-HISTORY-IDX)
               TO WJ-LAST-OK-DATE (WS-JOB-IDX).
           EVALUATE WJ-JOB (WS-JOB-IDX)
               WHEN 'NIXIE-UPDATE'
               WHEN 'SUPPRESS-PURGE'
               WHEN 'ADDR-ARCHIVE'
               WHEN 'MASTER-AUDIT'
               WHEN 'LIST-GEO-REPORT'
               WHEN 'ZIPDIR-LOAD'
               WHEN 'OPTOUT-LOAD'
               WHEN 'MOVE-UPDATE'
               WHEN 'TRAINING-OVERDUE'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-TODAY TO WJ-DUE-DATE (WS-JOB-IDX)
                   MOVE 'NOT A HOUSEKEEPING JOB'
                       TO WJ-REASON (WS-JOB-IDX)
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM MARK-NOT-RUN THRU MARK-NOT-RUN-EXIT
                   GO TO SET-DUE-EXIT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WJ-FREQUENCY (WS-JOB-IDX) = 'D'
                   MOVE WS-TODAY TO WJ-DUE-DATE (WS-JOB-IDX)
               WHEN WJ-FREQUENCY (WS-JOB-IDX) = 'W'
                AND WJ-DAY (WS-JOB-IDX) > ZERO
                AND WJ-DAY (WS-JOB-IDX) < 8
                   COMPUTE WS-WORK-NUMBER = WS-TODAY-WEEKDAY + 7
                       - WJ-DAY (WS-JOB-IDX)
                   DIVIDE WS-WORK-NUMBER BY 7 GIVING WS-WORK-QUOT
                       REMAINDER WS-DAYS-BACK
                   COMPUTE WJ-DUE-DATE (WS-JOB-IDX) =
                       FUNCTION DATE-OF-INTEGER
                       (WS-TODAY-INT - WS-DAYS-BACK)
               WHEN WJ-FREQUENCY (WS-JOB-IDX) = 'M'
                AND WJ-DAY (WS-JOB-IDX) > ZERO
                AND WJ-DAY (WS-JOB-IDX) < 32
                   PERFORM MONTHLY-DUE-DATE
                       THRU MONTHLY-DUE-DATE-EXIT
               WHEN OTHER
                   MOVE WS-TODAY TO WJ-DUE-DATE (WS-JOB-IDX)
                   MOVE 'SCHEDULE ENTRY NOT VALID'
                       TO WJ-REASON (WS-JOB-IDX)
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM MARK-NOT-RUN THRU MARK-NOT-RUN-EXIT
                   GO TO SET-DUE-EXIT
           END-EVALUATE.
           IF WJ-DUE-DATE (WS-JOB-IDX)
                   > WJ-LAST-OK-DATE (WS-JOB-IDX)
               SET WJ-DUE (WS-JOB-IDX) TO TRUE
               ADD 1 TO WS-DUE-COUNT
           END-IF.
       SET-DUE-EXIT.
           EXIT.

      * This month's run day when it has come, otherwise last
      * month's; a day past the end of a month means its last day.
       MONTHLY-DUE-DATE.
           MOVE WS-TODAY TO WS-CAL-DATE.
           PERFORM MONTH-RUN-DAY THRU MONTH-RUN-DAY-EXIT.
           IF WS-MONTH-DAY NOT > WS-TODAY-DD
               MOVE WS-MONTH-DAY TO WS-CAL-DD
               MOVE WS-CAL-DATE TO WJ-DUE-DATE (WS-JOB-IDX)
               GO TO MONTHLY-DUE-DATE-EXIT
           END-IF.
           IF WS-CAL-MONTH = 1
               MOVE 12 TO WS-CAL-MONTH
               SUBTRACT 1 FROM WS-CAL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CAL-MONTH
           END-IF.
           PERFORM MONTH-RUN-DAY THRU MONTH-RUN-DAY-EXIT.
           MOVE WS-MONTH-DAY TO WS-CAL-DD.
           MOVE WS-CAL-DATE TO WJ-DUE-DATE (WS-JOB-IDX).
       MONTHLY-DUE-DATE-EXIT.
           EXIT.

      * The job's run day in the month of WS-CAL-DATE, cut back to
      * the month's last day.
       MONTH-RUN-DAY.
           MOVE WS-CAL-DATE TO WS-NEXT-MONTH-DATE.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).
           MOVE WJ-DAY (WS-JOB-IDX) TO WS-MONTH-DAY.
           IF WS-MONTH-DAY > WS-LAST-DAY-DATE (7:2)
               MOVE WS-LAST-DAY-DATE (7:2) TO WS-MONTH-DAY
           END-IF.
       MONTH-RUN-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every job named as a prerequisite must be on the schedule
      * ahead of this one and, when it was due today, have run clean.
      *-----------------------------------------------------------------
       CHECK-PREREQUISITES.
           MOVE ZERO TO WS-AFTER-IDX.
       CHECK-PREREQUISITES-NEXT.
           ADD 1 TO WS-AFTER-IDX.
           IF WS-AFTER-IDX > 3
               GO TO CHECK-PREREQUISITES-EXIT
           END-IF.
           IF WJ-AFTER (WS-JOB-IDX, WS-AFTER-IDX) = SPACES
               GO TO CHECK-PREREQUISITES-NEXT
           END-IF.
           MOVE ZERO TO WS-DEP-POS.
           MOVE ZERO TO WS-DEP-IDX.
       CHECK-PREREQUISITES-FIND.
           ADD 1 TO WS-DEP-IDX.
           IF WS-DEP-IDX > WS-JOB-COUNT
               GO TO CHECK-PREREQUISITES-FOUND
           END-IF.
           IF WJ-JOB (WS-DEP-IDX) = WJ-AFTER (WS-JOB-IDX, WS-AFTER-IDX)
               MOVE WS-DEP-IDX TO WS-DEP-POS
               GO TO CHECK-PREREQUISITES-FOUND
           END-IF.
           GO TO CHECK-PREREQUISITES-FIND.
       CHECK-PREREQUISITES-FOUND.
           MOVE SPACES TO WJ-REASON (WS-JOB-IDX).
           EVALUATE TRUE
               WHEN WS-DEP-POS = ZERO
                   STRING 'NEEDS ' DELIMITED BY SIZE
                          WJ-AFTER (WS-JOB-IDX, WS-AFTER-IDX)
                              DELIMITED BY SPACE
                          ' - NOT SCHEDULED' DELIMITED BY SIZE
                          INTO WJ-REASON (WS-JOB-IDX)
                   END-STRING
               WHEN WS-DEP-POS > WS-JOB-IDX
                   STRING 'SCHEDULED BEFORE ' DELIMITED BY SIZE
                          WJ-AFTER (WS-JOB-IDX, WS-AFTER-IDX)
                              DELIMITED BY SPACE
                          INTO WJ-REASON (WS-JOB-IDX)
                   END-STRING
               WHEN WJ-RAN-FAILED (WS-DEP-POS)
               WHEN WJ-NOT-RUN (WS-DEP-POS)
               WHEN WJ-DUE (WS-DEP-POS)
                   STRING WJ-AFTER (WS-JOB-IDX, WS-AFTER-IDX)
                              DELIMITED BY SPACE
                          ' DID NOT RUN CLEAN' DELIMITED BY SIZE
                          INTO WJ-REASON (WS-JOB-IDX)
                   END-STRING
               WHEN OTHER
                   GO TO CHECK-PREREQUISITES-NEXT
           END-EVALUATE.
           PERFORM MARK-NOT-RUN THRU MARK-NOT-RUN-EXIT.
       CHECK-PREREQUISITES-EXIT.
           EXIT.

      * A due job that will not run today: counted, and logged to
      * STREAM-LOG-FILE with phase NOT RUN.
       MARK-NOT-RUN.
           SET WJ-NOT-RUN (WS-JOB-IDX) TO TRUE.
           ADD 1 TO WS-NOT-RUN-COUNT.
           MOVE WJ-JOB (WS-JOB-IDX) TO WS-STEP-NAME.
           MOVE ZERO TO WS-STEP-RC.
           MOVE 'NOT RUN' TO WS-STEP-PHASE.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           DISPLAY 'HOUSEKEEP-STREAM: ' WJ-JOB (WS-JOB-IDX)
               ' DUE BUT NOT RUN - ' WJ-REASON (WS-JOB-IDX).
       MARK-NOT-RUN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Run one job: log its start, CALL it, capture its RETURN-CODE,
      * CANCEL it, log its end, and stop the stream on any nonzero
      * code.
      *-----------------------------------------------------------------
       RUN-STEP.
           MOVE ZERO TO WS-STEP-RC.
           MOVE 'START' TO WS-STEP-PHASE.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           DISPLAY 'HOUSEKEEP-STREAM: STARTING ' WS-STEP-NAME.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WS-STEP-NAME
               WHEN 'FILE-SNAPSHOT'
                   CALL 'FILE-SNAPSHOT'
               WHEN 'NIXIE-UPDATE'
                   CALL 'NIXIE-UPDATE'
               WHEN 'SUPPRESS-PURGE'
                   CALL 'SUPPRESS-PURGE'
               WHEN 'ADDR-ARCHIVE'
                   CALL 'ADDR-ARCHIVE'
               WHEN 'MASTER-AUDIT'
                   CALL 'MASTER-AUDIT'
               WHEN 'LIST-GEO-REPORT'
                   CALL 'LIST-GEO-REPORT'
               WHEN 'ZIPDIR-LOAD'
                   CALL 'ZIPDIR-LOAD'
               WHEN 'OPTOUT-LOAD'
                   CALL 'OPTOUT-LOAD'
               WHEN 'MOVE-UPDATE'
                   CALL 'MOVE-UPDATE'
               WHEN 'TRAINING-OVERDUE'
                   CALL 'TRAINING-OVERDUE'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RC.
      * drop the job's last-used working storage so the next stream
      * in this session starts it clean.
           EVALUATE WS-STEP-NAME
               WHEN 'FILE-SNAPSHOT'
                   CANCEL 'FILE-SNAPSHOT'
               WHEN 'NIXIE-UPDATE'
                   CANCEL 'NIXIE-UPDATE'
               WHEN 'SUPPRESS-PURGE'
                   CANCEL 'SUPPRESS-PURGE'
               WHEN 'ADDR-ARCHIVE'
                   CANCEL 'ADDR-ARCHIVE'
               WHEN 'MASTER-AUDIT'
                   CANCEL 'MASTER-AUDIT'
               WHEN 'LIST-GEO-REPORT'
                   CANCEL 'LIST-GEO-REPORT'
               WHEN 'ZIPDIR-LOAD'
                   CANCEL 'ZIPDIR-LOAD'
               WHEN 'OPTOUT-LOAD'
                   CANCEL 'OPTOUT-LOAD'
               WHEN 'MOVE-UPDATE'
                   CANCEL 'MOVE-UPDATE'
               WHEN 'TRAINING-OVERDUE'
                   CANCEL 'TRAINING-OVERDUE'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'END' TO WS-STEP-PHASE.
           PERFORM WRITE-STREAM-LOG THRU WRITE-STREAM-LOG-EXIT.
           DISPLAY 'HOUSEKEEP-STREAM: ' WS-STEP-NAME
               ' ENDED, RETURN CODE ' WS-STEP-RC.
           IF WS-STEP-RC NOT = ZERO
               SET STREAM-STOPPED TO TRUE
               MOVE WS-STEP-RC TO WS-STREAM-RC
           END-IF.
       RUN-STEP-EXIT.
           EXIT.

      * Last clean run and last attempt per job, for tomorrow's due
      * check; the whole file is rewritten.
       REWRITE-HISTORY.
           OPEN OUTPUT housekeeping-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'HOUSEKEEP-STREAM WARNING: HOUSEKEEPING-'
                   'CONTROL-FILE COULD NOT BE REWRITTEN, STATUS '
                   WS-CONTROL-STATUS
               GO TO REWRITE-HISTORY-EXIT
           END-IF.
           MOVE ZERO TO WS-HISTORY-IDX.
       REWRITE-HISTORY-LOOP.
           ADD 1 TO WS-HISTORY-IDX.
           IF WS-HISTORY-IDX > WS-HISTORY-COUNT
               GO TO REWRITE-HISTORY-CLOSE
           END-IF.
           MOVE SPACES TO HOUSEKEEPING-CONTROL-RECORD.
           MOVE WH-JOB (WS-HISTORY-IDX) TO HC-JOB.
           MOVE WH-LAST-OK-DATE (WS-HISTORY-IDX) TO HC-LAST-OK-DATE.
           MOVE WH-LAST-RUN-DATE (WS-HISTORY-IDX)
               TO HC-LAST-RUN-DATE.
           MOVE WH-LAST-RC (WS-HISTORY-IDX) TO HC-LAST-RC.
           WRITE HOUSEKEEPING-CONTROL-RECORD.
           GO TO REWRITE-HISTORY-LOOP.
       REWRITE-HISTORY-CLOSE.
           CLOSE housekeeping-control-file.
       REWRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One line per scheduled job, then the jobs that were due but
      * did not run, with the reason.
      *-----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT housekeeping-report.
           MOVE WS-TODAY TO H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-JOB-IDX.
       WRITE-REPORT-JOB.
           ADD 1 TO WS-JOB-IDX.
           IF WS-JOB-IDX > WS-JOB-COUNT
               GO TO WRITE-REPORT-MISSED
           END-IF.
           MOVE WJ-SEQUENCE (WS-JOB-IDX) TO DL-SEQUENCE.
           MOVE WJ-JOB (WS-JOB-IDX) TO DL-JOB.
           MOVE WJ-FREQUENCY (WS-JOB-IDX) TO DL-FREQUENCY.
           MOVE WJ-DAY (WS-JOB-IDX) TO DL-DAY.
           MOVE WJ-LAST-OK-DATE (WS-JOB-IDX) TO DL-LAST-OK-DATE.
           MOVE WJ-DUE-DATE (WS-JOB-IDX) TO DL-DUE-DATE.
           EVALUATE TRUE
               WHEN WJ-NOT-DUE (WS-JOB-IDX)
                   MOVE 'NOT DUE' TO DL-OUTCOME
               WHEN WJ-RAN-CLEAN (WS-JOB-IDX)
               WHEN WJ-RAN-FAILED (WS-JOB-IDX)
                   MOVE WJ-RC (WS-JOB-IDX) TO OR-RC
                   MOVE WS-OUTCOME-RC TO DL-OUTCOME
               WHEN OTHER
                   MOVE 'DUE - NOT RUN' TO DL-OUTCOME
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO WRITE-REPORT-JOB.
       WRITE-REPORT-MISSED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DUE BUT NOT RUN' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-JOB-IDX.
       WRITE-REPORT-MISSED-JOB.
           ADD 1 TO WS-JOB-IDX.
           IF WS-JOB-IDX > WS-JOB-COUNT
               GO TO WRITE-REPORT-TOTALS
           END-IF.
           IF NOT WJ-NOT-RUN (WS-JOB-IDX)
               GO TO WRITE-REPORT-MISSED-JOB
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WJ-JOB (WS-JOB-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WJ-REASON (WS-JOB-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           GO TO WRITE-REPORT-MISSED-JOB.
       WRITE-REPORT-TOTALS.
           IF WS-NOT-RUN-COUNT = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'JOBS SCHEDULED ..................:' TO TOT-LABEL.
           MOVE WS-JOB-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'JOBS DUE ........................:' TO TOT-LABEL.
           MOVE WS-DUE-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'JOBS RUN ........................:' TO TOT-LABEL.
           MOVE WS-RAN-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DUE BUT NOT RUN .................:' TO TOT-LABEL.
           MOVE WS-NOT-RUN-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE housekeeping-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
       WRITE-REPORT-EXIT.
           EXIT.

       WRITE-STREAM-LOG.
           OPEN EXTEND stream-log-file.
           IF WS-STREAM-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT stream-log-file
           END-IF.
           IF WS-STREAM-LOG-STATUS NOT = '00'
               DISPLAY 'HOUSEKEEP-STREAM WARNING: STREAM-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-STREAM-LOG-STATUS
               GO TO WRITE-STREAM-LOG-EXIT
           END-IF.
           MOVE SPACES TO STREAM-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO SL-TIME.
           MOVE WS-STEP-NAME TO SL-STEP.
           MOVE WS-STEP-PHASE TO SL-PHASE.
           MOVE WS-STEP-RC TO SL-RETURN-CODE.
           WRITE STREAM-LOG-RECORD.
           CLOSE stream-log-file.
       WRITE-STREAM-LOG-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'HOUSEKEEP-STREAM WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
           OPEN EXTEND job-log-file.
           IF WS-JOB-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT job-log-file
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = '00'
               DISPLAY 'HOUSEKEEP-STREAM WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'HOUSEKEEP-STREAM' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-DUE-COUNT TO JL-COUNT-1.
           MOVE WS-RAN-COUNT TO JL-COUNT-2.
           MOVE WS-NOT-RUN-COUNT TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM HOUSEKEEP-STREAM.
