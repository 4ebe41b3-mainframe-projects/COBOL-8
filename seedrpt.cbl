      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: SEED ARRIVALS AGAINST THE VENDOR'S MAIL DATE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; run after VENDOR-ACK.  Reads
      *                   every seed VENDOR-EXTRACT logged on SEED-
      *                   TRACKING-FILE (arrival dates keyed through
      *                   SEED-RECEIPT) and compares it with the
      *                   VA-MAIL-DATE the vendor acknowledged for the
      *                   same file sequence.  A seed arriving more
      *                   than SC-LATE-DAYS after the mail date is
      *                   LATE, one still not in after SC-MISSING-DAYS
      *                   is MISSING, and one arriving before the
      *                   vendor says it mailed is flagged too (the
      *                   mail date cannot be right).  Seeds sent more
      *                   than SC-WINDOW-DAYS ago were settled by
      *                   earlier runs and are skipped.  Ends with
      *                   RETURN-CODE 8 when anything is flagged.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEED-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seed-tracking-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-SEED-TRACK-STATUS.

           SELECT vendor-ack-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT seed-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT seed-report
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  seed-tracking-file.
       01  SEED-TRACKING-RECORD.
           05 ST-KEY.
               10 ST-FILE-SEQUENCE PIC 9(06).
               10 ST-SEED-ID    PIC X(06).
           05 ST-CAMPAIGN       PIC X(08).
           05 ST-SEND-DATE      PIC 9(08).
           05 ST-LAST-NAME      PIC X(15).
           05 ST-FIRST-NAME     PIC X(10).
           05 ST-STREET         PIC X(25).
           05 ST-CITY           PIC X(10).
           05 ST-STATE          PIC XX.
           05 ST-ZIP            PIC X(10).
           05 ST-ARRIVAL-DATE   PIC 9(08).
           05 ST-KEYED-BY       PIC X(08).
           05 ST-KEYED-DATE     PIC 9(08).

       FD  vendor-ack-file.
       01  VENDOR-ACK-RECORD.
           05 VA-FILE-SEQUENCE  PIC 9(06).
           05 FILLER            PIC X(02).
           05 VA-RECEIVED-COUNT PIC 9(07).
           05 FILLER            PIC X(02).
           05 VA-ZIP-HASH       PIC 9(12).
           05 FILLER            PIC X(02).
           05 VA-MAIL-DATE      PIC 9(08).

       FD  seed-control-file.
       01  SEED-CONTROL-RECORD.
           05 SC-LATE-DAYS      PIC 9(03).
           05 FILLER            PIC X(02).
           05 SC-MISSING-DAYS   PIC 9(03).
           05 FILLER            PIC X(02).
           05 SC-WINDOW-DAYS    PIC 9(03).

       FD  seed-report.
       01  REPORT-LINE          PIC X(80).

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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'seed-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'SEED-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-SEED-TRACK-STATUS  PIC X(02).
       01  WS-ACK-STATUS         PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).

      * the vendor's mail date for each acknowledged file sequence;
      * a sequence acknowledged twice keeps the later mail date.
       01  WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 500 TIMES
              INDEXED BY WS-ACK-IDX.
               10 WS-ACK-SEQUENCE PIC 9(06).
               10 WS-ACK-DATE     PIC 9(08).
       01  WS-ACK-COUNT-IN       PIC 9(04) VALUE ZERO.
       01  WS-ACK-TABLE-FULL-SW  PIC X VALUE 'N'.
           88 ACK-TABLE-FULL     VALUE 'Y'.
       01  WS-ACK-FOUND-SW       PIC X VALUE 'N'.
           88 ACK-FOUND          VALUE 'Y'.
       01  WS-HOLD-IDX           PIC 9(04) VALUE ZERO.
       01  WS-FIND-SEQUENCE      PIC 9(06) VALUE ZERO.

       01  WS-LATE-DAYS          PIC 9(03) VALUE 5.
       01  WS-MISSING-DAYS       PIC 9(03) VALUE 10.
       01  WS-WINDOW-DAYS        PIC 9(03) VALUE 90.

       01  WS-RUN-COUNTS.
           05 WS-SEEDS-READ      PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-SKIPPED   PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-ON-TIME   PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-LATE      PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-MISSING   PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-EARLY     PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-PENDING   PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-NO-ACK    PIC 9(07) COMP VALUE ZERO.
           05 WS-SEEDS-FLAGGED   PIC 9(07) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-FROM-DATE          PIC 9(08) VALUE ZERO.
       01  WS-FROM-INT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ARRIVAL-INT        PIC 9(08) COMP VALUE ZERO.
       01  WS-SEND-INT           PIC 9(08) COMP VALUE ZERO.
       01  WS-AGE-DAYS           PIC S9(08) COMP VALUE ZERO.
       01  WS-TRANSIT-DAYS       PIC S9(08) COMP VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER             PIC X(08) VALUE 'SEQUENCE'.
           05 FILLER             PIC X(08) VALUE 'SEED'.
           05 FILLER             PIC X(10) VALUE 'CAMPAIGN'.
           05 FILLER             PIC X(10) VALUE 'MAILED'.
           05 FILLER             PIC X(10) VALUE 'ARRIVED'.
           05 FILLER             PIC X(07) VALUE '  DAYS'.
           05 FILLER             PIC X(24) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 DET-SEQUENCE       PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-SEED-ID        PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-CAMPAIGN       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-MAIL-DATE      PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-ARRIVAL-DATE   PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-DAYS           PIC ZZZ9-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-STATUS         PIC X(24).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM LOAD-CONTROL THRU LOAD-CONTROL-EXIT.
           OPEN INPUT seed-tracking-file.
           IF WS-SEED-TRACK-STATUS NOT = '00'
               DISPLAY 'SEED-REPORT ERROR: SEED-TRACKING-FILE OPEN '
                   'FAILED, STATUS ' WS-SEED-TRACK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT vendor-ack-file.
           IF WS-ACK-STATUS = '00'
               PERFORM LOAD-ACK-TABLE THRU LOAD-ACK-TABLE-EXIT
           ELSE
               DISPLAY 'SEED-REPORT WARNING: VENDOR-ACK-FILE NOT '
                   'FOUND - NO MAIL DATES TO COMPARE AGAINST'
           END-IF.
           OPEN OUTPUT seed-report.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'SEED ARRIVAL REPORT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO ST-KEY.
           START seed-tracking-file KEY NOT < ST-KEY
               INVALID KEY GO TO SEED-ROUTINE-EXIT
           END-START.

       SEED-ROUTINE.
           READ seed-tracking-file NEXT RECORD
               AT END GO TO SEED-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-SEEDS-READ.
           IF ST-SEND-DATE IS NOT NUMERIC OR ST-SEND-DATE = ZERO
               MOVE WS-TODAY TO ST-SEND-DATE
           END-IF.
           COMPUTE WS-SEND-INT =
               FUNCTION INTEGER-OF-DATE (ST-SEND-DATE).
           IF WS-TODAY-INT - WS-SEND-INT > WS-WINDOW-DAYS
               ADD 1 TO WS-SEEDS-SKIPPED
               GO TO SEED-ROUTINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ST-FILE-SEQUENCE TO DET-SEQUENCE.
           MOVE ST-SEED-ID TO DET-SEED-ID.
           MOVE ST-CAMPAIGN TO DET-CAMPAIGN.
           MOVE ZERO TO DET-DAYS.
           IF ST-ARRIVAL-DATE IS NUMERIC AND ST-ARRIVAL-DATE > ZERO
               MOVE ST-ARRIVAL-DATE TO DET-ARRIVAL-DATE
           ELSE
               MOVE ZERO TO ST-ARRIVAL-DATE
           END-IF.
           MOVE ST-FILE-SEQUENCE TO WS-FIND-SEQUENCE.
           PERFORM FIND-ACK THRU FIND-ACK-EXIT.
           IF ACK-FOUND
               MOVE WS-ACK-DATE(WS-HOLD-IDX) TO WS-FROM-DATE
               MOVE WS-FROM-DATE TO DET-MAIL-DATE
           ELSE
               ADD 1 TO WS-SEEDS-NO-ACK
               MOVE ST-SEND-DATE TO WS-FROM-DATE
               MOVE 'NO ACK' TO DET-MAIL-DATE
           END-IF.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
      * not in yet: only a problem once the missing window has run
      * out, counted from the vendor's mail date (or our send date
      * when the vendor never acknowledged the sequence).
           IF ST-ARRIVAL-DATE = ZERO
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FROM-INT
               MOVE WS-AGE-DAYS TO DET-DAYS
               IF WS-AGE-DAYS > WS-MISSING-DAYS
                   ADD 1 TO WS-SEEDS-MISSING
                   ADD 1 TO WS-SEEDS-FLAGGED
                   MOVE '*** MISSING' TO DET-STATUS
               ELSE
                   ADD 1 TO WS-SEEDS-PENDING
                   MOVE 'NOT YET DUE' TO DET-STATUS
               END-IF
               GO TO SEED-ROUTINE-WRITE
           END-IF.
           COMPUTE WS-ARRIVAL-INT =
               FUNCTION INTEGER-OF-DATE (ST-ARRIVAL-DATE).
           COMPUTE WS-TRANSIT-DAYS = WS-ARRIVAL-INT - WS-FROM-INT.
           MOVE WS-TRANSIT-DAYS TO DET-DAYS.
           IF NOT ACK-FOUND
               ADD 1 TO WS-SEEDS-ON-TIME
               MOVE 'ARRIVED, NO VENDOR ACK' TO DET-STATUS
               GO TO SEED-ROUTINE-WRITE
           END-IF.
           IF WS-TRANSIT-DAYS < ZERO
               ADD 1 TO WS-SEEDS-EARLY
               ADD 1 TO WS-SEEDS-FLAGGED
               MOVE '*** BEFORE MAIL DATE' TO DET-STATUS
               GO TO SEED-ROUTINE-WRITE
           END-IF.
           IF WS-TRANSIT-DAYS > WS-LATE-DAYS
               ADD 1 TO WS-SEEDS-LATE
               ADD 1 TO WS-SEEDS-FLAGGED
               MOVE '*** LATE' TO DET-STATUS
           ELSE
               ADD 1 TO WS-SEEDS-ON-TIME
               MOVE 'ON TIME' TO DET-STATUS
           END-IF.
       SEED-ROUTINE-WRITE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO SEED-ROUTINE.
       SEED-ROUTINE-EXIT.
           CLOSE seed-tracking-file.

       END-ROUTINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SEEDS ON TRACKING FILE ..........:' TO TOT-LABEL.
           MOVE WS-SEEDS-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OUTSIDE REPORT WINDOW, SKIPPED ..:' TO TOT-LABEL.
           MOVE WS-SEEDS-SKIPPED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ARRIVED ON TIME .................:' TO TOT-LABEL.
           MOVE WS-SEEDS-ON-TIME TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ARRIVED LATE ....................:' TO TOT-LABEL.
           MOVE WS-SEEDS-LATE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ARRIVED BEFORE VENDOR MAIL DATE .:' TO TOT-LABEL.
           MOVE WS-SEEDS-EARLY TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'MISSING .........................:' TO TOT-LABEL.
           MOVE WS-SEEDS-MISSING TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NOT YET DUE .....................:' TO TOT-LABEL.
           MOVE WS-SEEDS-PENDING TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SEQUENCE NOT ACKNOWLEDGED .......:' TO TOT-LABEL.
           MOVE WS-SEEDS-NO-ACK TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE seed-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'SEED-REPORT RUN SUMMARY'.
           DISPLAY '  SEEDS READ        : ' WS-SEEDS-READ.
           DISPLAY '  ON TIME           : ' WS-SEEDS-ON-TIME.
           DISPLAY '  LATE              : ' WS-SEEDS-LATE.
           DISPLAY '  BEFORE MAIL DATE  : ' WS-SEEDS-EARLY.
           DISPLAY '  MISSING           : ' WS-SEEDS-MISSING.
           DISPLAY '  NOT YET DUE       : ' WS-SEEDS-PENDING.
           IF WS-SEEDS-FLAGGED > 0
               DISPLAY 'SEED-REPORT: ' WS-SEEDS-FLAGGED
                   ' SEED(S) FLAGGED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Optional thresholds; the defaults stand when the control file
      * is missing or a field is blank.
       LOAD-CONTROL.
           OPEN INPUT seed-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO LOAD-CONTROL-EXIT
           END-IF.
           READ seed-control-file
               AT END GO TO LOAD-CONTROL-CLOSE
           END-READ.
           IF SC-LATE-DAYS IS NUMERIC
               MOVE SC-LATE-DAYS TO WS-LATE-DAYS
           END-IF.
           IF SC-MISSING-DAYS IS NUMERIC AND SC-MISSING-DAYS > 0
               MOVE SC-MISSING-DAYS TO WS-MISSING-DAYS
           END-IF.
           IF SC-WINDOW-DAYS IS NUMERIC AND SC-WINDOW-DAYS > 0
               MOVE SC-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
       LOAD-CONTROL-CLOSE.
           CLOSE seed-control-file.
       LOAD-CONTROL-EXIT.
           EXIT.

       LOAD-ACK-TABLE.
           INITIALIZE WS-ACK-TABLE.
       LOAD-ACK-TABLE-READ.
           READ vendor-ack-file
               AT END GO TO LOAD-ACK-TABLE-CLOSE.
           IF VA-MAIL-DATE IS NOT NUMERIC OR VA-MAIL-DATE = ZERO
               GO TO LOAD-ACK-TABLE-READ
           END-IF.
           MOVE VA-FILE-SEQUENCE TO WS-FIND-SEQUENCE.
           PERFORM FIND-ACK THRU FIND-ACK-EXIT.
           IF ACK-FOUND
               MOVE VA-MAIL-DATE TO WS-ACK-DATE(WS-HOLD-IDX)
               GO TO LOAD-ACK-TABLE-READ
           END-IF.
           IF WS-ACK-COUNT-IN < 500
               ADD 1 TO WS-ACK-COUNT-IN
               MOVE VA-FILE-SEQUENCE
                   TO WS-ACK-SEQUENCE(WS-ACK-COUNT-IN)
               MOVE VA-MAIL-DATE TO WS-ACK-DATE(WS-ACK-COUNT-IN)
           ELSE
               IF NOT ACK-TABLE-FULL
                   SET ACK-TABLE-FULL TO TRUE
                   DISPLAY 'SEED-REPORT WARNING: ACK TABLE IS FULL '
                       'AT 500 ENTRIES - FURTHER MAIL DATES ARE '
                       'NOT LOADED'
               END-IF
           END-IF.
           GO TO LOAD-ACK-TABLE-READ.
       LOAD-ACK-TABLE-CLOSE.
           CLOSE vendor-ack-file.
       LOAD-ACK-TABLE-EXIT.
           EXIT.

      * Mail date for the file sequence in WS-FIND-SEQUENCE.
       FIND-ACK.
           MOVE 'N' TO WS-ACK-FOUND-SW.
           MOVE ZERO TO WS-HOLD-IDX.
           IF WS-ACK-COUNT-IN = ZERO
               GO TO FIND-ACK-EXIT
           END-IF.
           SET WS-ACK-IDX TO 1.
           SEARCH WS-ACK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACK-SEQUENCE(WS-ACK-IDX) = WS-FIND-SEQUENCE
                   SET ACK-FOUND TO TRUE
                   SET WS-HOLD-IDX TO WS-ACK-IDX
           END-SEARCH.
       FIND-ACK-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'SEED-REPORT WARNING: REPORT-FILE NOT '
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
               DISPLAY 'SEED-REPORT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'SEED-REPORT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-SEEDS-READ TO JL-COUNT-1.
           MOVE WS-SEEDS-FLAGGED TO JL-COUNT-2.
           MOVE WS-SEEDS-PENDING TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM SEED-REPORT.
