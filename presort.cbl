      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - for a campaign dropped in waves the report
      *                   names the wave and its file sequence; each
      *                   wave has its own report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESORT-REPORT.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT wave-control-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-KEY
           FILE STATUS IS WS-WAVE-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
       01  OUTPUT-RECORD.
           05 FILLER            PIC X(87).
           05 OUT-ZIP           PIC X(10).
           05 FILLER            PIC X(20).
           05 OUT-CAMPAIGN      PIC X(8).

       FD  presort-report.
       01  REPORT-LINE          PIC X(80).

       FD  wave-control-file.
       01  WAVE-CONTROL-RECORD.
           05 WC-KEY.
               10 WC-CAMPAIGN   PIC X(08).
               10 WC-WAVE       PIC 9(02).
           05 WC-STATUS         PIC X(01).
               88 WC-POOLED         VALUE 'P'.
               88 WC-CUT            VALUE 'C'.
               88 WC-SENT           VALUE 'S'.
           05 WC-DROP-DATE      PIC 9(08).
           05 WC-PIECES         PIC 9(07).
           05 WC-FIRST-ZIP3     PIC X(03).
           05 WC-LAST-ZIP3      PIC X(03).
           05 WC-FILE-SEQUENCE  PIC 9(06).
           05 WC-SEND-DATE      PIC 9(08).

       FD  job-log-file.
       01  JOB-LOG-RECORD.
           05 JL-PROGRAM        PIC X(18).
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'presort-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'PRESORT-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-DATAOUT-STATUS    PIC X(02).


       01  WS-EDITED-RESIDUAL   PIC ZZZ,ZZ9.

      * the wave of a campaign in waves VENDOR-EXTRACT sent today
       01  WS-WAVE-STATUS       PIC X(02).
       01  WS-WAVE-NUMBER       PIC 9(02) VALUE ZERO.
       01  WS-WAVE-SEQUENCE     PIC 9(06) VALUE ZERO.
       01  WS-WAVE-TODAY        PIC 9(08) VALUE ZERO.
       01  WS-WAVE-CAMPAIGN     PIC X(08) VALUE SPACES.
       01  WS-WAVE-LINE.
           05 FILLER            PIC X(05) VALUE 'WAVE '.
           05 WVL-WAVE          PIC 99.
           05 FILLER            PIC X(13) VALUE ' OF CAMPAIGN '.
           05 WVL-CAMPAIGN      PIC X(08).
           05 FILLER            PIC X(16) VALUE '  FILE SEQUENCE '.
           05 WVL-FILE-SEQUENCE PIC 9(06).

       PROCEDURE DIVISION.
       START-ROUTINE.
           OPEN INPUT dataout.
               AT END GO TO WRAP-UP-ROUTINE
           END-READ.
           MOVE OUT-ZIP(1:5) TO WS-THIS-ZIP5.
           MOVE OUT-CAMPAIGN TO RF-CAMPAIGN.
           IF HAVE-RECORD
               IF WS-THIS-ZIP5 < WS-PREV-ZIP5
                   SET SEQUENCE-ERROR TO TRUE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RF-CAMPAIGN TO WS-WAVE-CAMPAIGN.
           PERFORM FIND-WAVE THRU FIND-WAVE-EXIT.
           IF WS-WAVE-NUMBER NOT = ZERO
               MOVE WS-WAVE-NUMBER TO WVL-WAVE
               MOVE WS-WAVE-CAMPAIGN TO WVL-CAMPAIGN
               MOVE WS-WAVE-SEQUENCE TO WVL-FILE-SEQUENCE
               MOVE WS-WAVE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TOTAL PIECES ....................:' TO TOT-LABEL.
           MOVE WS-TOTAL-PIECES TO TOT-COUNT.
           END-IF.
           CLOSE dataout.
           CLOSE presort-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

       ASSIGN-TRAYS-EXIT.
           EXIT.

      * A campaign in waves goes one wave a night; the wave sent
      * today is the one this dataout holds.
       FIND-WAVE.
           MOVE ZERO TO WS-WAVE-NUMBER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-WAVE-TODAY.
           IF WS-WAVE-CAMPAIGN = SPACES
               GO TO FIND-WAVE-EXIT
           END-IF.
           OPEN INPUT wave-control-file.
           IF WS-WAVE-STATUS NOT = '00'
               GO TO FIND-WAVE-EXIT
           END-IF.
           MOVE WS-WAVE-CAMPAIGN TO WC-CAMPAIGN.
           MOVE 1 TO WC-WAVE.
           START wave-control-file KEY IS NOT LESS THAN WC-KEY
               INVALID KEY GO TO FIND-WAVE-CLOSE
           END-START.
       FIND-WAVE-READ.
           READ wave-control-file NEXT RECORD
               AT END GO TO FIND-WAVE-CLOSE
           END-READ.
           IF WC-CAMPAIGN NOT = WS-WAVE-CAMPAIGN
               GO TO FIND-WAVE-CLOSE
           END-IF.
           IF WC-SENT AND WC-SEND-DATE = WS-WAVE-TODAY
               MOVE WC-WAVE TO WS-WAVE-NUMBER
               MOVE WC-FILE-SEQUENCE TO WS-WAVE-SEQUENCE
           END-IF.
           GO TO FIND-WAVE-READ.
       FIND-WAVE-CLOSE.
           CLOSE wave-control-file.
       FIND-WAVE-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'PRESORT-REPORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
