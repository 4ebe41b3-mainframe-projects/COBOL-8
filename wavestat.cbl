      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: STATUS OF THE CAMPAIGNS BEING DROPPED IN WAVES
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; runs in NIGHT-STREAM after
      *                   the mailing steps, whether or not a wave
      *                   went tonight.  For every campaign on
      *                   WAVE-SCHEDULE-FILE, in campaign and wave
      *                   order: the pool WAVE-CUT took (date and
      *                   pieces), then each wave with its drop date
      *                   and maximum and where it stands on
      *                   WAVE-CONTROL-FILE - SENT (pieces, ZIP3
      *                   range, file sequence, date sent), CUT (cut
      *                   but the transmission did not complete), DUE
      *                   (drop date come, not yet cut), SCHEDULED, or
      *                   NOT NEEDED once the pool is empty - and the
      *                   pieces sent and still held for the campaign.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAVE-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT wave-schedule-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT wave-sorted-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT wave-sort-work
           ASSIGN TO DISC.

           SELECT wave-control-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-KEY
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT wave-status-report
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
       FD  wave-schedule-file.
       01  WAVE-SCHEDULE-RECORD    PIC X(31).

       FD  wave-sorted-file.
       01  WAVE-SORTED-RECORD.
           05 WV-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 WV-WAVE           PIC 9(02).
           05 FILLER            PIC X(02).
           05 WV-DROP-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 WV-MAX-PIECES     PIC 9(07).

       SD  wave-sort-work.
       01  WAVE-SORT-RECORD.
           05 SW-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 SW-WAVE           PIC X(02).
           05 FILLER            PIC X(19).

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

       FD  wave-status-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'wave-status-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'WAVE-STATUS'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-SCHEDULE-STATUS    PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-CONTROL-OPEN-SW    PIC X VALUE 'N'.
           88 CONTROL-FILE-OPEN  VALUE 'Y'.
       01  WS-TODAY              PIC 9(08) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-CAMPAIGNS       PIC 9(07) COMP VALUE ZERO.
           05 WS-LINES-REJECTED  PIC 9(07) COMP VALUE ZERO.
           05 WS-WAVES-SENT      PIC 9(07) COMP VALUE ZERO.
           05 WS-WAVES-TO-GO     PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-SENT     PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-HELD     PIC 9(07) COMP VALUE ZERO.

      * the campaign being printed
       01  WS-THIS-CAMPAIGN      PIC X(08) VALUE SPACES.
       01  WS-CAMP-POOLED-SW     PIC X VALUE 'N'.
           88 CAMPAIGN-POOLED    VALUE 'Y'.
       01  WS-CAMP-POOL          PIC 9(07) VALUE ZERO.
       01  WS-CAMP-SENT          PIC 9(07) VALUE ZERO.
       01  WS-CAMP-HELD          PIC 9(07) VALUE ZERO.

       01  WS-TITLE-LINE.
           05 FILLER             PIC X(30)
               VALUE 'CAMPAIGN WAVE STATUS'.
           05 FILLER             PIC X(10) VALUE 'RUN DATE '.
           05 TTL-DATE           PIC 9(08).

       01  WS-CAMPAIGN-LINE.
           05 FILLER             PIC X(09) VALUE 'CAMPAIGN '.
           05 CPL-CAMPAIGN       PIC X(08).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 CPL-POOL-TEXT      PIC X(18).
           05 CPL-PIECES-TEXT    PIC X(10).
           05 CPL-PIECES         PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.

       01  WS-WAVE-HEADING.
           05 FILLER             PIC X(40)
               VALUE '  WAVE DROP DATE   MAXIMUM STATUS     '.
           05 FILLER             PIC X(40)
               VALUE 'PIECES ZIP3     SEQ     SENT ON'.

       01  WS-WAVE-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WVL-WAVE           PIC 99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WVL-DROP-DATE      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WVL-MAXIMUM        PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WVL-STATUS         PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WVL-PIECES         PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WVL-ZIP3-RANGE     PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WVL-FILE-SEQUENCE  PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WVL-SEND-DATE      PIC X(08).

       01  WS-CAMP-TOTAL-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CTL-SENT-TEXT      PIC X(14) VALUE 'PIECES SENT '.
           05 CTL-SENT           PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CTL-HELD-TEXT      PIC X(18) VALUE 'PIECES STILL HELD '.
           05 CTL-HELD           PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * CALLed from NIGHT-STREAM; start every run clean.
           MOVE ZERO TO RETURN-CODE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE SPACES TO WS-THIS-CAMPAIGN.
           MOVE 'N' TO WS-CONTROL-OPEN-SW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN OUTPUT wave-status-report.
           MOVE WS-TODAY TO TTL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT wave-schedule-file.
           IF WS-SCHEDULE-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '  NO WAVE SCHEDULE - NO CAMPAIGN IS IN WAVES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO END-ROUTINE
           END-IF.
           CLOSE wave-schedule-file.
      * without a control file nothing has been pooled or sent yet.
           OPEN INPUT wave-control-file.
           IF WS-CONTROL-STATUS = '00'
               SET CONTROL-FILE-OPEN TO TRUE
           END-IF.
           SORT wave-sort-work
               ON ASCENDING KEY SW-CAMPAIGN
               ON ASCENDING KEY SW-WAVE
               USING wave-schedule-file
               GIVING wave-sorted-file.
           OPEN INPUT wave-sorted-file.

       WAVE-ROUTINE.
           READ wave-sorted-file
               AT END GO TO WAVE-ROUTINE-EXIT
           END-READ.
           IF WV-CAMPAIGN = SPACES
               GO TO WAVE-ROUTINE
           END-IF.
           IF WV-WAVE IS NOT NUMERIC
            OR WV-WAVE = ZERO
            OR WV-DROP-DATE IS NOT NUMERIC
            OR WV-MAX-PIECES IS NOT NUMERIC
               ADD 1 TO WS-LINES-REJECTED
               GO TO WAVE-ROUTINE
           END-IF.
           IF WV-CAMPAIGN NOT = WS-THIS-CAMPAIGN
               IF WS-THIS-CAMPAIGN NOT = SPACES
                   PERFORM CAMPAIGN-END THRU CAMPAIGN-END-EXIT
               END-IF
               PERFORM CAMPAIGN-START THRU CAMPAIGN-START-EXIT
           END-IF.
           PERFORM PRINT-WAVE THRU PRINT-WAVE-EXIT.
           GO TO WAVE-ROUTINE.
       WAVE-ROUTINE-EXIT.
           IF WS-THIS-CAMPAIGN NOT = SPACES
               PERFORM CAMPAIGN-END THRU CAMPAIGN-END-EXIT
           END-IF.
           CLOSE wave-sorted-file.
           IF CONTROL-FILE-OPEN
               CLOSE wave-control-file
           END-IF.

       END-ROUTINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CAMPAIGNS IN WAVES ..............:' TO TOT-LABEL.
           MOVE WS-CAMPAIGNS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'WAVES SENT ......................:' TO TOT-LABEL.
           MOVE WS-WAVES-SENT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'WAVES STILL TO GO ...............:' TO TOT-LABEL.
           MOVE WS-WAVES-TO-GO TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PIECES SENT .....................:' TO TOT-LABEL.
           MOVE WS-PIECES-SENT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PIECES STILL HELD ...............:' TO TOT-LABEL.
           MOVE WS-PIECES-HELD TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LINES-REJECTED > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'SCHEDULE LINES NOT USABLE .......:' TO TOT-LABEL
               MOVE WS-LINES-REJECTED TO TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE wave-status-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'WAVE-STATUS RUN SUMMARY'.
           DISPLAY '  CAMPAIGNS         : ' WS-CAMPAIGNS.
           DISPLAY '  WAVES SENT        : ' WS-WAVES-SENT.
           DISPLAY '  WAVES TO GO       : ' WS-WAVES-TO-GO.
           DISPLAY '  PIECES HELD       : ' WS-PIECES-HELD.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * A new campaign: its pool from the wave 00 control record.
       CAMPAIGN-START.
           ADD 1 TO WS-CAMPAIGNS.
           MOVE WV-CAMPAIGN TO WS-THIS-CAMPAIGN.
           MOVE 'N' TO WS-CAMP-POOLED-SW.
           MOVE ZERO TO WS-CAMP-POOL.
           MOVE ZERO TO WS-CAMP-SENT.
           MOVE WS-THIS-CAMPAIGN TO CPL-CAMPAIGN.
           MOVE SPACES TO CPL-POOL-TEXT.
           MOVE SPACES TO CPL-PIECES-TEXT.
           IF CONTROL-FILE-OPEN
               MOVE WS-THIS-CAMPAIGN TO WC-CAMPAIGN
               MOVE ZERO TO WC-WAVE
               READ wave-control-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET CAMPAIGN-POOLED TO TRUE
                       MOVE WC-PIECES TO WS-CAMP-POOL
               END-READ
           END-IF.
           IF CAMPAIGN-POOLED
               STRING 'POOLED ON ' DELIMITED BY SIZE
                      WC-DROP-DATE DELIMITED BY SIZE
                      INTO CPL-POOL-TEXT
               END-STRING
               MOVE '   PIECES ' TO CPL-PIECES-TEXT
               MOVE WS-CAMP-POOL TO CPL-PIECES
           ELSE
               MOVE 'NOT YET POOLED' TO CPL-POOL-TEXT
               MOVE ZERO TO CPL-PIECES
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CAMPAIGN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WAVE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       CAMPAIGN-START-EXIT.
           EXIT.

      * One scheduled wave and where it stands.
       PRINT-WAVE.
           MOVE SPACES TO WS-WAVE-LINE.
           MOVE WV-WAVE TO WVL-WAVE.
           MOVE WV-DROP-DATE TO WVL-DROP-DATE.
           MOVE WV-MAX-PIECES TO WVL-MAXIMUM.
           MOVE SPACE TO WC-STATUS.
           IF CONTROL-FILE-OPEN
               MOVE WV-CAMPAIGN TO WC-CAMPAIGN
               MOVE WV-WAVE TO WC-WAVE
               READ wave-control-file
                   INVALID KEY MOVE SPACE TO WC-STATUS
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WC-SENT
                   MOVE 'SENT' TO WVL-STATUS
                   MOVE WC-PIECES TO WVL-PIECES
                   STRING WC-FIRST-ZIP3 DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WC-LAST-ZIP3 DELIMITED BY SIZE
                          INTO WVL-ZIP3-RANGE
                   END-STRING
                   MOVE WC-FILE-SEQUENCE TO WVL-FILE-SEQUENCE
                   MOVE WC-SEND-DATE TO WVL-SEND-DATE
                   ADD 1 TO WS-WAVES-SENT
                   ADD WC-PIECES TO WS-CAMP-SENT
               WHEN CAMPAIGN-POOLED AND WS-CAMP-SENT
                    NOT < WS-CAMP-POOL
                   MOVE 'NOT NEEDED' TO WVL-STATUS
               WHEN WC-CUT
                   MOVE 'CUT' TO WVL-STATUS
                   MOVE WC-PIECES TO WVL-PIECES
                   STRING WC-FIRST-ZIP3 DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WC-LAST-ZIP3 DELIMITED BY SIZE
                          INTO WVL-ZIP3-RANGE
                   END-STRING
                   ADD 1 TO WS-WAVES-TO-GO
               WHEN WV-DROP-DATE NOT > WS-TODAY
                   MOVE 'DUE' TO WVL-STATUS
                   ADD 1 TO WS-WAVES-TO-GO
               WHEN OTHER
                   MOVE 'SCHEDULED' TO WVL-STATUS
                   ADD 1 TO WS-WAVES-TO-GO
           END-EVALUATE.
           MOVE WS-WAVE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-WAVE-EXIT.
           EXIT.

      * The campaign's pieces sent and still held in its pool.
       CAMPAIGN-END.
           MOVE ZERO TO WS-CAMP-HELD.
           IF WS-CAMP-POOL > WS-CAMP-SENT
               COMPUTE WS-CAMP-HELD = WS-CAMP-POOL - WS-CAMP-SENT
           END-IF.
           ADD WS-CAMP-SENT TO WS-PIECES-SENT.
           ADD WS-CAMP-HELD TO WS-PIECES-HELD.
           MOVE WS-CAMP-SENT TO CTL-SENT.
           MOVE WS-CAMP-HELD TO CTL-HELD.
           MOVE WS-CAMP-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       CAMPAIGN-END-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'WAVE-STATUS WARNING: REPORT-FILE NOT '
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
               DISPLAY 'WAVE-STATUS WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'WAVE-STATUS' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-CAMPAIGNS TO JL-COUNT-1.
           MOVE WS-WAVES-SENT TO JL-COUNT-2.
           MOVE WS-PIECES-HELD TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM WAVE-STATUS.
