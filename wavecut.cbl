      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: CUT TONIGHT'S WAVE OF A CAMPAIGN DROPPED IN WAVES
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; runs in NIGHT-STREAM after
      *                   LIST-SELECT.  A campaign with lines on
      *                   WAVE-SCHEDULE-FILE (wave number, drop date,
      *                   maximum pieces) is not sent in one
      *                   transmission.  The first night its dataout
      *                   is seen, the whole ZIP-sequenced mailing is
      *                   kept as wave-pool.<campaign> and registered
      *                   on WAVE-CONTROL-FILE (wave 00).  On a night
      *                   when dataout does not carry another
      *                   campaign's one-drop mailing, the lowest
      *                   unsent wave of a pooled campaign whose drop
      *                   date has come is cut from the pool into
      *                   dataout: whole 3-digit ZIP groups,
      *                   following on from the last group sent, up
      *                   to the wave maximum (a single group larger
      *                   than the maximum goes whole and alone; the
      *                   last scheduled wave takes everything still
      *                   held).  The wave is recorded as cut with its
      *                   drop date and ZIP range; VENDOR-EXTRACT
      *                   marks it sent, so a night that fails after
      *                   the cut simply cuts the same wave again.
      *                   VENDOR-EXTRACT, PRESORT-REPORT, LETTER-PRINT
      *                   and POSTAGE-STATEMENT then run on the wave
      *                   alone.  When dataout belongs to a campaign
      *                   in waves and no wave is due, dataout is
      *                   emptied and the run ends with return code 4,
      *                   which NIGHT-STREAM takes as "no drop
      *                   tonight".  A campaign without a schedule is
      *                   left alone and goes as one drop; a due wave
      *                   waits for a later night.
      *   2026/10/15 QC - a pooled piece whose name has gone on the
      *                   do-not-mail master or the undeliverable
      *                   suppress file since pooling is dropped from
      *                   the wave and from the pool, and the pool
      *                   size on wave 00 lowered; the job log's third
      *                   count is now the pieces dropped.
      *   2026/10/15 QC - the campaign's hold-outs are kept with its
      *                   pool as wave-holdout.<campaign> and put back
      *                   on HOLDOUT-FILE the night its first wave is
      *                   cut, so VENDOR-EXTRACT records them with that
      *                   wave.  A due wave goes only on a night when
      *                   dataout does not carry another campaign's
      *                   one-drop mailing; on such a night the wave
      *                   held behind it is named in a warning and the
      *                   job log's first count is the waves held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAVE-CUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dataout
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAOUT-STATUS.

           SELECT wave-pool-file
           ASSIGN TO DYNAMIC WS-POOL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POOL-STATUS.

           SELECT holdout-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLDOUT-STATUS.

           SELECT wave-holdout-file
           ASSIGN TO DYNAMIC WS-HOLDOUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WAVE-HOLDOUT-STATUS.

           SELECT wave-schedule-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT wave-control-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-KEY
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT do-not-mail-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNM-KEY
           FILE STATUS IS WS-DNM-STATUS.

           SELECT undeliverable-suppress-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UDS-KEY
           FILE STATUS IS WS-UDS-STATUS.

           SELECT wave-work-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  dataout.
       01  OUTPUT-RECORD.
           05 FILLER            PIC X(87).
           05 OUT-ZIP           PIC X(10).
           05 FILLER            PIC X(20).
           05 OUT-CAMPAIGN      PIC X(8).
           05 FILLER            PIC X(11).

      * the campaign's whole mailing, dataout layout, ZIP order
       FD  wave-pool-file.
       01  WAVE-POOL-RECORD.
           05 WP-LAST-NAME      PIC X(15).
           05 FILLER            PIC X(5).
           05 WP-FIRST-NAME     PIC X(10).
           05 FILLER            PIC X(5).
           05 WP-STREET         PIC X(25).
           05 FILLER            PIC X(27).
           05 WP-ZIP            PIC X(10).
           05 FILLER            PIC X(20).
           05 WP-CAMPAIGN       PIC X(8).
           05 FILLER            PIC X(11).

      * LIST-SELECT's control-cell hold-outs: dataout layout and the
      * customer number.
       FD  holdout-file.
       01  HOLDOUT-RECORD.
           05 FILLER            PIC X(117).
           05 HO-CAMPAIGN       PIC X(8).
           05 FILLER            PIC X(11).
           05 HO-CUSTOMER-NUMBER PIC 9(09).

      * the campaign's hold-outs, kept with its pool for its first wave
       FD  wave-holdout-file.
       01  WAVE-HOLDOUT-RECORD  PIC X(145).

       FD  wave-schedule-file.
       01  WAVE-SCHEDULE-RECORD.
           05 WV-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 WV-WAVE           PIC 9(02).
           05 FILLER            PIC X(02).
           05 WV-DROP-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 WV-MAX-PIECES     PIC 9(07).

      * wave 00 is the campaign's pool: WC-DROP-DATE is the day it
      * was pooled and WC-PIECES its size.
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

       FD  do-not-mail-master-file.
       01  DO-NOT-MAIL-RECORD.
           05 DNM-KEY.
               10 DNM-LAST-NAME  PIC X(25).
               10 DNM-FIRST-NAME PIC X(15).
               10 DNM-STREET     PIC X(30).
           05 DNM-EFFECTIVE-DATE PIC 9(08).
           05 DNM-EXPIRY-DATE   PIC 9(08).
           05 DNM-ADD-DATE      PIC 9(08).

       FD  undeliverable-suppress-file.
       01  UNDELIV-SUPPRESS-RECORD.
           05 UDS-KEY.
               10 UDS-LAST-NAME  PIC X(15).
               10 UDS-FIRST-NAME PIC X(10).
               10 UDS-STREET     PIC X(25).
           05 UDS-REASON-CODE   PIC X(02).
           05 UDS-ADD-DATE      PIC 9(08).

      * the pool less tonight's dropped pieces
       FD  wave-work-file.
       01  WAVE-WORK-RECORD     PIC X(136).

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
       01  WS-RUN-RC             PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-DATAOUT-STATUS     PIC X(02).
       01  WS-POOL-STATUS        PIC X(02).
       01  WS-SCHEDULE-STATUS    PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-DNM-STATUS         PIC X(02).
       01  WS-UDS-STATUS         PIC X(02).
       01  WS-WORK-STATUS        PIC X(02).
       01  WS-HOLDOUT-STATUS     PIC X(02).
       01  WS-WAVE-HOLDOUT-STATUS PIC X(02).
       01  WS-POOL-NAME          PIC X(30) VALUE SPACES.
       01  WS-HOLDOUT-NAME       PIC X(30) VALUE SPACES.
       01  WS-TODAY              PIC 9(08) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-LINES-REJECTED  PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-POOLED   PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-CUT      PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-WRITTEN  PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-HELD     PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-DROPPED  PIC 9(07) COMP VALUE ZERO.
           05 WS-HOLDOUTS        PIC 9(07) COMP VALUE ZERO.
           05 WS-WAVES-HELD-BACK PIC 9(07) COMP VALUE ZERO.

       01  WS-CONTROL-OPEN-SW    PIC X VALUE 'N'.
           88 CONTROL-FILE-OPEN  VALUE 'Y'.
       01  WS-DATAOUT-WAVE-SW    PIC X VALUE 'N'.
           88 DATAOUT-IS-WAVE    VALUE 'Y'.
       01  WS-ONE-DROP-SW        PIC X VALUE 'N'.
           88 DATAOUT-IS-ONE-DROP VALUE 'Y'.
       01  WS-FOUND-SW           PIC X VALUE 'N'.
           88 CAMPAIGN-FOUND     VALUE 'Y'.
       01  WS-SEQUENCE-ERROR-SW  PIC X VALUE 'N'.
           88 SEQUENCE-ERROR     VALUE 'Y'.
       01  WS-CUT-FULL-SW        PIC X VALUE 'N'.
           88 CUT-FULL           VALUE 'Y'.
       01  WS-FINAL-WAVE-SW      PIC X VALUE 'N'.
           88 FINAL-WAVE         VALUE 'Y'.
       01  WS-DNM-OPEN-SW        PIC X VALUE 'N'.
           88 DNM-MASTER-OPEN    VALUE 'Y'.
       01  WS-UDS-OPEN-SW        PIC X VALUE 'N'.
           88 UNDELIV-OPEN       VALUE 'Y'.
       01  WS-DROP-SW            PIC X VALUE 'N'.
           88 PIECE-DROPPED      VALUE 'Y'.

       01  WS-DATAOUT-CAMPAIGN   PIC X(08) VALUE SPACES.
       01  WS-PREV-ZIP5          PIC X(05) VALUE SPACES.

      * the wave schedule, as read
       01  WS-WAVE-TABLE.
           05 WW-ENTRY OCCURS 100 TIMES.
               10 WW-CAMPAIGN       PIC X(08).
               10 WW-WAVE           PIC 9(02).
               10 WW-DROP-DATE      PIC 9(08).
               10 WW-MAX-PIECES     PIC 9(07).
               10 WW-STATUS         PIC X(01).
               10 WW-PIECES         PIC 9(07).
               10 WW-LAST-ZIP3      PIC X(03).
       01  WS-WAVES              PIC 9(04) COMP VALUE ZERO.
       01  WS-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-SUB-2              PIC 9(04) COMP VALUE ZERO.
       01  WS-PICK               PIC 9(04) COMP VALUE ZERO.

      * one campaign's position, from the table and its pool record
       01  WS-FIGURES.
           05 FIG-CAMPAIGN       PIC X(08).
           05 FIG-POOL-TOTAL     PIC 9(07).
           05 FIG-SENT-PIECES    PIC 9(07).
           05 FIG-WAVES-SENT     PIC 9(02).
           05 FIG-HELD           PIC 9(07).
           05 FIG-LOWEST-UNSENT  PIC 9(02).
           05 FIG-LAST-WAVE      PIC 9(02).
           05 FIG-BOUNDARY-ZIP3  PIC X(03).

      * the wave being cut
       01  WS-CUT-MAX            PIC 9(07) VALUE ZERO.
       01  WS-CUT-FIRST-ZIP3     PIC X(03) VALUE SPACES.
       01  WS-CUT-LAST-ZIP3      PIC X(03) VALUE SPACES.
       01  WS-CUT-DROP-DATE      PIC 9(08) VALUE ZERO.
       01  WS-GROUP-ZIP3         PIC X(03) VALUE SPACES.
       01  WS-GROUP-COUNT        PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * CALLed from NIGHT-STREAM; start every run clean.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS-RUN-RC.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 'N' TO WS-CONTROL-OPEN-SW.
           MOVE 'N' TO WS-DATAOUT-WAVE-SW.
           MOVE 'N' TO WS-ONE-DROP-SW.
           MOVE ZERO TO WS-PICK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-EXIT.
           IF WS-WAVES = ZERO
               DISPLAY 'WAVE-CUT: NO WAVE SCHEDULE - DATAOUT GOES '
                   'AS ONE DROP'
               GO TO END-ROUTINE
           END-IF.
           PERFORM PEEK-DATAOUT THRU PEEK-DATAOUT-EXIT.
           IF WS-DATAOUT-CAMPAIGN NOT = SPACES
               MOVE WS-DATAOUT-CAMPAIGN TO FIG-CAMPAIGN
               PERFORM FIND-CAMPAIGN THRU FIND-CAMPAIGN-EXIT
               IF CAMPAIGN-FOUND
                   SET DATAOUT-IS-WAVE TO TRUE
               ELSE
                   DISPLAY 'WAVE-CUT: CAMPAIGN ' WS-DATAOUT-CAMPAIGN
                       ' HAS NO WAVE SCHEDULE - DATAOUT GOES AS ONE '
                       'DROP'
                   SET DATAOUT-IS-ONE-DROP TO TRUE
               END-IF
           END-IF.
      * the control file is permanent; create it on first use.
           OPEN I-O wave-control-file.
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT wave-control-file
               CLOSE wave-control-file
               OPEN I-O wave-control-file
           END-IF.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'WAVE-CUT ERROR: WAVE-CONTROL-FILE OPEN '
                   'FAILED, STATUS ' WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET CONTROL-FILE-OPEN TO TRUE.
           IF DATAOUT-IS-ONE-DROP
               PERFORM CHECK-HELD-BACK THRU CHECK-HELD-BACK-EXIT
               GO TO END-ROUTINE
           END-IF.
           IF DATAOUT-IS-WAVE
               PERFORM POOL-CAMPAIGN THRU POOL-CAMPAIGN-EXIT
               IF SEQUENCE-ERROR
                   CLOSE wave-control-file
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-WAVE-STATE THRU LOAD-WAVE-STATE-EXIT.
           MOVE ZERO TO WS-SUB.
           PERFORM PICK-WAVE THRU PICK-WAVE-EXIT.
           IF WS-PICK = ZERO
               IF DATAOUT-IS-WAVE
      * the campaign's names are all in its pool; none go tonight.
                   OPEN OUTPUT dataout
                   CLOSE dataout
                   DISPLAY 'WAVE-CUT: NO WAVE DUE TONIGHT - NO DROP'
                   MOVE 4 TO WS-RUN-RC
               END-IF
               GO TO END-ROUTINE
           END-IF.
           PERFORM CUT-WAVE THRU CUT-WAVE-EXIT.

       END-ROUTINE.
           IF CONTROL-FILE-OPEN
               CLOSE wave-control-file
           END-IF.
           DISPLAY 'WAVE-CUT RUN SUMMARY'.
           DISPLAY '  SCHEDULE LINES    : ' WS-WAVES.
           DISPLAY '  LINES REJECTED    : ' WS-LINES-REJECTED.
           DISPLAY '  PIECES POOLED     : ' WS-PIECES-POOLED.
           IF WS-PICK NOT = ZERO
               DISPLAY '  CAMPAIGN / WAVE   : ' WW-CAMPAIGN (WS-PICK)
                   ' / ' WW-WAVE (WS-PICK)
           END-IF.
           DISPLAY '  PIECES THIS WAVE  : ' WS-PIECES-WRITTEN.
           DISPLAY '  PIECES DROPPED    : ' WS-PIECES-DROPPED.
           DISPLAY '  PIECES STILL HELD : ' WS-PIECES-HELD.
           DISPLAY '  HOLD-OUTS KEPT/PUT: ' WS-HOLDOUTS.
           DISPLAY '  WAVES HELD BACK   : ' WS-WAVES-HELD-BACK.
           MOVE WS-RUN-RC TO RETURN-CODE.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Every usable schedule line goes into the table; wave 00 is
      * the pool's own entry on the control file and cannot be
      * scheduled.
       LOAD-SCHEDULE.
           MOVE ZERO TO WS-WAVES.
           OPEN INPUT wave-schedule-file.
           IF WS-SCHEDULE-STATUS NOT = '00'
               GO TO LOAD-SCHEDULE-EXIT
           END-IF.
       LOAD-SCHEDULE-READ.
           READ wave-schedule-file
               AT END GO TO LOAD-SCHEDULE-CLOSE
           END-READ.
           IF WV-CAMPAIGN = SPACES
               GO TO LOAD-SCHEDULE-READ
           END-IF.
           IF WV-WAVE IS NOT NUMERIC
            OR WV-WAVE = ZERO
            OR WV-DROP-DATE IS NOT NUMERIC
            OR WV-MAX-PIECES IS NOT NUMERIC
            OR WV-MAX-PIECES = ZERO
               DISPLAY 'WAVE-CUT WARNING: SCHEDULE LINE FOR '
                   WV-CAMPAIGN ' WAVE ' WV-WAVE ' IS NOT USABLE - '
                   'IGNORED'
               ADD 1 TO WS-LINES-REJECTED
               GO TO LOAD-SCHEDULE-READ
           END-IF.
           IF WS-WAVES NOT < 100
               DISPLAY 'WAVE-CUT WARNING: MORE THAN 100 SCHEDULE '
                   'LINES - ' WV-CAMPAIGN ' WAVE ' WV-WAVE ' IGNORED'
               ADD 1 TO WS-LINES-REJECTED
               GO TO LOAD-SCHEDULE-READ
           END-IF.
           ADD 1 TO WS-WAVES.
           MOVE WV-CAMPAIGN TO WW-CAMPAIGN (WS-WAVES).
           MOVE WV-WAVE TO WW-WAVE (WS-WAVES).
           MOVE WV-DROP-DATE TO WW-DROP-DATE (WS-WAVES).
           MOVE WV-MAX-PIECES TO WW-MAX-PIECES (WS-WAVES).
           MOVE SPACE TO WW-STATUS (WS-WAVES).
           MOVE ZERO TO WW-PIECES (WS-WAVES).
           MOVE SPACES TO WW-LAST-ZIP3 (WS-WAVES).
           GO TO LOAD-SCHEDULE-READ.
       LOAD-SCHEDULE-CLOSE.
           CLOSE wave-schedule-file.
       LOAD-SCHEDULE-EXIT.
           EXIT.

      * the campaign rides on every dataout record; the first one
      * says whose mailing tonight's dataout is.
       PEEK-DATAOUT.
           MOVE SPACES TO WS-DATAOUT-CAMPAIGN.
           OPEN INPUT dataout.
           IF WS-DATAOUT-STATUS NOT = '00'
               GO TO PEEK-DATAOUT-EXIT
           END-IF.
           READ dataout
               AT END CONTINUE
               NOT AT END MOVE OUT-CAMPAIGN TO WS-DATAOUT-CAMPAIGN
           END-READ.
           CLOSE dataout.
       PEEK-DATAOUT-EXIT.
           EXIT.

       FIND-CAMPAIGN.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-SUB.
       FIND-CAMPAIGN-NEXT.
           ADD 1 TO WS-SUB.
           IF WS-SUB > WS-WAVES
               GO TO FIND-CAMPAIGN-EXIT
           END-IF.
           IF WW-CAMPAIGN (WS-SUB) = FIG-CAMPAIGN
               SET CAMPAIGN-FOUND TO TRUE
               GO TO FIND-CAMPAIGN-EXIT
           END-IF.
           GO TO FIND-CAMPAIGN-NEXT.
       FIND-CAMPAIGN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The first night a campaign in waves is seen, its whole
      * mailing becomes the pool.  Once pooled, later dataouts for it
      * are not added: the pool is the mailing the waves are cut
      * from.  The waves follow one another through the ZIP order,
      * so a dataout out of ZIP sequence cannot be pooled.
      *-----------------------------------------------------------------
       POOL-CAMPAIGN.
           MOVE WS-DATAOUT-CAMPAIGN TO WC-CAMPAIGN.
           MOVE ZERO TO WC-WAVE.
           READ wave-control-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY 'WAVE-CUT: CAMPAIGN ' WS-DATAOUT-CAMPAIGN
                       ' ALREADY POOLED ON ' WC-DROP-DATE
                       ' - TONIGHT''S DATAOUT NOT ADDED'
                   GO TO POOL-CAMPAIGN-EXIT
           END-READ.
           MOVE SPACES TO WS-POOL-NAME.
           STRING 'wave-pool.' DELIMITED BY SIZE
                  WS-DATAOUT-CAMPAIGN DELIMITED BY SPACE
                  INTO WS-POOL-NAME
           END-STRING.
           MOVE SPACES TO WS-PREV-ZIP5.
           OPEN INPUT dataout.
           OPEN OUTPUT wave-pool-file.
       POOL-CAMPAIGN-READ.
           READ dataout
               AT END GO TO POOL-CAMPAIGN-CLOSE
           END-READ.
           IF OUT-CAMPAIGN NOT = WS-DATAOUT-CAMPAIGN
               GO TO POOL-CAMPAIGN-READ
           END-IF.
           IF OUT-ZIP(1:5) < WS-PREV-ZIP5
               SET SEQUENCE-ERROR TO TRUE
               GO TO POOL-CAMPAIGN-CLOSE
           END-IF.
           MOVE OUT-ZIP(1:5) TO WS-PREV-ZIP5.
           MOVE OUTPUT-RECORD TO WAVE-POOL-RECORD.
           WRITE WAVE-POOL-RECORD.
           ADD 1 TO WS-PIECES-POOLED.
           GO TO POOL-CAMPAIGN-READ.
       POOL-CAMPAIGN-CLOSE.
           CLOSE dataout.
           CLOSE wave-pool-file.
           IF SEQUENCE-ERROR
               DISPLAY 'WAVE-CUT ERROR: DATAOUT FOR '
                   WS-DATAOUT-CAMPAIGN ' IS NOT IN ZIP SEQUENCE - '
                   'RERUN READ-CSV WITH THE SORT OPTION'
               OPEN OUTPUT wave-pool-file
               CLOSE wave-pool-file
               MOVE ZERO TO WS-PIECES-POOLED
               GO TO POOL-CAMPAIGN-EXIT
           END-IF.
           MOVE SPACES TO WAVE-CONTROL-RECORD.
           MOVE WS-DATAOUT-CAMPAIGN TO WC-CAMPAIGN.
           MOVE ZERO TO WC-WAVE.
           MOVE 'P' TO WC-STATUS.
           MOVE WS-TODAY TO WC-DROP-DATE.
           MOVE WS-PIECES-POOLED TO WC-PIECES.
           MOVE ZERO TO WC-FILE-SEQUENCE.
           MOVE ZERO TO WC-SEND-DATE.
           WRITE WAVE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'WAVE-CUT WARNING: POOL RECORD FOR '
                       WS-DATAOUT-CAMPAIGN ' NOT WRITTEN, STATUS '
                       WS-CONTROL-STATUS
           END-WRITE.
           DISPLAY 'WAVE-CUT: CAMPAIGN ' WS-DATAOUT-CAMPAIGN
               ' POOLED, ' WS-PIECES-POOLED ' PIECES'.
           PERFORM KEEP-HOLDOUTS THRU KEEP-HOLDOUTS-EXIT.
       POOL-CAMPAIGN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST-SELECT's hold-outs for the campaign are on HOLDOUT-FILE
      * tonight only: the next selection run empties or replaces it,
      * and VENDOR-EXTRACT records hold-outs with the first wave, which
      * may be weeks away.  They are kept beside the pool until then.
      *-----------------------------------------------------------------
       KEEP-HOLDOUTS.
           MOVE ZERO TO WS-HOLDOUTS.
           OPEN INPUT holdout-file.
           IF WS-HOLDOUT-STATUS NOT = '00'
               GO TO KEEP-HOLDOUTS-EXIT
           END-IF.
           MOVE SPACES TO WS-HOLDOUT-NAME.
           STRING 'wave-holdout.' DELIMITED BY SIZE
                  WS-DATAOUT-CAMPAIGN DELIMITED BY SPACE
                  INTO WS-HOLDOUT-NAME
           END-STRING.
           OPEN OUTPUT wave-holdout-file.
       KEEP-HOLDOUTS-READ.
           READ holdout-file
               AT END GO TO KEEP-HOLDOUTS-CLOSE
           END-READ.
           IF HO-CAMPAIGN NOT = WS-DATAOUT-CAMPAIGN
               GO TO KEEP-HOLDOUTS-READ
           END-IF.
           WRITE WAVE-HOLDOUT-RECORD FROM HOLDOUT-RECORD.
           ADD 1 TO WS-HOLDOUTS.
           GO TO KEEP-HOLDOUTS-READ.
       KEEP-HOLDOUTS-CLOSE.
           CLOSE holdout-file.
           CLOSE wave-holdout-file.
           DISPLAY 'WAVE-CUT: ' WS-HOLDOUTS ' HOLD-OUTS OF '
               WS-DATAOUT-CAMPAIGN ' KEPT IN ' WS-HOLDOUT-NAME.
       KEEP-HOLDOUTS-EXIT.
           EXIT.

      * What the control file says of each scheduled wave.
       LOAD-WAVE-STATE.
           MOVE ZERO TO WS-SUB.
       LOAD-WAVE-STATE-NEXT.
           ADD 1 TO WS-SUB.
           IF WS-SUB > WS-WAVES
               GO TO LOAD-WAVE-STATE-EXIT
           END-IF.
           MOVE WW-CAMPAIGN (WS-SUB) TO WC-CAMPAIGN.
           MOVE WW-WAVE (WS-SUB) TO WC-WAVE.
           READ wave-control-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WC-STATUS TO WW-STATUS (WS-SUB)
                   MOVE WC-PIECES TO WW-PIECES (WS-SUB)
                   MOVE WC-LAST-ZIP3 TO WW-LAST-ZIP3 (WS-SUB)
           END-READ.
           GO TO LOAD-WAVE-STATE-NEXT.
       LOAD-WAVE-STATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A wave can go when it is its campaign's lowest unsent wave,
      * its drop date has come and the pool still holds pieces; of
      * those, the earliest drop date goes tonight.
      *-----------------------------------------------------------------
       PICK-WAVE.
           ADD 1 TO WS-SUB.
           IF WS-SUB > WS-WAVES
               GO TO PICK-WAVE-EXIT
           END-IF.
           IF WW-STATUS (WS-SUB) = 'S'
            OR WW-DROP-DATE (WS-SUB) > WS-TODAY
               GO TO PICK-WAVE
           END-IF.
           IF WS-PICK NOT = ZERO
               IF WW-DROP-DATE (WS-SUB) NOT < WW-DROP-DATE (WS-PICK)
                   GO TO PICK-WAVE
               END-IF
           END-IF.
           MOVE WW-CAMPAIGN (WS-SUB) TO FIG-CAMPAIGN.
           PERFORM CAMPAIGN-FIGURES THRU CAMPAIGN-FIGURES-EXIT.
           IF WW-WAVE (WS-SUB) NOT = FIG-LOWEST-UNSENT
            OR FIG-HELD = ZERO
               GO TO PICK-WAVE
           END-IF.
           MOVE WS-SUB TO WS-PICK.
           GO TO PICK-WAVE.
       PICK-WAVE-EXIT.
           EXIT.

      * The pool size, the pieces sent so far and the last ZIP3 they
      * reached, the lowest unsent and the last scheduled wave of the
      * campaign in FIG-CAMPAIGN.
       CAMPAIGN-FIGURES.
           MOVE ZERO TO FIG-POOL-TOTAL.
           MOVE ZERO TO FIG-SENT-PIECES.
           MOVE ZERO TO FIG-WAVES-SENT.
           MOVE ZERO TO FIG-HELD.
           MOVE 99 TO FIG-LOWEST-UNSENT.
           MOVE ZERO TO FIG-LAST-WAVE.
           MOVE LOW-VALUES TO FIG-BOUNDARY-ZIP3.
           MOVE FIG-CAMPAIGN TO WC-CAMPAIGN.
           MOVE ZERO TO WC-WAVE.
           READ wave-control-file
               INVALID KEY GO TO CAMPAIGN-FIGURES-EXIT
           END-READ.
           MOVE WC-PIECES TO FIG-POOL-TOTAL.
           MOVE ZERO TO WS-SUB-2.
       CAMPAIGN-FIGURES-NEXT.
           ADD 1 TO WS-SUB-2.
           IF WS-SUB-2 > WS-WAVES
               GO TO CAMPAIGN-FIGURES-DONE
           END-IF.
           IF WW-CAMPAIGN (WS-SUB-2) NOT = FIG-CAMPAIGN
               GO TO CAMPAIGN-FIGURES-NEXT
           END-IF.
           IF WW-WAVE (WS-SUB-2) > FIG-LAST-WAVE
               MOVE WW-WAVE (WS-SUB-2) TO FIG-LAST-WAVE
           END-IF.
           IF WW-STATUS (WS-SUB-2) = 'S'
               ADD WW-PIECES (WS-SUB-2) TO FIG-SENT-PIECES
               ADD 1 TO FIG-WAVES-SENT
               IF WW-LAST-ZIP3 (WS-SUB-2) > FIG-BOUNDARY-ZIP3
                   MOVE WW-LAST-ZIP3 (WS-SUB-2) TO FIG-BOUNDARY-ZIP3
               END-IF
           ELSE
               IF WW-WAVE (WS-SUB-2) < FIG-LOWEST-UNSENT
                   MOVE WW-WAVE (WS-SUB-2) TO FIG-LOWEST-UNSENT
               END-IF
           END-IF.
           GO TO CAMPAIGN-FIGURES-NEXT.
       CAMPAIGN-FIGURES-DONE.
           IF FIG-POOL-TOTAL > FIG-SENT-PIECES
               COMPUTE FIG-HELD = FIG-POOL-TOTAL - FIG-SENT-PIECES
           END-IF.
       CAMPAIGN-FIGURES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Size the wave on whole ZIP3 groups from the pool, write those
      * pieces to dataout and record the wave as cut.
      *-----------------------------------------------------------------
       CUT-WAVE.
           MOVE WW-CAMPAIGN (WS-PICK) TO FIG-CAMPAIGN.
           PERFORM CAMPAIGN-FIGURES THRU CAMPAIGN-FIGURES-EXIT.
           MOVE WW-MAX-PIECES (WS-PICK) TO WS-CUT-MAX.
           MOVE 'N' TO WS-FINAL-WAVE-SW.
           IF WW-WAVE (WS-PICK) = FIG-LAST-WAVE
               SET FINAL-WAVE TO TRUE
           END-IF.
           MOVE SPACES TO WS-POOL-NAME.
           STRING 'wave-pool.' DELIMITED BY SIZE
                  FIG-CAMPAIGN DELIMITED BY SPACE
                  INTO WS-POOL-NAME
           END-STRING.
           PERFORM SIZE-WAVE THRU SIZE-WAVE-EXIT.
           IF WS-PIECES-CUT = ZERO
               DISPLAY 'WAVE-CUT ERROR: ' WS-POOL-NAME ' HOLDS NONE '
                   'OF THE ' FIG-HELD ' PIECES THE CONTROL FILE SAYS '
                   'ARE LEFT'
               MOVE 16 TO WS-RUN-RC
               GO TO CUT-WAVE-EXIT
           END-IF.
           IF FINAL-WAVE AND WS-PIECES-CUT > WS-CUT-MAX
               DISPLAY 'WAVE-CUT WARNING: FINAL WAVE '
                   WW-WAVE (WS-PICK) ' OF ' FIG-CAMPAIGN ' CARRIES '
                   WS-PIECES-CUT ' PIECES, MORE THAN ITS MAXIMUM'
           END-IF.
           PERFORM WRITE-WAVE THRU WRITE-WAVE-EXIT.
      * a wave going late is mailed the night it goes.
           MOVE WW-DROP-DATE (WS-PICK) TO WS-CUT-DROP-DATE.
           IF WS-CUT-DROP-DATE < WS-TODAY
               DISPLAY 'WAVE-CUT: WAVE ' WW-WAVE (WS-PICK) ' OF '
                   FIG-CAMPAIGN ' WAS DUE ' WS-CUT-DROP-DATE
                   ' - IT GOES TONIGHT'
               MOVE WS-TODAY TO WS-CUT-DROP-DATE
           END-IF.
           MOVE SPACES TO WAVE-CONTROL-RECORD.
           MOVE FIG-CAMPAIGN TO WC-CAMPAIGN.
           MOVE WW-WAVE (WS-PICK) TO WC-WAVE.
           MOVE 'C' TO WC-STATUS.
           MOVE WS-CUT-DROP-DATE TO WC-DROP-DATE.
           MOVE WS-PIECES-WRITTEN TO WC-PIECES.
           MOVE WS-CUT-FIRST-ZIP3 TO WC-FIRST-ZIP3.
           MOVE WS-CUT-LAST-ZIP3 TO WC-LAST-ZIP3.
           MOVE ZERO TO WC-FILE-SEQUENCE.
           MOVE ZERO TO WC-SEND-DATE.
           IF WW-STATUS (WS-PICK) = 'C'
               REWRITE WAVE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'WAVE-CUT WARNING: CONTROL RECORD NOT '
                           'REWRITTEN, STATUS ' WS-CONTROL-STATUS
               END-REWRITE
           ELSE
               WRITE WAVE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'WAVE-CUT WARNING: CONTROL RECORD NOT '
                           'WRITTEN, STATUS ' WS-CONTROL-STATUS
               END-WRITE
           END-IF.
           COMPUTE WS-PIECES-HELD = FIG-HELD - WS-PIECES-WRITTEN
               - WS-PIECES-DROPPED.
           IF FIG-WAVES-SENT = ZERO
               PERFORM RESTORE-HOLDOUTS THRU RESTORE-HOLDOUTS-EXIT
           END-IF.
       CUT-WAVE-EXIT.
           EXIT.

      * The first wave carries the campaign's hold-outs: those kept at
      * pooling go back on HOLDOUT-FILE for VENDOR-EXTRACT to record
      * under the wave's file sequence.  A first wave cut again after
      * a failed night puts them back again.
       RESTORE-HOLDOUTS.
           MOVE ZERO TO WS-HOLDOUTS.
           MOVE SPACES TO WS-HOLDOUT-NAME.
           STRING 'wave-holdout.' DELIMITED BY SIZE
                  FIG-CAMPAIGN DELIMITED BY SPACE
                  INTO WS-HOLDOUT-NAME
           END-STRING.
           OPEN INPUT wave-holdout-file.
           IF WS-WAVE-HOLDOUT-STATUS NOT = '00'
               GO TO RESTORE-HOLDOUTS-EXIT
           END-IF.
           OPEN OUTPUT holdout-file.
           IF WS-HOLDOUT-STATUS NOT = '00'
               DISPLAY 'WAVE-CUT WARNING: HOLDOUT-FILE COULD NOT BE '
                   'OPENED, STATUS ' WS-HOLDOUT-STATUS ' - HOLD-OUTS '
                   'OF ' FIG-CAMPAIGN ' NOT PUT BACK'
               CLOSE wave-holdout-file
               GO TO RESTORE-HOLDOUTS-EXIT
           END-IF.
       RESTORE-HOLDOUTS-READ.
           READ wave-holdout-file
               AT END GO TO RESTORE-HOLDOUTS-CLOSE
           END-READ.
           WRITE HOLDOUT-RECORD FROM WAVE-HOLDOUT-RECORD.
           ADD 1 TO WS-HOLDOUTS.
           GO TO RESTORE-HOLDOUTS-READ.
       RESTORE-HOLDOUTS-CLOSE.
           CLOSE wave-holdout-file.
           CLOSE holdout-file.
           DISPLAY 'WAVE-CUT: ' WS-HOLDOUTS ' HOLD-OUTS OF '
               FIG-CAMPAIGN ' PUT BACK FOR WAVE ' WW-WAVE (WS-PICK).
       RESTORE-HOLDOUTS-EXIT.
           EXIT.

      * Whole ZIP3 groups past the last one sent, while they fit.
       SIZE-WAVE.
           MOVE ZERO TO WS-PIECES-CUT.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE SPACES TO WS-GROUP-ZIP3.
           MOVE SPACES TO WS-CUT-FIRST-ZIP3.
           MOVE LOW-VALUES TO WS-CUT-LAST-ZIP3.
           MOVE 'N' TO WS-CUT-FULL-SW.
           OPEN INPUT wave-pool-file.
           IF WS-POOL-STATUS NOT = '00'
               GO TO SIZE-WAVE-EXIT
           END-IF.
       SIZE-WAVE-READ.
           READ wave-pool-file
               AT END GO TO SIZE-WAVE-END
           END-READ.
           IF WP-ZIP(1:3) NOT > FIG-BOUNDARY-ZIP3
               GO TO SIZE-WAVE-READ
           END-IF.
           IF WS-GROUP-COUNT > ZERO
            AND WP-ZIP(1:3) NOT = WS-GROUP-ZIP3
               PERFORM TAKE-GROUP THRU TAKE-GROUP-EXIT
               IF CUT-FULL
                   GO TO SIZE-WAVE-CLOSE
               END-IF
           END-IF.
           IF WS-GROUP-COUNT = ZERO
               MOVE WP-ZIP(1:3) TO WS-GROUP-ZIP3
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           GO TO SIZE-WAVE-READ.
       SIZE-WAVE-END.
           IF WS-GROUP-COUNT > ZERO
               PERFORM TAKE-GROUP THRU TAKE-GROUP-EXIT
           END-IF.
       SIZE-WAVE-CLOSE.
           CLOSE wave-pool-file.
       SIZE-WAVE-EXIT.
           EXIT.

      * The final wave takes every group; any other stops at the
      * first group that would take it past its maximum, unless that
      * group is its first, which goes whole and alone.
       TAKE-GROUP.
           IF NOT FINAL-WAVE
            AND WS-PIECES-CUT + WS-GROUP-COUNT > WS-CUT-MAX
               IF WS-PIECES-CUT > ZERO
                   SET CUT-FULL TO TRUE
                   GO TO TAKE-GROUP-EXIT
               END-IF
               DISPLAY 'WAVE-CUT WARNING: ZIP3 ' WS-GROUP-ZIP3
                   ' HAS ' WS-GROUP-COUNT ' PIECES, MORE THAN THE '
                   'WAVE MAXIMUM - SENT WHOLE'
               SET CUT-FULL TO TRUE
           END-IF.
           IF WS-PIECES-CUT = ZERO
               MOVE WS-GROUP-ZIP3 TO WS-CUT-FIRST-ZIP3
           END-IF.
           ADD WS-GROUP-COUNT TO WS-PIECES-CUT.
           MOVE WS-GROUP-ZIP3 TO WS-CUT-LAST-ZIP3.
           MOVE ZERO TO WS-GROUP-COUNT.
       TAKE-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * dataout becomes the wave: the pool's pieces in the ZIP3 range
      * just sized, still in ZIP order.  A name pooled weeks ago may
      * have opted out or gone undeliverable since; such a piece is
      * dropped from the wave and from the pool, which is copied
      * through the work file and put back when anything was dropped.
      *-----------------------------------------------------------------
       WRITE-WAVE.
           MOVE ZERO TO WS-PIECES-DROPPED.
           MOVE 'N' TO WS-DNM-OPEN-SW.
           OPEN INPUT do-not-mail-master-file.
           IF WS-DNM-STATUS = '00'
               SET DNM-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'WAVE-CUT WARNING: DO-NOT-MAIL-MASTER-FILE '
                   'NOT AVAILABLE, STATUS ' WS-DNM-STATUS
           END-IF.
           MOVE 'N' TO WS-UDS-OPEN-SW.
           OPEN INPUT undeliverable-suppress-file.
           IF WS-UDS-STATUS = '00'
               SET UNDELIV-OPEN TO TRUE
           ELSE
               DISPLAY 'WAVE-CUT WARNING: UNDELIVERABLE-SUPPRESS-'
                   'FILE NOT AVAILABLE, STATUS ' WS-UDS-STATUS
           END-IF.
           OPEN INPUT wave-pool-file.
           OPEN OUTPUT dataout.
           OPEN OUTPUT wave-work-file.
       WRITE-WAVE-READ.
           READ wave-pool-file
               AT END GO TO WRITE-WAVE-CLOSE
           END-READ.
           IF WP-ZIP(1:3) NOT > FIG-BOUNDARY-ZIP3
            OR WP-ZIP(1:3) > WS-CUT-LAST-ZIP3
               WRITE WAVE-WORK-RECORD FROM WAVE-POOL-RECORD
               GO TO WRITE-WAVE-READ
           END-IF.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF PIECE-DROPPED
               ADD 1 TO WS-PIECES-DROPPED
               GO TO WRITE-WAVE-READ
           END-IF.
           WRITE WAVE-WORK-RECORD FROM WAVE-POOL-RECORD.
           MOVE WAVE-POOL-RECORD TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           ADD 1 TO WS-PIECES-WRITTEN.
           GO TO WRITE-WAVE-READ.
       WRITE-WAVE-CLOSE.
           CLOSE wave-pool-file.
           CLOSE dataout.
           CLOSE wave-work-file.
           IF DNM-MASTER-OPEN
               CLOSE do-not-mail-master-file
           END-IF.
           IF UNDELIV-OPEN
               CLOSE undeliverable-suppress-file
           END-IF.
           IF WS-PIECES-DROPPED = ZERO
               GO TO WRITE-WAVE-EXIT
           END-IF.
           DISPLAY 'WAVE-CUT: ' WS-PIECES-DROPPED ' PIECES OF '
               FIG-CAMPAIGN ' DROPPED - NOW ON DO-NOT-MAIL OR '
               'UNDELIVERABLE'.
           OPEN INPUT wave-work-file.
           OPEN OUTPUT wave-pool-file.
       WRITE-WAVE-BACK.
           READ wave-work-file
               AT END GO TO WRITE-WAVE-POOL-SIZE
           END-READ.
           MOVE WAVE-WORK-RECORD TO WAVE-POOL-RECORD.
           WRITE WAVE-POOL-RECORD.
           GO TO WRITE-WAVE-BACK.
      * the pool is smaller by the pieces dropped
       WRITE-WAVE-POOL-SIZE.
           CLOSE wave-work-file.
           CLOSE wave-pool-file.
           MOVE FIG-CAMPAIGN TO WC-CAMPAIGN.
           MOVE ZERO TO WC-WAVE.
           READ wave-control-file
               INVALID KEY GO TO WRITE-WAVE-EXIT
           END-READ.
           IF WC-PIECES > WS-PIECES-DROPPED
               SUBTRACT WS-PIECES-DROPPED FROM WC-PIECES
           ELSE
               MOVE ZERO TO WC-PIECES
           END-IF.
           REWRITE WAVE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'WAVE-CUT WARNING: POOL RECORD FOR '
                       FIG-CAMPAIGN ' NOT REWRITTEN, STATUS '
                       WS-CONTROL-STATUS
           END-REWRITE.
       WRITE-WAVE-EXIT.
           EXIT.

      * a piece goes no further once its name is on an active
      * do-not-mail entry or on the undeliverable suppress file.
       CHECK-SUPPRESSION.
           MOVE 'N' TO WS-DROP-SW.
           IF DNM-MASTER-OPEN
               MOVE WP-LAST-NAME TO DNM-LAST-NAME
               MOVE WP-FIRST-NAME TO DNM-FIRST-NAME
               MOVE WP-STREET TO DNM-STREET
               READ do-not-mail-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DNM-EFFECTIVE-DATE NOT > WS-TODAY
                        AND DNM-EXPIRY-DATE > WS-TODAY
                           SET PIECE-DROPPED TO TRUE
                           GO TO CHECK-SUPPRESSION-EXIT
                       END-IF
               END-READ
           END-IF.
           IF UNDELIV-OPEN
               MOVE WP-LAST-NAME TO UDS-LAST-NAME
               MOVE WP-FIRST-NAME TO UDS-FIRST-NAME
               MOVE WP-STREET TO UDS-STREET
               READ undeliverable-suppress-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PIECE-DROPPED TO TRUE
               END-READ
           END-IF.
       CHECK-SUPPRESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * dataout is another campaign's one-drop mailing, which goes
      * tonight as it stands; a wave that is due waits behind it for
      * a night whose dataout is free, and the operator is told.
      *-----------------------------------------------------------------
       CHECK-HELD-BACK.
           PERFORM LOAD-WAVE-STATE THRU LOAD-WAVE-STATE-EXIT.
           MOVE ZERO TO WS-SUB.
           PERFORM PICK-WAVE THRU PICK-WAVE-EXIT.
           IF WS-PICK = ZERO
               GO TO CHECK-HELD-BACK-EXIT
           END-IF.
           DISPLAY 'WAVE-CUT WARNING: WAVE ' WW-WAVE (WS-PICK) ' OF '
               WW-CAMPAIGN (WS-PICK) ' DUE ' WW-DROP-DATE (WS-PICK)
               ' HELD BEHIND ONE-DROP CAMPAIGN ' WS-DATAOUT-CAMPAIGN.
           ADD 1 TO WS-WAVES-HELD-BACK.
           MOVE ZERO TO WS-PICK.
       CHECK-HELD-BACK-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
           OPEN EXTEND job-log-file.
           IF WS-JOB-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT job-log-file
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = '00'
               DISPLAY 'WAVE-CUT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'WAVE-CUT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
      * a night a wave is held back pools nothing; the first count
      * is then the waves held.
           IF WS-WAVES-HELD-BACK > ZERO
               MOVE WS-WAVES-HELD-BACK TO JL-COUNT-1
           ELSE
               MOVE WS-PIECES-POOLED TO JL-COUNT-1
           END-IF.
           MOVE WS-PIECES-WRITTEN TO JL-COUNT-2.
           MOVE WS-PIECES-DROPPED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM WAVE-CUT.
