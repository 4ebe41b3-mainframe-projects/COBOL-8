      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: CAMPAIGN CLOSE-OUT AND PRINT VENDOR INVOICE CHECK
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; run on demand once a
      *                   campaign has mailed, with the campaign ID as
      *                   the first parameter (FORCE as the second
      *                   closes it even with invoice lines flagged).
      *                   Checks the print vendor's invoice (VENDOR-
      *                   INVOICE-FILE: invoice number, file sequence,
      *                   pieces billed, price per thousand, extra
      *                   charges) against VENDOR-SEND-LOG-FILE and the
      *                   received counts on VENDOR-ACK-FILE: a
      *                   sequence we never sent, billed twice (in this
      *                   invoice or an earlier close-out, kept on
      *                   INVOICE-HISTORY-FILE), or billed for more
      *                   pieces than the vendor received is flagged,
      *                   as is a sequence of the campaign not
      *                   invoiced.  Pulls pieces read and written from
      *                   RUN-HISTORY-FILE, pieces sent from the send
      *                   log, pieces mailed and postage from POSTAGE-
      *                   LEDGER-FILE, adds the vendor charges and
      *                   gives cost per piece on CLOSEOUT-REPORT and
      *                   the CAMPAIGN-CLOSEOUT-FILE record.  Closing
      *                   marks the campaign closed on CAMPAIGN-
      *                   CONTROL-FILE, which READ-CSV then refuses.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT campaign-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.

           SELECT vendor-invoice-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT vendor-send-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEND-LOG-STATUS.

           SELECT vendor-ack-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT invoice-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INV-HIST-STATUS.

           SELECT run-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT postage-ledger-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT campaign-closeout-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLOSEOUT-STATUS.

           SELECT closeout-report
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
       FD  campaign-control-file.
       01  CAMPAIGN-CONTROL-RECORD.
           05 CC-CAMPAIGN-ID    PIC X(08).
           05 FILLER            PIC X(02).
           05 CC-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(02).
           05 CC-DROP-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 CC-STATUS         PIC X(01).
              88 CC-CLOSED      VALUE 'C'.
           05 FILLER            PIC X(02).
           05 CC-CLOSE-DATE     PIC 9(08).

       FD  vendor-invoice-file.
       01  VENDOR-INVOICE-RECORD.
           05 VI-INVOICE-NUMBER PIC X(10).
           05 FILLER            PIC X(02).
           05 VI-FILE-SEQUENCE  PIC 9(06).
           05 FILLER            PIC X(02).
           05 VI-PIECES-BILLED  PIC 9(07).
           05 FILLER            PIC X(02).
           05 VI-PRICE-PER-M    PIC 9(04)V99.
           05 FILLER            PIC X(02).
           05 VI-EXTRA-CHARGES  PIC 9(07)V99.

       FD  vendor-send-log-file.
       01  VENDOR-SEND-LOG-RECORD.
           05 VS-FILE-SEQUENCE  PIC 9(06).
           05 FILLER            PIC X(02).
           05 VS-SEND-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 VS-RECORD-COUNT   PIC 9(07).
           05 FILLER            PIC X(02).
           05 VS-ZIP-HASH       PIC 9(12).
           05 FILLER            PIC X(02).
           05 VS-CAMPAIGN       PIC X(08).

       FD  vendor-ack-file.
       01  VENDOR-ACK-RECORD.
           05 VA-FILE-SEQUENCE  PIC 9(06).
           05 FILLER            PIC X(02).
           05 VA-RECEIVED-COUNT PIC 9(07).
           05 FILLER            PIC X(02).
           05 VA-ZIP-HASH       PIC 9(12).
           05 FILLER            PIC X(02).
           05 VA-MAIL-DATE      PIC 9(08).

      * every invoice line accepted at a close-out, so a sequence
      * billed again on a later invoice is caught.
       FD  invoice-history-file.
       01  INVOICE-HISTORY-RECORD.
           05 IH-FILE-SEQUENCE  PIC 9(06).
           05 FILLER            PIC X(02).
           05 IH-INVOICE-NUMBER PIC X(10).
           05 FILLER            PIC X(02).
           05 IH-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 IH-PIECES-BILLED  PIC 9(07).
           05 FILLER            PIC X(02).
           05 IH-AMOUNT         PIC 9(07)V99.
           05 FILLER            PIC X(02).
           05 IH-CLOSE-DATE     PIC 9(08).

       FD  run-history-file.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(02).
           05 RH-RUN-TIME       PIC 9(06).
           05 FILLER            PIC X(02).
           05 RH-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 RH-INPUT-ID       PIC X(15).
           05 FILLER            PIC X(02).
           05 RH-READ           PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-WRITTEN        PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-REJECTED       PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-EXCEPTED       PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-DUPLICATE      PIC 9(07).
           05 FILLER            PIC X(02).
           05 RH-RETURN-CODE    PIC 9(04).
           05 FILLER            PIC X(02).
           05 RH-CAMPAIGN       PIC X(08).

       FD  postage-ledger-file.
       01  POSTAGE-LEDGER-RECORD.
           05 PL-DROP-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 PL-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 PL-PIECES-5DIGIT  PIC 9(07).
           05 FILLER            PIC X(02).
           05 PL-PIECES-3DIGIT  PIC 9(07).
           05 FILLER            PIC X(02).
           05 PL-PIECES-RESIDUAL PIC 9(07).
           05 FILLER            PIC X(02).
           05 PL-TOTAL-AMOUNT   PIC 9(07)V99.

      * one record per campaign closed: what it read, mailed and cost
       FD  campaign-closeout-file.
       01  CAMPAIGN-CLOSEOUT-RECORD.
           05 CO-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 CO-CLOSE-DATE     PIC 9(08).
           05 FILLER            PIC X(02).
           05 CO-PIECES-READ    PIC 9(07).
           05 FILLER            PIC X(02).
           05 CO-PIECES-WRITTEN PIC 9(07).
           05 FILLER            PIC X(02).
           05 CO-PIECES-SUPPRESSED PIC 9(07).
           05 FILLER            PIC X(02).
           05 CO-PIECES-SENT    PIC 9(07).
           05 FILLER            PIC X(02).
           05 CO-PIECES-MAILED  PIC 9(07).
           05 FILLER            PIC X(02).
           05 CO-POSTAGE        PIC 9(07)V99.
           05 FILLER            PIC X(02).
           05 CO-VENDOR-CHARGES PIC 9(07)V99.
           05 FILLER            PIC X(02).
           05 CO-TOTAL-COST     PIC 9(07)V99.
           05 FILLER            PIC X(02).
           05 CO-COST-PER-PIECE PIC 9(03)V9(04).
           05 FILLER            PIC X(02).
           05 CO-FLAGGED-LINES  PIC 9(04).

       FD  closeout-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'closeout-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'CAMPAIGN-CLOSE'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-CAMPAIGN-FILE-STATUS PIC X(02).
       01  WS-INVOICE-STATUS     PIC X(02).
       01  WS-SEND-LOG-STATUS    PIC X(02).
       01  WS-ACK-STATUS         PIC X(02).
       01  WS-INV-HIST-STATUS    PIC X(02).
       01  WS-RUN-HISTORY-STATUS PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-CLOSEOUT-STATUS    PIC X(02).

       01  WS-ARG-NUM            PIC 9(02) VALUE ZERO.
       01  WS-CAMPAIGN-ID        PIC X(08) VALUE SPACES.
       01  WS-FORCE-PARM         PIC X(08) VALUE SPACES.
           88 FORCE-CLOSE        VALUE 'FORCE'.
       01  WS-TODAY              PIC 9(08) VALUE ZERO.

      * CAMPAIGN-CONTROL-FILE in storage, written back with this
      * campaign marked closed.
       01  WS-CONTROL-TABLE.
           05 WS-CONTROL-ENTRY OCCURS 200 TIMES PIC X(63).
       01  WS-CONTROL-COUNT-IN   PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTROL-SUB        PIC 9(04) COMP VALUE ZERO.
       01  WS-CAMPAIGN-SUB       PIC 9(04) COMP VALUE ZERO.
       01  WS-CAMPAIGN-DESC      PIC X(30) VALUE SPACES.

      * every transmission on the send log, with what the vendor
      * acknowledged and what they billed against it
       01  WS-SEND-TABLE.
           05 WS-SEND-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-SEND-IDX.
               10 WS-SD-SEQUENCE   PIC 9(06).
               10 WS-SD-CAMPAIGN   PIC X(08).
               10 WS-SD-SENT       PIC 9(07).
               10 WS-SD-RECEIVED   PIC 9(07).
               10 WS-SD-ACK-SW     PIC X.
                  88 SEND-ACKED    VALUE 'Y'.
               10 WS-SD-BILLED-BEFORE-SW PIC X.
                  88 BILLED-BEFORE VALUE 'Y'.
               10 WS-SD-TIMES-BILLED PIC 9(03) COMP.
       01  WS-SEND-COUNT-IN      PIC 9(04) COMP VALUE ZERO.
       01  WS-SEND-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-SEQUENCE      PIC 9(06) VALUE ZERO.

      * this campaign's invoice lines, kept for the history
       01  WS-INVOICE-TABLE.
           05 WS-INVOICE-ENTRY OCCURS 500 TIMES.
               10 WS-IV-NUMBER     PIC X(10).
               10 WS-IV-SEQUENCE   PIC 9(06).
               10 WS-IV-PIECES     PIC 9(07).
               10 WS-IV-AMOUNT     PIC 9(07)V99.
       01  WS-INVOICE-COUNT-IN   PIC 9(04) COMP VALUE ZERO.
       01  WS-INVOICE-SUB        PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-AMOUNT        PIC 9(07)V99 VALUE ZERO.
       01  WS-ALLOWED-PIECES     PIC 9(07) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-INVOICE-LINES   PIC 9(07) COMP VALUE ZERO.
           05 WS-OTHER-CAMPAIGN  PIC 9(07) COMP VALUE ZERO.
           05 WS-FLAGGED-LINES   PIC 9(07) COMP VALUE ZERO.
           05 WS-NOT-INVOICED    PIC 9(07) COMP VALUE ZERO.
           05 WS-RUNS-FOUND      PIC 9(07) COMP VALUE ZERO.
           05 WS-DROPS-FOUND     PIC 9(07) COMP VALUE ZERO.
           05 WS-SEQUENCES-SENT  PIC 9(07) COMP VALUE ZERO.

       01  WS-CAMPAIGN-TOTALS.
           05 WS-PIECES-READ     PIC 9(07) VALUE ZERO.
           05 WS-PIECES-WRITTEN  PIC 9(07) VALUE ZERO.
           05 WS-PIECES-SUPPRESSED PIC 9(07) VALUE ZERO.
           05 WS-PIECES-SENT     PIC 9(07) VALUE ZERO.
           05 WS-PIECES-MAILED   PIC 9(07) VALUE ZERO.
           05 WS-POSTAGE         PIC 9(07)V99 VALUE ZERO.
           05 WS-VENDOR-CHARGES  PIC 9(07)V99 VALUE ZERO.
           05 WS-FLAGGED-CHARGES PIC 9(07)V99 VALUE ZERO.
           05 WS-TOTAL-COST      PIC 9(07)V99 VALUE ZERO.
           05 WS-COST-PER-PIECE  PIC 9(03)V9(04) VALUE ZERO.
           05 WS-COST-PIECES     PIC 9(07) VALUE ZERO.

       01  WS-INVOICE-HEADING.
           05 FILLER             PIC X(12) VALUE 'INVOICE'.
           05 FILLER             PIC X(08) VALUE 'SEQ'.
           05 FILLER             PIC X(09) VALUE '  BILLED'.
           05 FILLER             PIC X(09) VALUE 'RECEIVED'.
           05 FILLER             PIC X(12) VALUE '    AMOUNT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'CHECK'.

       01  WS-INVOICE-LINE.
           05 INV-NUMBER         PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 INV-SEQUENCE       PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 INV-BILLED         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 INV-RECEIVED       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 INV-AMOUNT         PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 INV-CHECK          PIC X(28).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05 AMT-LABEL          PIC X(34).
           05 FILLER             PIC X(01) VALUE '$'.
           05 AMT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RATE-LINE.
           05 RATE-LABEL         PIC X(34).
           05 FILLER             PIC X(01) VALUE '$'.
           05 RATE-AMOUNT        PIC ZZ9.9999.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-CAMPAIGN-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-CAMPAIGN-ID
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-FORCE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FORCE-PARM
           END-ACCEPT.
           IF WS-CAMPAIGN-ID = SPACES
               DISPLAY 'CAMPAIGN-CLOSE ERROR: CAMPAIGN ID PARAMETER '
                   'IS REQUIRED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CONTROL THRU LOAD-CONTROL-EXIT.
           IF WS-CAMPAIGN-SUB = ZERO
               DISPLAY 'CAMPAIGN-CLOSE ERROR: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' IS NOT ON CAMPAIGN-CONTROL-FILE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-ENTRY(WS-CAMPAIGN-SUB)
               TO CAMPAIGN-CONTROL-RECORD.
           IF CC-CLOSED
               DISPLAY 'CAMPAIGN-CLOSE ERROR: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' WAS ALREADY CLOSED ON ' CC-CLOSE-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CC-DESCRIPTION TO WS-CAMPAIGN-DESC.
           OPEN INPUT vendor-invoice-file.
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY 'CAMPAIGN-CLOSE ERROR: VENDOR-INVOICE-FILE '
                   'NOT FOUND'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SEND-LOG THRU LOAD-SEND-LOG-EXIT.
           PERFORM LOAD-ACKS THRU LOAD-ACKS-EXIT.
           PERFORM LOAD-INVOICE-HISTORY
               THRU LOAD-INVOICE-HISTORY-EXIT.
           OPEN OUTPUT closeout-report.
           MOVE 'CAMPAIGN CLOSE-OUT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
                  WS-CAMPAIGN-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CAMPAIGN-DESC DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRINT VENDOR INVOICE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INVOICE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * Each invoice line is tied to its transmission.  Lines for
      * other campaigns' sequences are left for their own close-out.
      *-----------------------------------------------------------------
       INVOICE-ROUTINE.
           READ vendor-invoice-file
               AT END GO TO INVOICE-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-INVOICE-LINES.
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE VI-INVOICE-NUMBER TO INV-NUMBER.
           MOVE VI-FILE-SEQUENCE TO INV-SEQUENCE.
           MOVE VI-PIECES-BILLED TO INV-BILLED.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               VI-PIECES-BILLED * VI-PRICE-PER-M / 1000
               + VI-EXTRA-CHARGES.
           MOVE WS-LINE-AMOUNT TO INV-AMOUNT.
           MOVE VI-FILE-SEQUENCE TO WS-FIND-SEQUENCE.
           PERFORM FIND-SEND THRU FIND-SEND-EXIT.
           IF WS-SEND-SUB = ZERO
               ADD 1 TO WS-FLAGGED-LINES
               MOVE '*** SEQUENCE NEVER SENT' TO INV-CHECK
               MOVE WS-INVOICE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO INVOICE-ROUTINE
           END-IF.
           IF WS-SD-CAMPAIGN(WS-SEND-SUB) NOT = WS-CAMPAIGN-ID
               ADD 1 TO WS-OTHER-CAMPAIGN
               GO TO INVOICE-ROUTINE
           END-IF.
           ADD 1 TO WS-SD-TIMES-BILLED(WS-SEND-SUB).
           ADD WS-LINE-AMOUNT TO WS-VENDOR-CHARGES.
           IF WS-INVOICE-COUNT-IN < 500
               ADD 1 TO WS-INVOICE-COUNT-IN
               MOVE VI-INVOICE-NUMBER
                   TO WS-IV-NUMBER(WS-INVOICE-COUNT-IN)
               MOVE VI-FILE-SEQUENCE
                   TO WS-IV-SEQUENCE(WS-INVOICE-COUNT-IN)
               MOVE VI-PIECES-BILLED
                   TO WS-IV-PIECES(WS-INVOICE-COUNT-IN)
               MOVE WS-LINE-AMOUNT
                   TO WS-IV-AMOUNT(WS-INVOICE-COUNT-IN)
           END-IF.
      * the vendor is paid for what arrived; without an
      * acknowledgment, for what was sent.
           IF SEND-ACKED(WS-SEND-SUB)
               MOVE WS-SD-RECEIVED(WS-SEND-SUB) TO WS-ALLOWED-PIECES
           ELSE
               MOVE WS-SD-SENT(WS-SEND-SUB) TO WS-ALLOWED-PIECES
           END-IF.
           MOVE WS-ALLOWED-PIECES TO INV-RECEIVED.
           IF BILLED-BEFORE(WS-SEND-SUB)
               MOVE '*** BILLED ON AN EARLIER CLOSE' TO INV-CHECK
           ELSE
               IF WS-SD-TIMES-BILLED(WS-SEND-SUB) > 1
                   MOVE '*** DOUBLE-BILLED' TO INV-CHECK
               ELSE
                   IF VI-PIECES-BILLED > WS-ALLOWED-PIECES
                       MOVE '*** OVERBILLED' TO INV-CHECK
                   ELSE
                       IF SEND-ACKED(WS-SEND-SUB)
                           MOVE 'OK' TO INV-CHECK
                       ELSE
                           MOVE 'OK - NO ACK, SENT COUNT USED'
                               TO INV-CHECK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF INV-CHECK(1:3) = '***'
               ADD 1 TO WS-FLAGGED-LINES
               ADD WS-LINE-AMOUNT TO WS-FLAGGED-CHARGES
           END-IF.
           MOVE WS-INVOICE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO INVOICE-ROUTINE.
       INVOICE-ROUTINE-EXIT.
           CLOSE vendor-invoice-file.
           MOVE 1 TO WS-SEND-SUB.
           PERFORM CHECK-NOT-INVOICED THRU CHECK-NOT-INVOICED-EXIT.
           IF WS-INVOICE-LINES = ZERO
               MOVE '  (NO INVOICE LINES)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM SUM-RUN-HISTORY THRU SUM-RUN-HISTORY-EXIT.
           PERFORM SUM-POSTAGE THRU SUM-POSTAGE-EXIT.
           COMPUTE WS-TOTAL-COST = WS-POSTAGE + WS-VENDOR-CHARGES.
           IF WS-PIECES-MAILED > ZERO
               MOVE WS-PIECES-MAILED TO WS-COST-PIECES
           ELSE
               MOVE WS-PIECES-SENT TO WS-COST-PIECES
           END-IF.
           IF WS-COST-PIECES > ZERO
               COMPUTE WS-COST-PER-PIECE ROUNDED =
                   WS-TOTAL-COST / WS-COST-PIECES
           END-IF.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.

       END-ROUTINE.
           IF WS-FLAGGED-LINES > ZERO OR WS-NOT-INVOICED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RETURN-CODE = 8 AND NOT FORCE-CLOSE
               MOVE '*** INVOICE DOES NOT RECONCILE - CAMPAIGN LEFT '
                   TO REPORT-LINE
               MOVE 'OPEN' TO REPORT-LINE(49:4)
               WRITE REPORT-LINE
               MOVE '    SETTLE WITH THE VENDOR, OR RERUN WITH FORCE '
                   TO REPORT-LINE
               MOVE 'TO CLOSE AS BILLED' TO REPORT-LINE(49:18)
               WRITE REPORT-LINE
               DISPLAY 'CAMPAIGN-CLOSE: ' WS-FLAGGED-LINES
                   ' INVOICE LINE(S) FLAGGED, ' WS-NOT-INVOICED
                   ' SEQUENCE(S) NOT INVOICED - CAMPAIGN '
                   WS-CAMPAIGN-ID ' LEFT OPEN'
           ELSE
               PERFORM CLOSE-CAMPAIGN THRU CLOSE-CAMPAIGN-EXIT
               MOVE SPACES TO REPORT-LINE
               STRING 'CAMPAIGN ' DELIMITED BY SIZE
                      WS-CAMPAIGN-ID DELIMITED BY SIZE
                      ' CLOSED ' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      ' - READ-CSV WILL REFUSE FURTHER RUNS UNDER IT'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY 'CAMPAIGN-CLOSE: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' CLOSED'
           END-IF.
           CLOSE closeout-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'CAMPAIGN-CLOSE RUN SUMMARY'.
           DISPLAY '  INVOICE LINES     : ' WS-INVOICE-LINES.
           DISPLAY '  LINES FLAGGED     : ' WS-FLAGGED-LINES.
           DISPLAY '  NOT INVOICED      : ' WS-NOT-INVOICED.
           DISPLAY '  PIECES MAILED     : ' WS-PIECES-MAILED.
           DISPLAY '  TOTAL COST        : ' WS-TOTAL-COST.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * a sequence of this campaign the vendor has not billed yet
       CHECK-NOT-INVOICED.
           IF WS-SEND-SUB > WS-SEND-COUNT-IN
               GO TO CHECK-NOT-INVOICED-EXIT
           END-IF.
           IF WS-SD-CAMPAIGN(WS-SEND-SUB) = WS-CAMPAIGN-ID
            AND WS-SD-TIMES-BILLED(WS-SEND-SUB) = ZERO
            AND NOT BILLED-BEFORE(WS-SEND-SUB)
               ADD 1 TO WS-NOT-INVOICED
               MOVE SPACES TO WS-INVOICE-LINE
               MOVE WS-SD-SEQUENCE(WS-SEND-SUB) TO INV-SEQUENCE
               MOVE ZERO TO INV-BILLED
               MOVE WS-SD-SENT(WS-SEND-SUB) TO INV-RECEIVED
               IF SEND-ACKED(WS-SEND-SUB)
                   MOVE WS-SD-RECEIVED(WS-SEND-SUB) TO INV-RECEIVED
               END-IF
               MOVE ZERO TO INV-AMOUNT
               MOVE '*** SENT, NOT INVOICED' TO INV-CHECK
               MOVE WS-INVOICE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-SEND-SUB.
           GO TO CHECK-NOT-INVOICED.
       CHECK-NOT-INVOICED-EXIT.
           EXIT.

       PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PIECES' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'READ-CSV RUNS ...................:' TO TOT-LABEL.
           MOVE WS-RUNS-FOUND TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PIECES READ .....................:' TO TOT-LABEL.
           MOVE WS-PIECES-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SUPPRESSED OR REJECTED ..........:' TO TOT-LABEL.
           MOVE WS-PIECES-SUPPRESSED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'WRITTEN FOR MAILING .............:' TO TOT-LABEL.
           MOVE WS-PIECES-WRITTEN TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TRANSMISSIONS TO THE VENDOR .....:' TO TOT-LABEL.
           MOVE WS-SEQUENCES-SENT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SENT TO THE VENDOR ..............:' TO TOT-LABEL.
           MOVE WS-PIECES-SENT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MAILED (POSTAGE LEDGER) .........:' TO TOT-LABEL.
           MOVE WS-PIECES-MAILED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'COST' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'POSTAGE .........................:' TO AMT-LABEL.
           MOVE WS-POSTAGE TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRINT VENDOR CHARGES ............:' TO AMT-LABEL.
           MOVE WS-VENDOR-CHARGES TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FLAGGED-CHARGES > ZERO
               MOVE '  OF WHICH ON FLAGGED LINES .....:' TO AMT-LABEL
               MOVE WS-FLAGGED-CHARGES TO AMT-AMOUNT
               MOVE WS-AMOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE 'TOTAL COST ......................:' TO AMT-LABEL.
           MOVE WS-TOTAL-COST TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-RATE-LINE.
           MOVE 'COST PER PIECE MAILED ...........:' TO RATE-LABEL.
           MOVE WS-COST-PER-PIECE TO RATE-AMOUNT.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-SUMMARY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Closing: the close-out record, the invoice lines into the
      * history, and the control file written back with the campaign
      * marked closed.
      *-----------------------------------------------------------------
       CLOSE-CAMPAIGN.
           OPEN EXTEND campaign-closeout-file.
           IF WS-CLOSEOUT-STATUS = '05' OR '35'
               OPEN OUTPUT campaign-closeout-file
           END-IF.
           MOVE SPACES TO CAMPAIGN-CLOSEOUT-RECORD.
           MOVE WS-CAMPAIGN-ID TO CO-CAMPAIGN.
           MOVE WS-TODAY TO CO-CLOSE-DATE.
           MOVE WS-PIECES-READ TO CO-PIECES-READ.
           MOVE WS-PIECES-WRITTEN TO CO-PIECES-WRITTEN.
           MOVE WS-PIECES-SUPPRESSED TO CO-PIECES-SUPPRESSED.
           MOVE WS-PIECES-SENT TO CO-PIECES-SENT.
           MOVE WS-PIECES-MAILED TO CO-PIECES-MAILED.
           MOVE WS-POSTAGE TO CO-POSTAGE.
           MOVE WS-VENDOR-CHARGES TO CO-VENDOR-CHARGES.
           MOVE WS-TOTAL-COST TO CO-TOTAL-COST.
           MOVE WS-COST-PER-PIECE TO CO-COST-PER-PIECE.
           MOVE WS-FLAGGED-LINES TO CO-FLAGGED-LINES.
           WRITE CAMPAIGN-CLOSEOUT-RECORD.
           CLOSE campaign-closeout-file.
           OPEN EXTEND invoice-history-file.
           IF WS-INV-HIST-STATUS = '05' OR '35'
               OPEN OUTPUT invoice-history-file
           END-IF.
           MOVE 1 TO WS-INVOICE-SUB.
       CLOSE-CAMPAIGN-HISTORY.
           IF WS-INVOICE-SUB > WS-INVOICE-COUNT-IN
               GO TO CLOSE-CAMPAIGN-CONTROL
           END-IF.
           MOVE SPACES TO INVOICE-HISTORY-RECORD.
           MOVE WS-IV-SEQUENCE(WS-INVOICE-SUB) TO IH-FILE-SEQUENCE.
           MOVE WS-IV-NUMBER(WS-INVOICE-SUB) TO IH-INVOICE-NUMBER.
           MOVE WS-CAMPAIGN-ID TO IH-CAMPAIGN.
           MOVE WS-IV-PIECES(WS-INVOICE-SUB) TO IH-PIECES-BILLED.
           MOVE WS-IV-AMOUNT(WS-INVOICE-SUB) TO IH-AMOUNT.
           MOVE WS-TODAY TO IH-CLOSE-DATE.
           WRITE INVOICE-HISTORY-RECORD.
           ADD 1 TO WS-INVOICE-SUB.
           GO TO CLOSE-CAMPAIGN-HISTORY.
       CLOSE-CAMPAIGN-CONTROL.
           CLOSE invoice-history-file.
           MOVE WS-CONTROL-ENTRY(WS-CAMPAIGN-SUB)
               TO CAMPAIGN-CONTROL-RECORD.
           MOVE 'C' TO CC-STATUS.
           MOVE WS-TODAY TO CC-CLOSE-DATE.
           MOVE CAMPAIGN-CONTROL-RECORD
               TO WS-CONTROL-ENTRY(WS-CAMPAIGN-SUB).
           OPEN OUTPUT campaign-control-file.
           MOVE 1 TO WS-CONTROL-SUB.
       CLOSE-CAMPAIGN-WRITE.
           IF WS-CONTROL-SUB > WS-CONTROL-COUNT-IN
               GO TO CLOSE-CAMPAIGN-DONE
           END-IF.
           MOVE WS-CONTROL-ENTRY(WS-CONTROL-SUB)
               TO CAMPAIGN-CONTROL-RECORD.
           WRITE CAMPAIGN-CONTROL-RECORD.
           ADD 1 TO WS-CONTROL-SUB.
           GO TO CLOSE-CAMPAIGN-WRITE.
       CLOSE-CAMPAIGN-DONE.
           CLOSE campaign-control-file.
       CLOSE-CAMPAIGN-EXIT.
           EXIT.

       LOAD-CONTROL.
           OPEN INPUT campaign-control-file.
           IF WS-CAMPAIGN-FILE-STATUS NOT = '00'
               GO TO LOAD-CONTROL-EXIT
           END-IF.
       LOAD-CONTROL-READ.
           READ campaign-control-file
               AT END GO TO LOAD-CONTROL-CLOSE.
           IF WS-CONTROL-COUNT-IN NOT < 200
               DISPLAY 'CAMPAIGN-CLOSE ERROR: MORE THAN 200 '
                   'CAMPAIGNS ON CAMPAIGN-CONTROL-FILE'
               CLOSE campaign-control-file
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-CONTROL-COUNT-IN.
           MOVE CAMPAIGN-CONTROL-RECORD
               TO WS-CONTROL-ENTRY(WS-CONTROL-COUNT-IN).
           IF CC-CAMPAIGN-ID = WS-CAMPAIGN-ID
               MOVE WS-CONTROL-COUNT-IN TO WS-CAMPAIGN-SUB
           END-IF.
           GO TO LOAD-CONTROL-READ.
       LOAD-CONTROL-CLOSE.
           CLOSE campaign-control-file.
       LOAD-CONTROL-EXIT.
           EXIT.

       LOAD-SEND-LOG.
           OPEN INPUT vendor-send-log-file.
           IF WS-SEND-LOG-STATUS NOT = '00'
               DISPLAY 'CAMPAIGN-CLOSE WARNING: VENDOR-SEND-LOG-FILE '
                   'NOT FOUND - EVERY INVOICE LINE WILL BE FLAGGED'
               GO TO LOAD-SEND-LOG-EXIT
           END-IF.
       LOAD-SEND-LOG-READ.
           READ vendor-send-log-file
               AT END GO TO LOAD-SEND-LOG-CLOSE.
           IF VS-CAMPAIGN = WS-CAMPAIGN-ID
               ADD 1 TO WS-SEQUENCES-SENT
               ADD VS-RECORD-COUNT TO WS-PIECES-SENT
           END-IF.
           IF WS-SEND-COUNT-IN NOT < 2000
               GO TO LOAD-SEND-LOG-READ
           END-IF.
           ADD 1 TO WS-SEND-COUNT-IN.
           MOVE VS-FILE-SEQUENCE TO WS-SD-SEQUENCE(WS-SEND-COUNT-IN).
           MOVE VS-CAMPAIGN TO WS-SD-CAMPAIGN(WS-SEND-COUNT-IN).
           MOVE VS-RECORD-COUNT TO WS-SD-SENT(WS-SEND-COUNT-IN).
           MOVE ZERO TO WS-SD-RECEIVED(WS-SEND-COUNT-IN).
           MOVE 'N' TO WS-SD-ACK-SW(WS-SEND-COUNT-IN).
           MOVE 'N' TO WS-SD-BILLED-BEFORE-SW(WS-SEND-COUNT-IN).
           MOVE ZERO TO WS-SD-TIMES-BILLED(WS-SEND-COUNT-IN).
           GO TO LOAD-SEND-LOG-READ.
       LOAD-SEND-LOG-CLOSE.
           CLOSE vendor-send-log-file.
       LOAD-SEND-LOG-EXIT.
           EXIT.

      * the vendor's received counts, as VENDOR-ACK reconciles them
       LOAD-ACKS.
           OPEN INPUT vendor-ack-file.
           IF WS-ACK-STATUS NOT = '00'
               GO TO LOAD-ACKS-EXIT
           END-IF.
       LOAD-ACKS-READ.
           READ vendor-ack-file
               AT END GO TO LOAD-ACKS-CLOSE.
           MOVE VA-FILE-SEQUENCE TO WS-FIND-SEQUENCE.
           PERFORM FIND-SEND THRU FIND-SEND-EXIT.
           IF WS-SEND-SUB > ZERO
               MOVE VA-RECEIVED-COUNT TO WS-SD-RECEIVED(WS-SEND-SUB)
               MOVE 'Y' TO WS-SD-ACK-SW(WS-SEND-SUB)
           END-IF.
           GO TO LOAD-ACKS-READ.
       LOAD-ACKS-CLOSE.
           CLOSE vendor-ack-file.
       LOAD-ACKS-EXIT.
           EXIT.

       LOAD-INVOICE-HISTORY.
           OPEN INPUT invoice-history-file.
           IF WS-INV-HIST-STATUS NOT = '00'
               GO TO LOAD-INVOICE-HISTORY-EXIT
           END-IF.
       LOAD-INVOICE-HISTORY-READ.
           READ invoice-history-file
               AT END GO TO LOAD-INVOICE-HISTORY-CLOSE.
           MOVE IH-FILE-SEQUENCE TO WS-FIND-SEQUENCE.
           PERFORM FIND-SEND THRU FIND-SEND-EXIT.
           IF WS-SEND-SUB > ZERO
               MOVE 'Y' TO WS-SD-BILLED-BEFORE-SW(WS-SEND-SUB)
           END-IF.
           GO TO LOAD-INVOICE-HISTORY-READ.
       LOAD-INVOICE-HISTORY-CLOSE.
           CLOSE invoice-history-file.
       LOAD-INVOICE-HISTORY-EXIT.
           EXIT.

       FIND-SEND.
           MOVE ZERO TO WS-SEND-SUB.
           IF WS-SEND-COUNT-IN = ZERO
               GO TO FIND-SEND-EXIT
           END-IF.
           SET WS-SEND-IDX TO 1.
           SEARCH WS-SEND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SEND-IDX > WS-SEND-COUNT-IN
                   CONTINUE
               WHEN WS-SD-SEQUENCE(WS-SEND-IDX) = WS-FIND-SEQUENCE
                   SET WS-SEND-SUB TO WS-SEND-IDX
           END-SEARCH.
       FIND-SEND-EXIT.
           EXIT.

      * every READ-CSV run under the campaign; suppressed is what was
      * read and not written - rejects, exceptions, duplicates and
      * the suppression and frequency drops.
       SUM-RUN-HISTORY.
           OPEN INPUT run-history-file.
           IF WS-RUN-HISTORY-STATUS NOT = '00'
               GO TO SUM-RUN-HISTORY-EXIT
           END-IF.
       SUM-RUN-HISTORY-READ.
           READ run-history-file
               AT END GO TO SUM-RUN-HISTORY-CLOSE.
           IF RH-CAMPAIGN = WS-CAMPAIGN-ID
               ADD 1 TO WS-RUNS-FOUND
               ADD RH-READ TO WS-PIECES-READ
               ADD RH-WRITTEN TO WS-PIECES-WRITTEN
           END-IF.
           GO TO SUM-RUN-HISTORY-READ.
       SUM-RUN-HISTORY-CLOSE.
           CLOSE run-history-file.
           IF WS-PIECES-READ > WS-PIECES-WRITTEN
               COMPUTE WS-PIECES-SUPPRESSED =
                   WS-PIECES-READ - WS-PIECES-WRITTEN
           END-IF.
       SUM-RUN-HISTORY-EXIT.
           EXIT.

       SUM-POSTAGE.
           OPEN INPUT postage-ledger-file.
           IF WS-LEDGER-STATUS NOT = '00'
               GO TO SUM-POSTAGE-EXIT
           END-IF.
       SUM-POSTAGE-READ.
           READ postage-ledger-file
               AT END GO TO SUM-POSTAGE-CLOSE.
           IF PL-CAMPAIGN = WS-CAMPAIGN-ID
               ADD 1 TO WS-DROPS-FOUND
               ADD PL-TOTAL-AMOUNT TO WS-POSTAGE
               ADD PL-PIECES-5DIGIT TO WS-PIECES-MAILED
               ADD PL-PIECES-3DIGIT TO WS-PIECES-MAILED
               ADD PL-PIECES-RESIDUAL TO WS-PIECES-MAILED
           END-IF.
           GO TO SUM-POSTAGE-READ.
       SUM-POSTAGE-CLOSE.
           CLOSE postage-ledger-file.
       SUM-POSTAGE-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE WS-CAMPAIGN-ID TO RF-CAMPAIGN.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'CAMPAIGN-CLOSE WARNING: REPORT-FILE NOT '
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
               DISPLAY 'CAMPAIGN-CLOSE WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'CAMPAIGN-CLOSE' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-INVOICE-LINES TO JL-COUNT-1.
           MOVE WS-FLAGGED-LINES TO JL-COUNT-2.
           MOVE WS-PIECES-MAILED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM CAMPAIGN-CLOSE.
