      *                   return code) to the shop-wide JOB-LOG-FILE
      *                   read by the DAILY-OPS-REPORT morning
      *                   summary.
      *   2026/10/15 QC - when PERMIT-BALANCE-FILE is present (kept by
      *                   PERMIT-RECON), the statement shows the permit
      *                   account balance, the drops since it that the
      *                   post office has not yet debited (this one
      *                   included) and what is left, and warns when
      *                   the account will not cover this drop.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - for a campaign dropped in waves the statement
      *                   names the wave and its file sequence; each
      *                   wave is priced and ledgered as its own drop.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAGE-STATEMENT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT permit-balance-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERMIT-STATUS.

           SELECT wave-control-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-KEY
           FILE STATUS IS WS-WAVE-STATUS.

           SELECT postage-statement
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER            PIC X(02).
           05 PL-TOTAL-AMOUNT   PIC 9(07)V99.

       FD  permit-balance-file.
       01  PERMIT-BALANCE-RECORD.
           05 PB-AS-OF-DATE     PIC 9(08).
           05 FILLER            PIC X(02).
           05 PB-BALANCE        PIC S9(09)V99
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(02).
           05 PB-UPDATED-DATE   PIC 9(08).

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

       FD  postage-statement.
       01  REPORT-LINE          PIC X(80).

           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'postage-statement'.
           05 RF-PROGRAM        PIC X(18) VALUE 'POSTAGE-STATEMENT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-DATAOUT-STATUS    PIC X(02).
       01  WS-RATE-STATUS       PIC X(02).
       01  WS-LEDGER-STATUS     PIC X(02).
       01  WS-PERMIT-STATUS     PIC X(02).

      * same qualification rules as PRESORT-REPORT; the two programs
      * must agree or the statement prices a different drop than the
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-THIS-MONTH        PIC 9(06) VALUE ZERO.

      * permit account as of PERMIT-RECON's last reconciliation, and
      * the ledger drops after it the post office has yet to debit.
       01  WS-PERMIT-FOUND-SW   PIC X VALUE 'N'.
           88 PERMIT-FOUND      VALUE 'Y'.
       01  WS-PERMIT-AS-OF      PIC 9(08) VALUE ZERO.
       01  WS-PERMIT-BALANCE    PIC S9(09)V99 VALUE ZERO.
       01  WS-UNDEBITED-AMOUNT  PIC 9(09)V99 VALUE ZERO.
       01  WS-PERMIT-LEFT       PIC S9(09)V99 VALUE ZERO.

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

       01  WS-TIER-LINE.
           05 TIER-LABEL        PIC X(22).
           05 TIER-PIECES       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(01) VALUE '$'.
           05 TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PERMIT-LINE.
           05 PMT-LABEL         PIC X(34).
           05 FILLER            PIC X(01) VALUE '$'.
           05 PMT-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-AMT-TOTAL =
               WS-AMT-5DIGIT + WS-AMT-3DIGIT + WS-AMT-RESIDUAL.
           PERFORM WRITE-LEDGER THRU WRITE-LEDGER-EXIT.
           PERFORM LOAD-PERMIT-BALANCE THRU LOAD-PERMIT-BALANCE-EXIT.
           PERFORM SUM-MONTH-TO-DATE THRU SUM-MONTH-TO-DATE-EXIT.
           PERFORM WRITE-STATEMENT THRU WRITE-STATEMENT-EXIT.
           DISPLAY 'POSTAGE-STATEMENT RUN SUMMARY'.
           DISPLAY '  TOTAL PIECES      : ' WS-TOTAL-PIECES.
           DISPLAY '  TOTAL POSTAGE     : ' WS-AMT-TOTAL.
           DISPLAY '  MONTH TO DATE     : ' WS-MTD-AMOUNT.
           IF PERMIT-FOUND
               DISPLAY '  PERMIT LEFT       : ' WS-PERMIT-LEFT
               IF WS-PERMIT-LEFT < ZERO
                   DISPLAY 'POSTAGE-STATEMENT WARNING: PERMIT ACCOUNT '
                       'WILL NOT COVER THIS DROP - DEPOSIT BEFORE IT '
                       'GOES TO THE POST OFFICE'
               END-IF
           END-IF.
           IF SEQUENCE-ERROR
               DISPLAY 'POSTAGE-STATEMENT WARNING: DATAOUT IS NOT '
                   'IN ZIP SEQUENCE - TIER PRICING IS NOT USABLE'
           IF PL-DROP-DATE(1:6) = WS-THIS-MONTH
               ADD PL-TOTAL-AMOUNT TO WS-MTD-AMOUNT
           END-IF.
           IF PERMIT-FOUND AND PL-DROP-DATE > WS-PERMIT-AS-OF
               ADD PL-TOTAL-AMOUNT TO WS-UNDEBITED-AMOUNT
           END-IF.
           GO TO SUM-MONTH-TO-DATE-READ.
       SUM-MONTH-TO-DATE-CLOSE.
           CLOSE postage-ledger-file.
           COMPUTE WS-PERMIT-LEFT =
               WS-PERMIT-BALANCE - WS-UNDEBITED-AMOUNT.
       SUM-MONTH-TO-DATE-EXIT.
           EXIT.

      * no PERMIT-BALANCE-FILE means the account has not been
      * reconciled yet and the statement shows no balance.
       LOAD-PERMIT-BALANCE.
           OPEN INPUT permit-balance-file.
           IF WS-PERMIT-STATUS NOT = '00'
               GO TO LOAD-PERMIT-BALANCE-EXIT
           END-IF.
           READ permit-balance-file
               AT END
                   CONTINUE
               NOT AT END
                   IF PB-AS-OF-DATE IS NUMERIC
                    AND PB-BALANCE IS NUMERIC
                       MOVE PB-AS-OF-DATE TO WS-PERMIT-AS-OF
                       MOVE PB-BALANCE TO WS-PERMIT-BALANCE
                       SET PERMIT-FOUND TO TRUE
                   END-IF
           END-READ.
           CLOSE permit-balance-file.
       LOAD-PERMIT-BALANCE-EXIT.
           EXIT.

       WRITE-STATEMENT.
           OPEN OUTPUT postage-statement.
           MOVE SPACES TO REPORT-LINE.
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CAMPAIGN-ID TO WS-WAVE-CAMPAIGN.
           PERFORM FIND-WAVE THRU FIND-WAVE-EXIT.
           IF WS-WAVE-NUMBER NOT = ZERO
               MOVE WS-WAVE-NUMBER TO WVL-WAVE
               MOVE WS-WAVE-CAMPAIGN TO WVL-CAMPAIGN
               MOVE WS-WAVE-SEQUENCE TO WVL-FILE-SEQUENCE
               MOVE WS-WAVE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TIER-LINE.
           MOVE WS-MTD-AMOUNT TO TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF PERMIT-FOUND
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'PERMIT ACCOUNT AS RECONCILED TO '
                          DELIMITED BY SIZE
                      WS-PERMIT-AS-OF DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO WS-PERMIT-LINE
               MOVE 'PERMIT ACCOUNT BALANCE ..........:' TO PMT-LABEL
               MOVE WS-PERMIT-BALANCE TO PMT-AMOUNT
               MOVE WS-PERMIT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'DROPS NOT YET DEBITED (WITH THIS):' TO PMT-LABEL
               MOVE WS-UNDEBITED-AMOUNT TO PMT-AMOUNT
               MOVE WS-PERMIT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'LEFT AFTER THIS DROP ............:' TO PMT-LABEL
               MOVE WS-PERMIT-LEFT TO PMT-AMOUNT
               MOVE WS-PERMIT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PERMIT-LEFT < ZERO
                   MOVE SPACES TO REPORT-LINE
                   MOVE '*** WARNING: PERMIT ACCOUNT WILL NOT COVER '
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE '*** THIS DROP - DEPOSIT BEFORE MAILING'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF SEQUENCE-ERROR
               MOVE SPACES TO REPORT-LINE
               MOVE 'WARNING: DATAOUT IS NOT IN ZIP SEQUENCE - '
               WRITE REPORT-LINE
           END-IF.
           CLOSE postage-statement.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
       WRITE-STATEMENT-EXIT.
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
           MOVE WS-CAMPAIGN-ID TO RF-CAMPAIGN.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'POSTAGE-STATEMENT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
