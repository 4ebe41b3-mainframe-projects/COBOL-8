      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: RECONCILE THE POSTAL PERMIT ACCOUNT TO THE LEDGER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; run on demand by accounting
      *                   with the post office's permit account
      *                   activity (POSTAL-ACCOUNT-FILE: C deposits, D
      *                   debits per mailing with date, mailing
      *                   reference = campaign, pieces and amount).
      *                   Each debit is matched to the POSTAGE-LEDGER-
      *                   FILE drop POSTAGE-STATEMENT appended, by
      *                   date, campaign and pieces (date and campaign
      *                   alone is a piece variance).  Reports debits
      *                   with no drop, drops in the statement period
      *                   never debited, piece and dollar variances,
      *                   and drops after the statement not yet
      *                   debited.  Carries the account balance in
      *                   PERMIT-BALANCE-FILE (activity after its as-of
      *                   date is applied, so a rerun does not count
      *                   twice); POSTAGE-STATEMENT reads it to warn
      *                   when a drop will overdraw the account.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMIT-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT postal-account-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT postage-ledger-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT permit-balance-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERMIT-STATUS.

           SELECT permit-recon-report
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
       FD  postal-account-file.
       01  POSTAL-ACCOUNT-RECORD.
           05 PA-TYPE           PIC X(01).
              88 PA-DEPOSIT     VALUE 'C'.
              88 PA-DEBIT       VALUE 'D'.
           05 FILLER            PIC X(02).
           05 PA-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 PA-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 PA-PIECES         PIC 9(07).
           05 FILLER            PIC X(02).
           05 PA-AMOUNT         PIC 9(07)V99.

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

       FD  permit-balance-file.
       01  PERMIT-BALANCE-RECORD.
           05 PB-AS-OF-DATE     PIC 9(08).
           05 FILLER            PIC X(02).
           05 PB-BALANCE        PIC S9(09)V99
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(02).
           05 PB-UPDATED-DATE   PIC 9(08).

       FD  permit-recon-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'permit-recon-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'PERMIT-RECON'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-ACCOUNT-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-PERMIT-STATUS      PIC X(02).

      * the statement's debits, with the ledger drop each matched
       01  WS-DEBIT-TABLE.
           05 WS-DEBIT-ENTRY OCCURS 1000 TIMES.
               10 WS-DB-DATE       PIC 9(08).
               10 WS-DB-CAMPAIGN   PIC X(08).
               10 WS-DB-PIECES     PIC 9(07).
               10 WS-DB-AMOUNT     PIC 9(07)V99.
               10 WS-DB-LEDGER     PIC 9(04) COMP.
       01  WS-DEBIT-COUNT-IN     PIC 9(04) COMP VALUE ZERO.
       01  WS-DEBIT-SUB          PIC 9(04) COMP VALUE ZERO.

      * ledger drops from the start of the statement period on
       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 2000 TIMES.
               10 WS-LG-DATE       PIC 9(08).
               10 WS-LG-CAMPAIGN   PIC X(08).
               10 WS-LG-PIECES     PIC 9(07).
               10 WS-LG-AMOUNT     PIC 9(07)V99.
               10 WS-LG-MATCHED-SW PIC X.
                  88 LEDGER-MATCHED VALUE 'Y'.
       01  WS-LEDGER-COUNT-IN    PIC 9(04) COMP VALUE ZERO.
       01  WS-LEDGER-SUB         PIC 9(04) COMP VALUE ZERO.
       01  WS-LEDGER-PIECES      PIC 9(07) VALUE ZERO.

       01  WS-FIRST-DATE         PIC 9(08) VALUE 99999999.
       01  WS-LAST-DATE          PIC 9(08) VALUE ZERO.
       01  WS-TODAY              PIC 9(08) VALUE ZERO.

       01  WS-OPENING-AS-OF      PIC 9(08) VALUE ZERO.
       01  WS-CLOSING-AS-OF      PIC 9(08) VALUE ZERO.
       01  WS-OPENING-BALANCE    PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE            PIC S9(09)V99 VALUE ZERO.
       01  WS-PROJECTED-BALANCE  PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE-FOUND-SW   PIC X VALUE 'N'.
           88 BALANCE-FOUND      VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-DEPOSITS-READ   PIC 9(07) COMP VALUE ZERO.
           05 WS-DEBITS-READ     PIC 9(07) COMP VALUE ZERO.
           05 WS-OTHER-SKIPPED   PIC 9(07) COMP VALUE ZERO.
           05 WS-ALREADY-APPLIED PIC 9(07) COMP VALUE ZERO.
           05 WS-DEBITS-MATCHED  PIC 9(07) COMP VALUE ZERO.
           05 WS-VARIANCE-COUNT  PIC 9(07) COMP VALUE ZERO.
           05 WS-UNMATCHED-DEBITS PIC 9(07) COMP VALUE ZERO.
           05 WS-NEVER-DEBITED   PIC 9(07) COMP VALUE ZERO.
           05 WS-PENDING-DROPS   PIC 9(07) COMP VALUE ZERO.
           05 WS-TABLE-OVERFLOW  PIC 9(07) COMP VALUE ZERO.

       01  WS-AMOUNTS.
           05 WS-DEPOSIT-TOTAL   PIC 9(09)V99 VALUE ZERO.
           05 WS-DEBIT-TOTAL     PIC 9(09)V99 VALUE ZERO.
           05 WS-PENDING-TOTAL   PIC 9(09)V99 VALUE ZERO.

       01  WS-SECTION-COUNT      PIC 9(07) COMP VALUE ZERO.

       01  WS-DETAIL-HEADING.
           05 FILLER             PIC X(10) VALUE 'DATE'.
           05 FILLER             PIC X(10) VALUE 'CAMPAIGN'.
           05 FILLER             PIC X(09) VALUE ' LEDGER'.
           05 FILLER             PIC X(09) VALUE '  POSTAL'.
           05 FILLER             PIC X(12) VALUE '    LEDGER $'.
           05 FILLER             PIC X(12) VALUE '    POSTAL $'.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05 DTL-DATE           PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DTL-CAMPAIGN       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DTL-LEDGER-PIECES  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DTL-POSTAL-PIECES  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DTL-LEDGER-AMOUNT  PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DTL-POSTAL-AMOUNT  PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DTL-NOTE           PIC X(16).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05 AMT-LABEL          PIC X(34).
           05 FILLER             PIC X(01) VALUE '$'.
           05 AMT-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT postal-account-file.
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'PERMIT-RECON ERROR: POSTAL-ACCOUNT-FILE '
                   'NOT FOUND'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * the balance carried from the last reconciliation; none yet
      * means the account starts from zero.
           OPEN INPUT permit-balance-file.
           IF WS-PERMIT-STATUS = '00'
               READ permit-balance-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PB-AS-OF-DATE IS NUMERIC
                        AND PB-BALANCE IS NUMERIC
                           MOVE PB-AS-OF-DATE TO WS-OPENING-AS-OF
                           MOVE PB-BALANCE TO WS-OPENING-BALANCE
                           SET BALANCE-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE permit-balance-file
           END-IF.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE.
           MOVE WS-OPENING-AS-OF TO WS-CLOSING-AS-OF.

       ACTIVITY-ROUTINE.
           READ postal-account-file
               AT END GO TO ACTIVITY-DONE
           END-READ.
           IF NOT PA-DEPOSIT AND NOT PA-DEBIT
               DISPLAY 'PERMIT-RECON WARNING: ACTIVITY TYPE ' PA-TYPE
                   ' ON ' PA-DATE ' IGNORED'
               ADD 1 TO WS-OTHER-SKIPPED
               GO TO ACTIVITY-ROUTINE
           END-IF.
           IF PA-DATE IS NOT NUMERIC OR PA-AMOUNT IS NOT NUMERIC
               DISPLAY 'PERMIT-RECON WARNING: ACTIVITY WITH A BAD '
                   'DATE OR AMOUNT IGNORED'
               ADD 1 TO WS-OTHER-SKIPPED
               GO TO ACTIVITY-ROUTINE
           END-IF.
           IF PA-DATE < WS-FIRST-DATE
               MOVE PA-DATE TO WS-FIRST-DATE
           END-IF.
           IF PA-DATE > WS-LAST-DATE
               MOVE PA-DATE TO WS-LAST-DATE
           END-IF.
      * activity on or before the carried as-of date is already in
      * the balance.
           IF PA-DATE NOT > WS-OPENING-AS-OF
               ADD 1 TO WS-ALREADY-APPLIED
           ELSE
               IF PA-DEPOSIT
                   ADD PA-AMOUNT TO WS-BALANCE
               ELSE
                   SUBTRACT PA-AMOUNT FROM WS-BALANCE
               END-IF
               IF PA-DATE > WS-CLOSING-AS-OF
                   MOVE PA-DATE TO WS-CLOSING-AS-OF
               END-IF
           END-IF.
           IF PA-DEPOSIT
               ADD 1 TO WS-DEPOSITS-READ
               ADD PA-AMOUNT TO WS-DEPOSIT-TOTAL
               GO TO ACTIVITY-ROUTINE
           END-IF.
           ADD 1 TO WS-DEBITS-READ.
           ADD PA-AMOUNT TO WS-DEBIT-TOTAL.
           IF WS-DEBIT-COUNT-IN NOT < 1000
               ADD 1 TO WS-TABLE-OVERFLOW
               GO TO ACTIVITY-ROUTINE
           END-IF.
           ADD 1 TO WS-DEBIT-COUNT-IN.
           MOVE PA-DATE TO WS-DB-DATE(WS-DEBIT-COUNT-IN).
           MOVE PA-CAMPAIGN TO WS-DB-CAMPAIGN(WS-DEBIT-COUNT-IN).
           MOVE PA-PIECES TO WS-DB-PIECES(WS-DEBIT-COUNT-IN).
           MOVE PA-AMOUNT TO WS-DB-AMOUNT(WS-DEBIT-COUNT-IN).
           MOVE ZERO TO WS-DB-LEDGER(WS-DEBIT-COUNT-IN).
           GO TO ACTIVITY-ROUTINE.
       ACTIVITY-DONE.
           CLOSE postal-account-file.
           IF WS-DEPOSITS-READ = ZERO AND WS-DEBITS-READ = ZERO
               DISPLAY 'PERMIT-RECON: NO POSTAL ACCOUNT ACTIVITY TO '
                   'RECONCILE'
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'PERMIT-RECON ERROR: POSTAGE-LEDGER-FILE '
                   'NOT FOUND'
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.

      *-----------------------------------------------------------------
      * Pass 1 matches date, campaign and pieces exactly; pass 2 takes
      * what is left on date and campaign alone, as a piece variance.
      *-----------------------------------------------------------------
           MOVE 1 TO WS-DEBIT-SUB.
       MATCH-EXACT.
           IF WS-DEBIT-SUB > WS-DEBIT-COUNT-IN
               GO TO MATCH-CAMPAIGN-START
           END-IF.
           MOVE 1 TO WS-LEDGER-SUB.
       MATCH-EXACT-LEDGER.
           IF WS-LEDGER-SUB > WS-LEDGER-COUNT-IN
               GO TO MATCH-EXACT-NEXT
           END-IF.
           IF NOT LEDGER-MATCHED(WS-LEDGER-SUB)
            AND WS-LG-DATE(WS-LEDGER-SUB) = WS-DB-DATE(WS-DEBIT-SUB)
            AND WS-LG-CAMPAIGN(WS-LEDGER-SUB)
                = WS-DB-CAMPAIGN(WS-DEBIT-SUB)
            AND WS-LG-PIECES(WS-LEDGER-SUB)
                = WS-DB-PIECES(WS-DEBIT-SUB)
               SET LEDGER-MATCHED(WS-LEDGER-SUB) TO TRUE
               MOVE WS-LEDGER-SUB TO WS-DB-LEDGER(WS-DEBIT-SUB)
               GO TO MATCH-EXACT-NEXT
           END-IF.
           ADD 1 TO WS-LEDGER-SUB.
           GO TO MATCH-EXACT-LEDGER.
       MATCH-EXACT-NEXT.
           ADD 1 TO WS-DEBIT-SUB.
           GO TO MATCH-EXACT.
       MATCH-CAMPAIGN-START.
           MOVE 1 TO WS-DEBIT-SUB.
       MATCH-CAMPAIGN.
           IF WS-DEBIT-SUB > WS-DEBIT-COUNT-IN
               GO TO REPORT-ROUTINE
           END-IF.
           IF WS-DB-LEDGER(WS-DEBIT-SUB) > ZERO
               GO TO MATCH-CAMPAIGN-NEXT
           END-IF.
           MOVE 1 TO WS-LEDGER-SUB.
       MATCH-CAMPAIGN-LEDGER.
           IF WS-LEDGER-SUB > WS-LEDGER-COUNT-IN
               GO TO MATCH-CAMPAIGN-NEXT
           END-IF.
           IF NOT LEDGER-MATCHED(WS-LEDGER-SUB)
            AND WS-LG-DATE(WS-LEDGER-SUB) = WS-DB-DATE(WS-DEBIT-SUB)
            AND WS-LG-CAMPAIGN(WS-LEDGER-SUB)
                = WS-DB-CAMPAIGN(WS-DEBIT-SUB)
               SET LEDGER-MATCHED(WS-LEDGER-SUB) TO TRUE
               MOVE WS-LEDGER-SUB TO WS-DB-LEDGER(WS-DEBIT-SUB)
               GO TO MATCH-CAMPAIGN-NEXT
           END-IF.
           ADD 1 TO WS-LEDGER-SUB.
           GO TO MATCH-CAMPAIGN-LEDGER.
       MATCH-CAMPAIGN-NEXT.
           ADD 1 TO WS-DEBIT-SUB.
           GO TO MATCH-CAMPAIGN.

       REPORT-ROUTINE.
           OPEN OUTPUT permit-recon-report.
           MOVE 'POSTAL PERMIT ACCOUNT RECONCILIATION' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STATEMENT PERIOD ' DELIMITED BY SIZE
                  WS-FIRST-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-LAST-DATE DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEBITS MATCHED WITH A PIECE OR DOLLAR VARIANCE'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 1 TO WS-DEBIT-SUB.
           PERFORM PRINT-VARIANCES THRU PRINT-VARIANCES-EXIT.
           PERFORM PRINT-NONE THRU PRINT-NONE-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'POSTAL DEBITS WITH NO LEDGER DROP' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 1 TO WS-DEBIT-SUB.
           PERFORM PRINT-UNMATCHED THRU PRINT-UNMATCHED-EXIT.
           PERFORM PRINT-NONE THRU PRINT-NONE-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LEDGER DROPS IN THE PERIOD NEVER DEBITED'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 1 TO WS-LEDGER-SUB.
           PERFORM PRINT-UNDEBITED THRU PRINT-UNDEBITED-EXIT.
           PERFORM PRINT-NONE THRU PRINT-NONE-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LEDGER DROPS AFTER THE STATEMENT, NOT YET DEBITED'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 1 TO WS-LEDGER-SUB.
           PERFORM PRINT-PENDING THRU PRINT-PENDING-EXIT.
           PERFORM PRINT-NONE THRU PRINT-NONE-EXIT.

           COMPUTE WS-PROJECTED-BALANCE =
               WS-BALANCE - WS-PENDING-TOTAL.
           PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.
           CLOSE permit-recon-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           PERFORM SAVE-BALANCE THRU SAVE-BALANCE-EXIT.

       END-ROUTINE.
           DISPLAY 'PERMIT-RECON RUN SUMMARY'.
           DISPLAY '  DEBITS READ       : ' WS-DEBITS-READ.
           DISPLAY '  DEBITS MATCHED    : ' WS-DEBITS-MATCHED.
           DISPLAY '  VARIANCES         : ' WS-VARIANCE-COUNT.
           DISPLAY '  UNMATCHED DEBITS  : ' WS-UNMATCHED-DEBITS.
           DISPLAY '  NEVER DEBITED     : ' WS-NEVER-DEBITED.
           DISPLAY '  NOT YET DEBITED   : ' WS-PENDING-DROPS.
           DISPLAY '  ACCOUNT BALANCE   : ' WS-BALANCE.
           IF WS-VARIANCE-COUNT > ZERO
            OR WS-UNMATCHED-DEBITS > ZERO
            OR WS-NEVER-DEBITED > ZERO
            OR WS-TABLE-OVERFLOW > ZERO
               DISPLAY 'PERMIT-RECON: ACCOUNT DOES NOT RECONCILE - '
                   'SEE PERMIT-RECON-REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PROJECTED-BALANCE < ZERO
               DISPLAY 'PERMIT-RECON WARNING: PERMIT ACCOUNT WILL NOT '
                   'COVER THE DROPS NOT YET DEBITED - DEPOSIT BEFORE '
                   'THE NEXT DROP'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Ledger drops from the first statement date on: earlier drops
      * belong to a month already reconciled.
       LOAD-LEDGER.
           OPEN INPUT postage-ledger-file.
           IF WS-LEDGER-STATUS NOT = '00'
               GO TO LOAD-LEDGER-EXIT
           END-IF.
       LOAD-LEDGER-READ.
           READ postage-ledger-file
               AT END GO TO LOAD-LEDGER-CLOSE.
           IF PL-DROP-DATE IS NOT NUMERIC
            OR PL-DROP-DATE < WS-FIRST-DATE
               GO TO LOAD-LEDGER-READ
           END-IF.
           IF WS-LEDGER-COUNT-IN NOT < 2000
               ADD 1 TO WS-TABLE-OVERFLOW
               GO TO LOAD-LEDGER-READ
           END-IF.
           ADD 1 TO WS-LEDGER-COUNT-IN.
           MOVE PL-DROP-DATE TO WS-LG-DATE(WS-LEDGER-COUNT-IN).
           MOVE PL-CAMPAIGN TO WS-LG-CAMPAIGN(WS-LEDGER-COUNT-IN).
           COMPUTE WS-LG-PIECES(WS-LEDGER-COUNT-IN) =
               PL-PIECES-5DIGIT + PL-PIECES-3DIGIT + PL-PIECES-RESIDUAL.
           MOVE PL-TOTAL-AMOUNT TO WS-LG-AMOUNT(WS-LEDGER-COUNT-IN).
           MOVE 'N' TO WS-LG-MATCHED-SW(WS-LEDGER-COUNT-IN).
           GO TO LOAD-LEDGER-READ.
       LOAD-LEDGER-CLOSE.
           CLOSE postage-ledger-file.
           MOVE '00' TO WS-LEDGER-STATUS.
       LOAD-LEDGER-EXIT.
           EXIT.

       PRINT-VARIANCES.
           IF WS-DEBIT-SUB > WS-DEBIT-COUNT-IN
               GO TO PRINT-VARIANCES-EXIT
           END-IF.
           MOVE WS-DB-LEDGER(WS-DEBIT-SUB) TO WS-LEDGER-SUB.
           IF WS-LEDGER-SUB = ZERO
               GO TO PRINT-VARIANCES-NEXT
           END-IF.
           ADD 1 TO WS-DEBITS-MATCHED.
           IF WS-LG-PIECES(WS-LEDGER-SUB) = WS-DB-PIECES(WS-DEBIT-SUB)
            AND WS-LG-AMOUNT(WS-LEDGER-SUB)
                = WS-DB-AMOUNT(WS-DEBIT-SUB)
               GO TO PRINT-VARIANCES-NEXT
           END-IF.
           ADD 1 TO WS-VARIANCE-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           PERFORM FILL-DEBIT-LINE THRU FILL-DEBIT-LINE-EXIT.
           MOVE WS-LG-PIECES(WS-LEDGER-SUB) TO DTL-LEDGER-PIECES.
           MOVE WS-LG-AMOUNT(WS-LEDGER-SUB) TO DTL-LEDGER-AMOUNT.
           IF WS-LG-PIECES(WS-LEDGER-SUB)
                NOT = WS-DB-PIECES(WS-DEBIT-SUB)
               IF WS-LG-AMOUNT(WS-LEDGER-SUB)
                    NOT = WS-DB-AMOUNT(WS-DEBIT-SUB)
                   MOVE 'PIECES + DOLLARS' TO DTL-NOTE
               ELSE
                   MOVE 'PIECES' TO DTL-NOTE
               END-IF
           ELSE
               MOVE 'DOLLARS' TO DTL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-VARIANCES-NEXT.
           ADD 1 TO WS-DEBIT-SUB.
           GO TO PRINT-VARIANCES.
       PRINT-VARIANCES-EXIT.
           EXIT.

       PRINT-UNMATCHED.
           IF WS-DEBIT-SUB > WS-DEBIT-COUNT-IN
               GO TO PRINT-UNMATCHED-EXIT
           END-IF.
           IF WS-DB-LEDGER(WS-DEBIT-SUB) = ZERO
               ADD 1 TO WS-UNMATCHED-DEBITS
               ADD 1 TO WS-SECTION-COUNT
               PERFORM FILL-DEBIT-LINE THRU FILL-DEBIT-LINE-EXIT
               MOVE 'NO LEDGER DROP' TO DTL-NOTE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-DEBIT-SUB.
           GO TO PRINT-UNMATCHED.
       PRINT-UNMATCHED-EXIT.
           EXIT.

       PRINT-UNDEBITED.
           IF WS-LEDGER-SUB > WS-LEDGER-COUNT-IN
               GO TO PRINT-UNDEBITED-EXIT
           END-IF.
           IF NOT LEDGER-MATCHED(WS-LEDGER-SUB)
            AND WS-LG-DATE(WS-LEDGER-SUB) NOT > WS-LAST-DATE
               ADD 1 TO WS-NEVER-DEBITED
               ADD 1 TO WS-SECTION-COUNT
               PERFORM FILL-LEDGER-LINE THRU FILL-LEDGER-LINE-EXIT
               MOVE 'NEVER DEBITED' TO DTL-NOTE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-LEDGER-SUB.
           GO TO PRINT-UNDEBITED.
       PRINT-UNDEBITED-EXIT.
           EXIT.

      * drops after the statement are owed but not yet taken; they
      * come off the projected balance.
       PRINT-PENDING.
           IF WS-LEDGER-SUB > WS-LEDGER-COUNT-IN
               GO TO PRINT-PENDING-EXIT
           END-IF.
           IF NOT LEDGER-MATCHED(WS-LEDGER-SUB)
            AND WS-LG-DATE(WS-LEDGER-SUB) > WS-LAST-DATE
               ADD 1 TO WS-PENDING-DROPS
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-LG-AMOUNT(WS-LEDGER-SUB) TO WS-PENDING-TOTAL
               PERFORM FILL-LEDGER-LINE THRU FILL-LEDGER-LINE-EXIT
               MOVE 'NOT YET DEBITED' TO DTL-NOTE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-LEDGER-SUB.
           GO TO PRINT-PENDING.
       PRINT-PENDING-EXIT.
           EXIT.

       PRINT-NONE.
           IF WS-SECTION-COUNT = ZERO
               MOVE '  (NONE)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       PRINT-NONE-EXIT.
           EXIT.

       FILL-DEBIT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-DB-DATE(WS-DEBIT-SUB) TO DTL-DATE.
           MOVE WS-DB-CAMPAIGN(WS-DEBIT-SUB) TO DTL-CAMPAIGN.
           MOVE WS-DB-PIECES(WS-DEBIT-SUB) TO DTL-POSTAL-PIECES.
           MOVE WS-DB-AMOUNT(WS-DEBIT-SUB) TO DTL-POSTAL-AMOUNT.
       FILL-DEBIT-LINE-EXIT.
           EXIT.

       FILL-LEDGER-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-LG-DATE(WS-LEDGER-SUB) TO DTL-DATE.
           MOVE WS-LG-CAMPAIGN(WS-LEDGER-SUB) TO DTL-CAMPAIGN.
           MOVE WS-LG-PIECES(WS-LEDGER-SUB) TO DTL-LEDGER-PIECES.
           MOVE WS-LG-AMOUNT(WS-LEDGER-SUB) TO DTL-LEDGER-AMOUNT.
       FILL-LEDGER-LINE-EXIT.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DEPOSITS ........................:' TO TOT-LABEL.
           MOVE WS-DEPOSITS-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEBITS ..........................:' TO TOT-LABEL.
           MOVE WS-DEBITS-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEBITS MATCHED TO A DROP ........:' TO TOT-LABEL.
           MOVE WS-DEBITS-MATCHED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  OF WHICH WITH A VARIANCE ......:' TO TOT-LABEL.
           MOVE WS-VARIANCE-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEBITS WITH NO LEDGER DROP ......:' TO TOT-LABEL.
           MOVE WS-UNMATCHED-DEBITS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DROPS NEVER DEBITED .............:' TO TOT-LABEL.
           MOVE WS-NEVER-DEBITED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DROPS NOT YET DEBITED ...........:' TO TOT-LABEL.
           MOVE WS-PENDING-DROPS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OTHER-SKIPPED > ZERO
               MOVE 'ACTIVITY IGNORED (BAD OR UNKNOWN):' TO TOT-LABEL
               MOVE WS-OTHER-SKIPPED TO TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-TABLE-OVERFLOW > ZERO
               MOVE 'NOT RECONCILED - TABLE FULL .....:' TO TOT-LABEL
               MOVE WS-TABLE-OVERFLOW TO TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PERMIT ACCOUNT BALANCE - OPENING AS OF '
                      DELIMITED BY SIZE
                  WS-OPENING-AS-OF DELIMITED BY SIZE
                  ', CLOSING AS OF ' DELIMITED BY SIZE
                  WS-CLOSING-AS-OF DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'OPENING BALANCE .................:' TO AMT-LABEL.
           MOVE WS-OPENING-BALANCE TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS ON THE STATEMENT .......:' TO AMT-LABEL.
           MOVE WS-DEPOSIT-TOTAL TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEBITS ON THE STATEMENT .........:' TO AMT-LABEL.
           MOVE WS-DEBIT-TOTAL TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ALREADY-APPLIED > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE '  ALREADY IN THE OPENING BALANCE :' TO TOT-LABEL
               MOVE WS-ALREADY-APPLIED TO TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE 'CLOSING BALANCE .................:' TO AMT-LABEL.
           MOVE WS-BALANCE TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DROPS NOT YET DEBITED ...........:' TO AMT-LABEL.
           MOVE WS-PENDING-TOTAL TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PROJECTED BALANCE ...............:' TO AMT-LABEL.
           MOVE WS-PROJECTED-BALANCE TO AMT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PROJECTED-BALANCE < ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** PERMIT ACCOUNT WILL NOT COVER THE DROPS NOT '
                   TO REPORT-LINE
               MOVE 'YET DEBITED - DEPOSIT NOW' TO REPORT-LINE(49:25)
               WRITE REPORT-LINE
           END-IF.
       PRINT-TOTALS-EXIT.
           EXIT.

      * The closing balance is what POSTAGE-STATEMENT checks each drop
      * against.
       SAVE-BALANCE.
           IF WS-CLOSING-AS-OF = WS-OPENING-AS-OF AND BALANCE-FOUND
               GO TO SAVE-BALANCE-EXIT
           END-IF.
           OPEN OUTPUT permit-balance-file.
           IF WS-PERMIT-STATUS NOT = '00'
               DISPLAY 'PERMIT-RECON WARNING: PERMIT-BALANCE-FILE '
                   'COULD NOT BE WRITTEN, STATUS ' WS-PERMIT-STATUS
               GO TO SAVE-BALANCE-EXIT
           END-IF.
           MOVE SPACES TO PERMIT-BALANCE-RECORD.
           MOVE WS-CLOSING-AS-OF TO PB-AS-OF-DATE.
           MOVE WS-BALANCE TO PB-BALANCE.
           MOVE WS-TODAY TO PB-UPDATED-DATE.
           WRITE PERMIT-BALANCE-RECORD.
           CLOSE permit-balance-file.
       SAVE-BALANCE-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'PERMIT-RECON WARNING: REPORT-FILE NOT '
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
               DISPLAY 'PERMIT-RECON WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'PERMIT-RECON' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-DEBITS-READ TO JL-COUNT-1.
           MOVE WS-DEBITS-MATCHED TO JL-COUNT-2.
           COMPUTE JL-COUNT-3 = WS-VARIANCE-COUNT
               + WS-UNMATCHED-DEBITS + WS-NEVER-DEBITED.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM PERMIT-RECON.
