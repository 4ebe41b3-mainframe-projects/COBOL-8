      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: CAMPAIGN RESPONSE MATCH-BACK AGAINST THE MAIL HISTORY
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; reads marketing's weekly
      *                   RESPONSE-FILE (orders, reply cards, coupon
      *                   redemptions: name, street, response date,
      *                   dollar amount) and matches each response to
      *                   MAIL-HISTORY-FILE on the addressee key,
      *                   crediting the piece with the latest
      *                   MH-MAIL-DATE before the response date and
      *                   its MH-CAMPAIGN.  Every response, matched or
      *                   not, is appended to the permanent
      *                   RESPONSE-HISTORY-FILE with the campaign,
      *                   piece and the addressee's AM-STATE and
      *                   AM-SOURCE-CODE as they stood when matched.
      *                   The report reads back the whole response
      *                   history against every piece on the mail
      *                   history and prints pieces, responses,
      *                   response rate, revenue and revenue per
      *                   piece by campaign, by state and by source.
      *   2026/10/15 QC - the match follows the responder's permanent
      *                   customer number as well: a response from a
      *                   customer who has since moved is credited to
      *                   the piece mailed to the old address.  The
      *                   number is kept on the response history
      *                   (RSH-CUSTOMER-NUMBER).
      *   2026/10/15 QC - MAIL-HISTORY-RECORD carries the test cell
      *                   keycode in new MH-KEYCODE (written by
      *                   VENDOR-EXTRACT); record layout only.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - the response street is folded the way
      *                   READ-CSV folds the master's (upper-case,
      *                   ABBREV-TABLE-FILE) before it is looked up on
      *                   the master and the mail history, and kept
      *                   folded on the response history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPONSE-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT response-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT mail-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT response-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSP-HISTORY-STATUS.

           SELECT response-report
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT abbrev-table-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ABBREV-FILE-STATUS.

           SELECT job-log-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  response-file.
       01  RESPONSE-RECORD.
           05 RSP-LAST-NAME     PIC X(15).
           05 RSP-FIRST-NAME    PIC X(10).
           05 RSP-STREET        PIC X(25).
           05 RSP-RESPONSE-DATE PIC 9(08).
           05 RSP-AMOUNT        PIC 9(07)V99.

       FD  mail-history-file.
       01  MAIL-HISTORY-RECORD.
           05 MH-KEY.
               10 MH-LAST-NAME  PIC X(15).
               10 MH-FIRST-NAME PIC X(10).
               10 MH-STREET     PIC X(25).
               10 MH-FILE-SEQUENCE PIC 9(06).
           05 MH-MAIL-DATE      PIC 9(08).
           05 MH-CAMPAIGN       PIC X(08).
           05 MH-CUSTOMER-NUMBER PIC 9(09).
           05 MH-KEYCODE        PIC X(06).

       FD  address-master-file.
       01  ADDRESS-MASTER-RECORD.
           05 AM-KEY.
               10 AM-LAST-NAME  PIC X(15).
               10 AM-FIRST-NAME PIC X(10).
               10 AM-STREET     PIC X(25).
           05 AM-CITY           PIC X(10).
           05 AM-STATE          PIC XX.
           05 AM-ZIP            PIC X(10).
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

      * one line per response ever received; RSH-MATCHED is Y when a
      * piece was credited, N when none was mailed before the date.
       FD  response-history-file.
       01  RESPONSE-HISTORY-RECORD.
           05 RSH-RUN-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 RSH-LAST-NAME     PIC X(15).
           05 RSH-FIRST-NAME    PIC X(10).
           05 RSH-STREET        PIC X(25).
           05 FILLER            PIC X(02).
           05 RSH-RESPONSE-DATE PIC 9(08).
           05 FILLER            PIC X(02).
           05 RSH-AMOUNT        PIC 9(07)V99.
           05 FILLER            PIC X(02).
           05 RSH-MATCHED       PIC X(01).
           05 FILLER            PIC X(02).
           05 RSH-CAMPAIGN      PIC X(08).
           05 FILLER            PIC X(02).
           05 RSH-FILE-SEQUENCE PIC 9(06).
           05 FILLER            PIC X(02).
           05 RSH-MAIL-DATE     PIC 9(08).
           05 FILLER            PIC X(02).
           05 RSH-STATE         PIC XX.
           05 FILLER            PIC X(02).
           05 RSH-SOURCE-CODE   PIC X(01).
           05 FILLER            PIC X(02).
           05 RSH-CUSTOMER-NUMBER PIC 9(09).

       FD  response-report.
       01  REPORT-LINE          PIC X(80).

       FD  abbrev-table-file.
       01  ABBREV-TABLE-RECORD.
           05 AB-FROM-WORD      PIC X(15).
           05 AB-TO-WORD        PIC X(10).

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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'response-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'RESPONSE-MATCH'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-RESPONSE-STATUS    PIC X(02).
       01  WS-MHIST-STATUS       PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-RSP-HISTORY-STATUS PIC X(02).
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-ABBREV-FILE-STATUS PIC X(02).

       01  WS-RUN-COUNTS.
           05 WS-RESPONSES-READ  PIC 9(07) COMP VALUE ZERO.
           05 WS-RESPONSES-MATCHED PIC 9(07) COMP VALUE ZERO.
           05 WS-RESPONSES-UNMATCHED PIC 9(07) COMP VALUE ZERO.
           05 WS-RESPONSES-INVALID PIC 9(07) COMP VALUE ZERO.
           05 WS-PIECES-READ     PIC 9(07) COMP VALUE ZERO.
           05 WS-HISTORY-READ    PIC 9(07) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-MASTER-OPEN-SW     PIC X VALUE 'N'.
           88 MASTER-FILE-OPEN   VALUE 'Y'.
       01  WS-PIECE-FOUND-SW     PIC X VALUE 'N'.
           88 PIECE-FOUND        VALUE 'Y'.

      * the piece being credited: latest mail date before the
      * response date, latest file sequence on a tie.
       01  WS-BEST-PIECE.
           05 WS-BEST-CAMPAIGN   PIC X(08).
           05 WS-BEST-SEQUENCE   PIC 9(06).
           05 WS-BEST-MAIL-DATE  PIC 9(08).

      * state and source for a piece come off the master; a piece
      * whose addressee has since left the master reports under ??.
       01  WS-LOOKUP-STATE       PIC XX.
       01  WS-LOOKUP-SOURCE      PIC X(01).
       01  WS-LOOKUP-CUSTOMER    PIC 9(09) VALUE ZERO.
       01  WS-LAST-LOOKUP-KEY    PIC X(50) VALUE LOW-VALUES.
       01  WS-THIS-LOOKUP-KEY    PIC X(50).
       01  WS-THIS-LOOKUP-CUSTOMER PIC 9(09) VALUE ZERO.

      * the response street as READ-CSV keys it on the master and the
      * mail history
       01  WS-RSP-STREET         PIC X(25).
       01  WS-ABBREV-TABLE.
           05 WS-ABBREV-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-ABBREV-IDX.
               10 WS-AB-FROM-WORD PIC X(15).
               10 WS-AB-TO-WORD   PIC X(10).
       01  WS-ABBREV-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-STD-STREET         PIC X(30).
       01  WS-STD-WORDS.
           05 WS-STD-WORD OCCURS 16 TIMES PIC X(15).
       01  WS-STD-WORD-COUNT     PIC 9(02) VALUE ZERO.
       01  WS-STD-IDX            PIC 9(02) VALUE ZERO.
       01  WS-STD-PTR            PIC 9(02) VALUE 1.
       01  WS-STD-HOLD           PIC X(15).
       01  WS-STD-REST           PIC X(15).
       01  WS-STD-EMIT           PIC X(15).

      * one performance table for all three breaks: type C is a
      * campaign, S a state, O a source code.
       01  WS-PERF-TABLE.
           05 WS-PF-ENTRY OCCURS 400 TIMES
              INDEXED BY WS-PF-IDX.
               10 WS-PF-TYPE     PIC X(01).
               10 WS-PF-KEY      PIC X(08).
               10 WS-PF-PIECES   PIC 9(07).
               10 WS-PF-RESPONSES PIC 9(07).
               10 WS-PF-REVENUE  PIC 9(09)V99.
       01  WS-PERF-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-PERF-FULL-SW       PIC X VALUE 'N'.
           88 PERF-TABLE-FULL    VALUE 'Y'.

       01  WS-TALLY-FIELDS.
           05 WS-TALLY-TYPE      PIC X(01).
           05 WS-TALLY-KEY       PIC X(08).
           05 WS-TALLY-PIECES    PIC 9(01).
           05 WS-TALLY-RESPONSES PIC 9(01).
           05 WS-TALLY-REVENUE   PIC 9(07)V99.

       01  WS-POS                PIC 9(03) VALUE ZERO.
       01  WS-REPORT-TYPE        PIC X(01).
       01  WS-RATE               PIC 9(03)V99 VALUE ZERO.
       01  WS-PER-PIECE          PIC 9(05)V99 VALUE ZERO.
       01  WS-TOTAL-REVENUE      PIC 9(09)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 DET-KEY            PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-PIECES         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-RESPONSES      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-RATE           PIC ZZ9.99.
           05 FILLER             PIC X(01) VALUE '%'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-REVENUE        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-PER-PIECE      PIC ZZ,ZZ9.99.

       01  WS-EXCEPTION-LINE.
           05 EXC-TEXT           PIC X(12).
           05 EXC-LAST-NAME      PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXC-FIRST-NAME     PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXC-STREET         PIC X(25).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXC-DATE           PIC X(08).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           INITIALIZE WS-PERF-TABLE.
           MOVE ZERO TO WS-PERF-COUNT.
           MOVE LOW-VALUES TO WS-LAST-LOOKUP-KEY.
           MOVE ZERO TO WS-ABBREV-COUNT.
           PERFORM LOAD-ABBREV-TABLE THRU LOAD-ABBREV-TABLE-EXIT.
           OPEN INPUT response-file.
           IF WS-RESPONSE-STATUS NOT = '00'
               DISPLAY 'RESPONSE-MATCH ERROR: RESPONSE-FILE '
                   'NOT FOUND'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT mail-history-file.
           IF WS-MHIST-STATUS NOT = '00'
               DISPLAY 'RESPONSE-MATCH ERROR: MAIL-HISTORY-FILE '
                   'OPEN FAILED, STATUS ' WS-MHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE response-file
               GOBACK
           END-IF.
           OPEN INPUT address-master-file.
           IF WS-MASTER-STATUS = '00'
               SET MASTER-FILE-OPEN TO TRUE
           END-IF.
           OPEN EXTEND response-history-file.
           IF WS-RSP-HISTORY-STATUS = '05' OR '35'
               OPEN OUTPUT response-history-file
           END-IF.
           OPEN OUTPUT response-report.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CAMPAIGN RESPONSE MATCH-BACK REPORT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       MATCH-ROUTINE.
           READ response-file
               AT END GO TO MATCH-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-RESPONSES-READ.
           IF RSP-LAST-NAME = SPACES
            OR RSP-RESPONSE-DATE NOT NUMERIC
            OR RSP-AMOUNT NOT NUMERIC
               ADD 1 TO WS-RESPONSES-INVALID
               MOVE 'INVALID:    ' TO EXC-TEXT
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO MATCH-ROUTINE
           END-IF.
           MOVE RSP-STREET TO WS-STD-STREET.
           PERFORM STANDARDIZE-STREET THRU STANDARDIZE-STREET-EXIT.
           MOVE WS-STD-STREET TO WS-RSP-STREET.
           MOVE RSP-LAST-NAME TO WS-THIS-LOOKUP-KEY (1:15).
           MOVE RSP-FIRST-NAME TO WS-THIS-LOOKUP-KEY (16:10).
           MOVE WS-RSP-STREET TO WS-THIS-LOOKUP-KEY (26:25).
           MOVE ZERO TO WS-THIS-LOOKUP-CUSTOMER.
           PERFORM LOOKUP-MASTER THRU LOOKUP-MASTER-EXIT.
           PERFORM FIND-PIECE THRU FIND-PIECE-EXIT.
           MOVE SPACES TO RESPONSE-HISTORY-RECORD.
           MOVE WS-TODAY TO RSH-RUN-DATE.
           MOVE RSP-LAST-NAME TO RSH-LAST-NAME.
           MOVE RSP-FIRST-NAME TO RSH-FIRST-NAME.
           MOVE WS-RSP-STREET TO RSH-STREET.
           MOVE RSP-RESPONSE-DATE TO RSH-RESPONSE-DATE.
           MOVE RSP-AMOUNT TO RSH-AMOUNT.
           MOVE WS-LOOKUP-STATE TO RSH-STATE.
           MOVE WS-LOOKUP-SOURCE TO RSH-SOURCE-CODE.
           MOVE WS-LOOKUP-CUSTOMER TO RSH-CUSTOMER-NUMBER.
           IF PIECE-FOUND
               ADD 1 TO WS-RESPONSES-MATCHED
               MOVE 'Y' TO RSH-MATCHED
               MOVE WS-BEST-CAMPAIGN TO RSH-CAMPAIGN
               MOVE WS-BEST-SEQUENCE TO RSH-FILE-SEQUENCE
               MOVE WS-BEST-MAIL-DATE TO RSH-MAIL-DATE
           ELSE
               ADD 1 TO WS-RESPONSES-UNMATCHED
               MOVE 'N' TO RSH-MATCHED
               MOVE ZERO TO RSH-FILE-SEQUENCE
               MOVE ZERO TO RSH-MAIL-DATE
               MOVE 'UNMATCHED:  ' TO EXC-TEXT
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
           WRITE RESPONSE-HISTORY-RECORD.
           GO TO MATCH-ROUTINE.
       MATCH-ROUTINE-EXIT.
           CLOSE response-file.
           CLOSE response-history-file.

      * every piece ever mailed is the denominator: campaign from the
      * history record, state and source from the master.
       PIECE-ROUTINE.
           MOVE LOW-VALUES TO MH-KEY.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY GO TO PIECE-ROUTINE-EXIT
           END-START.
       PIECE-ROUTINE-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO PIECE-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-PIECES-READ.
           MOVE MH-LAST-NAME TO WS-THIS-LOOKUP-KEY (1:15).
           MOVE MH-FIRST-NAME TO WS-THIS-LOOKUP-KEY (16:10).
           MOVE MH-STREET TO WS-THIS-LOOKUP-KEY (26:25).
           MOVE ZERO TO WS-THIS-LOOKUP-CUSTOMER.
           IF MH-CUSTOMER-NUMBER IS NUMERIC
               MOVE MH-CUSTOMER-NUMBER TO WS-THIS-LOOKUP-CUSTOMER
           END-IF.
           PERFORM LOOKUP-MASTER THRU LOOKUP-MASTER-EXIT.
           MOVE 1 TO WS-TALLY-PIECES.
           MOVE ZERO TO WS-TALLY-RESPONSES.
           MOVE ZERO TO WS-TALLY-REVENUE.
           MOVE MH-CAMPAIGN TO WS-TALLY-KEY.
           PERFORM TALLY-ALL-BREAKS THRU TALLY-ALL-BREAKS-EXIT.
           GO TO PIECE-ROUTINE-READ.
       PIECE-ROUTINE-EXIT.
           CLOSE mail-history-file.
           IF MASTER-FILE-OPEN
               CLOSE address-master-file
           END-IF.

      * the numerator is the whole response history, this week's
      * responses included; unmatched responses credit nothing.
       RESPONSE-ROUTINE.
           OPEN INPUT response-history-file.
           IF WS-RSP-HISTORY-STATUS NOT = '00'
               GO TO RESPONSE-ROUTINE-EXIT
           END-IF.
       RESPONSE-ROUTINE-READ.
           READ response-history-file
               AT END GO TO RESPONSE-ROUTINE-CLOSE
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF RSH-MATCHED NOT = 'Y'
               GO TO RESPONSE-ROUTINE-READ
           END-IF.
           MOVE ZERO TO WS-TALLY-PIECES.
           MOVE 1 TO WS-TALLY-RESPONSES.
           MOVE RSH-AMOUNT TO WS-TALLY-REVENUE.
           ADD RSH-AMOUNT TO WS-TOTAL-REVENUE.
           MOVE RSH-STATE TO WS-LOOKUP-STATE.
           MOVE RSH-SOURCE-CODE TO WS-LOOKUP-SOURCE.
           MOVE RSH-CAMPAIGN TO WS-TALLY-KEY.
           PERFORM TALLY-ALL-BREAKS THRU TALLY-ALL-BREAKS-EXIT.
           GO TO RESPONSE-ROUTINE-READ.
       RESPONSE-ROUTINE-CLOSE.
           CLOSE response-history-file.
       RESPONSE-ROUTINE-EXIT.
           EXIT.

       REPORT-ROUTINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'C' TO WS-REPORT-TYPE.
           MOVE 'BY CAMPAIGN' TO REPORT-LINE.
           PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT.
           MOVE 'S' TO WS-REPORT-TYPE.
           MOVE 'BY STATE' TO REPORT-LINE.
           PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT.
           MOVE 'O' TO WS-REPORT-TYPE.
           MOVE 'BY SOURCE CODE' TO REPORT-LINE.
           PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT.

       END-ROUTINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RESPONSES READ THIS RUN .........:' TO TOT-LABEL.
           MOVE WS-RESPONSES-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RESPONSES MATCHED TO A PIECE ....:' TO TOT-LABEL.
           MOVE WS-RESPONSES-MATCHED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RESPONSES WITH NO PRIOR PIECE ...:' TO TOT-LABEL.
           MOVE WS-RESPONSES-UNMATCHED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RESPONSES INVALID (NOT KEPT) ....:' TO TOT-LABEL.
           MOVE WS-RESPONSES-INVALID TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PIECES ON MAIL HISTORY ..........:' TO TOT-LABEL.
           MOVE WS-PIECES-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RESPONSES ON RESPONSE HISTORY ...:' TO TOT-LABEL.
           MOVE WS-HISTORY-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE response-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'RESPONSE-MATCH RUN SUMMARY'.
           DISPLAY '  RESPONSES READ    : ' WS-RESPONSES-READ.
           DISPLAY '  MATCHED           : ' WS-RESPONSES-MATCHED.
           DISPLAY '  UNMATCHED         : ' WS-RESPONSES-UNMATCHED.
           DISPLAY '  INVALID           : ' WS-RESPONSES-INVALID.
           DISPLAY '  PIECES ON HISTORY : ' WS-PIECES-READ.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Every history entry for the responder's key, oldest sequence
      * first, then every entry under the responder's customer number
      * at any address; keep the latest piece mailed before the
      * response.
       FIND-PIECE.
           MOVE 'N' TO WS-PIECE-FOUND-SW.
           MOVE SPACES TO WS-BEST-CAMPAIGN.
           MOVE ZERO TO WS-BEST-SEQUENCE.
           MOVE ZERO TO WS-BEST-MAIL-DATE.
           MOVE RSP-LAST-NAME TO MH-LAST-NAME.
           MOVE RSP-FIRST-NAME TO MH-FIRST-NAME.
           MOVE WS-RSP-STREET TO MH-STREET.
           MOVE ZERO TO MH-FILE-SEQUENCE.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY
                   GO TO FIND-PIECE-CUSTOMER
           END-START.
       FIND-PIECE-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO FIND-PIECE-CUSTOMER
           END-READ.
           IF MH-LAST-NAME NOT = RSP-LAST-NAME
            OR MH-FIRST-NAME NOT = RSP-FIRST-NAME
            OR MH-STREET NOT = WS-RSP-STREET
               GO TO FIND-PIECE-CUSTOMER
           END-IF.
           PERFORM JUDGE-PIECE THRU JUDGE-PIECE-EXIT.
           GO TO FIND-PIECE-READ.
       FIND-PIECE-CUSTOMER.
           IF WS-LOOKUP-CUSTOMER = ZERO
               GO TO FIND-PIECE-EXIT
           END-IF.
           MOVE WS-LOOKUP-CUSTOMER TO MH-CUSTOMER-NUMBER.
           START mail-history-file KEY NOT < MH-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO FIND-PIECE-EXIT
           END-START.
       FIND-PIECE-CUSTOMER-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO FIND-PIECE-EXIT
           END-READ.
           IF MH-CUSTOMER-NUMBER NOT = WS-LOOKUP-CUSTOMER
               GO TO FIND-PIECE-EXIT
           END-IF.
           PERFORM JUDGE-PIECE THRU JUDGE-PIECE-EXIT.
           GO TO FIND-PIECE-CUSTOMER-READ.
       FIND-PIECE-EXIT.
           EXIT.

       JUDGE-PIECE.
           IF MH-MAIL-DATE < RSP-RESPONSE-DATE
            AND MH-MAIL-DATE NOT < WS-BEST-MAIL-DATE
               SET PIECE-FOUND TO TRUE
               MOVE MH-CAMPAIGN TO WS-BEST-CAMPAIGN
               MOVE MH-FILE-SEQUENCE TO WS-BEST-SEQUENCE
               MOVE MH-MAIL-DATE TO WS-BEST-MAIL-DATE
           END-IF.
       JUDGE-PIECE-EXIT.
           EXIT.

      * State and source for the addressee in WS-THIS-LOOKUP-KEY;
      * the mail history arrives grouped by addressee, so the last
      * lookup is reused while the key holds.
       LOOKUP-MASTER.
           IF WS-THIS-LOOKUP-KEY = WS-LAST-LOOKUP-KEY
               GO TO LOOKUP-MASTER-EXIT
           END-IF.
           MOVE WS-THIS-LOOKUP-KEY TO WS-LAST-LOOKUP-KEY.
           MOVE '??' TO WS-LOOKUP-STATE.
           MOVE '?' TO WS-LOOKUP-SOURCE.
           MOVE ZERO TO WS-LOOKUP-CUSTOMER.
           IF NOT MASTER-FILE-OPEN
               GO TO LOOKUP-MASTER-EXIT
           END-IF.
           MOVE WS-THIS-LOOKUP-KEY TO AM-KEY.
           READ address-master-file
               INVALID KEY
                   GO TO LOOKUP-MASTER-MOVED
           END-READ.
           GO TO LOOKUP-MASTER-FOUND.
      * a piece mailed to an address the customer has since left
      * finds them by customer number.
       LOOKUP-MASTER-MOVED.
           IF WS-THIS-LOOKUP-CUSTOMER = ZERO
               GO TO LOOKUP-MASTER-EXIT
           END-IF.
           MOVE WS-THIS-LOOKUP-CUSTOMER TO AM-CUSTOMER-NUMBER.
           READ address-master-file KEY IS AM-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO LOOKUP-MASTER-EXIT
           END-READ.
       LOOKUP-MASTER-FOUND.
           MOVE AM-STATE TO WS-LOOKUP-STATE.
           MOVE AM-SOURCE-CODE TO WS-LOOKUP-SOURCE.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           END-IF.
       LOOKUP-MASTER-EXIT.
           EXIT.

      * One piece or one response into all three breaks: campaign
      * key in WS-TALLY-KEY, state and source in the lookup fields.
       TALLY-ALL-BREAKS.
           MOVE 'C' TO WS-TALLY-TYPE.
           PERFORM TALLY-ENTRY THRU TALLY-ENTRY-EXIT.
           MOVE 'S' TO WS-TALLY-TYPE.
           MOVE SPACES TO WS-TALLY-KEY.
           MOVE WS-LOOKUP-STATE TO WS-TALLY-KEY.
           PERFORM TALLY-ENTRY THRU TALLY-ENTRY-EXIT.
           MOVE 'O' TO WS-TALLY-TYPE.
           MOVE SPACES TO WS-TALLY-KEY.
           MOVE WS-LOOKUP-SOURCE TO WS-TALLY-KEY.
           PERFORM TALLY-ENTRY THRU TALLY-ENTRY-EXIT.
       TALLY-ALL-BREAKS-EXIT.
           EXIT.

       TALLY-ENTRY.
           SET WS-PF-IDX TO 1.
           SEARCH WS-PF-ENTRY
               AT END
                   IF WS-PERF-COUNT < 400
                       ADD 1 TO WS-PERF-COUNT
                       MOVE WS-TALLY-TYPE
                           TO WS-PF-TYPE(WS-PERF-COUNT)
                       MOVE WS-TALLY-KEY
                           TO WS-PF-KEY(WS-PERF-COUNT)
                       SET WS-PF-IDX TO WS-PERF-COUNT
                       PERFORM TALLY-ENTRY-BUMP
                           THRU TALLY-ENTRY-BUMP-EXIT
                   ELSE
                       IF NOT PERF-TABLE-FULL
                           SET PERF-TABLE-FULL TO TRUE
                           DISPLAY 'RESPONSE-MATCH WARNING: '
                               'PERFORMANCE TABLE FULL AT 400 '
                               'ENTRIES - REPORT IS INCOMPLETE'
                       END-IF
                   END-IF
               WHEN WS-PF-TYPE(WS-PF-IDX) = WS-TALLY-TYPE
                AND WS-PF-KEY(WS-PF-IDX) = WS-TALLY-KEY
                   PERFORM TALLY-ENTRY-BUMP
                       THRU TALLY-ENTRY-BUMP-EXIT
           END-SEARCH.
       TALLY-ENTRY-EXIT.
           EXIT.

       TALLY-ENTRY-BUMP.
           ADD WS-TALLY-PIECES TO WS-PF-PIECES(WS-PF-IDX).
           ADD WS-TALLY-RESPONSES TO WS-PF-RESPONSES(WS-PF-IDX).
           ADD WS-TALLY-REVENUE TO WS-PF-REVENUE(WS-PF-IDX).
       TALLY-ENTRY-BUMP-EXIT.
           EXIT.

      * One break of the report: the heading is already in
      * REPORT-LINE, the entries of WS-REPORT-TYPE follow it.
       REPORT-BREAK.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'KEY         PIECES  RESPONSES    RATE         REVENUE'
               TO REPORT-LINE.
           MOVE 'REV/PIECE' TO REPORT-LINE (60:9).
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-POS.
       REPORT-BREAK-LOOP.
           ADD 1 TO WS-POS.
           IF WS-POS > WS-PERF-COUNT
               GO TO REPORT-BREAK-DONE
           END-IF.
           IF WS-PF-TYPE(WS-POS) NOT = WS-REPORT-TYPE
               GO TO REPORT-BREAK-LOOP
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-PF-KEY(WS-POS) TO DET-KEY.
           MOVE WS-PF-PIECES(WS-POS) TO DET-PIECES.
           MOVE WS-PF-RESPONSES(WS-POS) TO DET-RESPONSES.
           MOVE ZERO TO WS-RATE.
           MOVE ZERO TO WS-PER-PIECE.
           IF WS-PF-PIECES(WS-POS) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-PF-RESPONSES(WS-POS) * 100
                   / WS-PF-PIECES(WS-POS)
                   ON SIZE ERROR MOVE 999.99 TO WS-RATE
               END-COMPUTE
               COMPUTE WS-PER-PIECE ROUNDED =
                   WS-PF-REVENUE(WS-POS) / WS-PF-PIECES(WS-POS)
                   ON SIZE ERROR MOVE 99999.99 TO WS-PER-PIECE
               END-COMPUTE
           END-IF.
           MOVE WS-RATE TO DET-RATE.
           MOVE WS-PF-REVENUE(WS-POS) TO DET-REVENUE.
           MOVE WS-PER-PIECE TO DET-PER-PIECE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO REPORT-BREAK-LOOP.
       REPORT-BREAK-DONE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       REPORT-BREAK-EXIT.
           EXIT.

       WRITE-EXCEPTION.
           MOVE RSP-LAST-NAME TO EXC-LAST-NAME.
           MOVE RSP-FIRST-NAME TO EXC-FIRST-NAME.
           MOVE RSP-STREET TO EXC-STREET.
           MOVE RSP-RESPONSE-DATE TO EXC-DATE.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-EXCEPTION-EXIT.
           EXIT.

       LOAD-ABBREV-TABLE.
           OPEN INPUT abbrev-table-file.
           IF WS-ABBREV-FILE-STATUS NOT = '00'
               GO TO LOAD-ABBREV-TABLE-EXIT
           END-IF.
       LOAD-ABBREV-TABLE-READ.
           READ abbrev-table-file
               AT END GO TO LOAD-ABBREV-TABLE-CLOSE.
           IF WS-ABBREV-COUNT < 100
               ADD 1 TO WS-ABBREV-COUNT
               MOVE AB-FROM-WORD
                   TO WS-AB-FROM-WORD(WS-ABBREV-COUNT)
               MOVE AB-TO-WORD
                   TO WS-AB-TO-WORD(WS-ABBREV-COUNT)
           END-IF.
           GO TO LOAD-ABBREV-TABLE-READ.
       LOAD-ABBREV-TABLE-CLOSE.
           CLOSE abbrev-table-file.
       LOAD-ABBREV-TABLE-EXIT.
           EXIT.

      * Same street fold as READ-CSV's PROCESS-ADDRESS: upper-case,
      * "#" to APT, and every word rewritten through the table.
       STANDARDIZE-STREET.
           MOVE FUNCTION UPPER-CASE (WS-STD-STREET) TO WS-STD-STREET.
           IF WS-ABBREV-COUNT = ZERO
               GO TO STANDARDIZE-STREET-EXIT
           END-IF.
           MOVE SPACES TO WS-STD-WORDS.
           MOVE ZERO TO WS-STD-WORD-COUNT.
           UNSTRING WS-STD-STREET DELIMITED BY ALL ' '
               INTO WS-STD-WORD(1) WS-STD-WORD(2) WS-STD-WORD(3)
                    WS-STD-WORD(4) WS-STD-WORD(5) WS-STD-WORD(6)
                    WS-STD-WORD(7) WS-STD-WORD(8) WS-STD-WORD(9)
                    WS-STD-WORD(10) WS-STD-WORD(11) WS-STD-WORD(12)
                    WS-STD-WORD(13) WS-STD-WORD(14) WS-STD-WORD(15)
                    WS-STD-WORD(16)
               TALLYING IN WS-STD-WORD-COUNT.
           MOVE SPACES TO WS-STD-STREET.
           MOVE 1 TO WS-STD-PTR.
           MOVE ZERO TO WS-STD-IDX.
       STANDARDIZE-STREET-WORD.
           ADD 1 TO WS-STD-IDX.
           IF WS-STD-IDX > WS-STD-WORD-COUNT
            OR WS-STD-IDX > 16
               GO TO STANDARDIZE-STREET-EXIT
           END-IF.
           IF WS-STD-WORD(WS-STD-IDX) = SPACES
               GO TO STANDARDIZE-STREET-WORD
           END-IF.
           MOVE WS-STD-WORD(WS-STD-IDX) TO WS-STD-HOLD.
           IF WS-STD-HOLD(1:1) = '#'
               MOVE WS-STD-HOLD(2:14) TO WS-STD-REST
               MOVE 'APT' TO WS-STD-EMIT
               PERFORM STD-EMIT-WORD THRU STD-EMIT-WORD-EXIT
               MOVE WS-STD-REST TO WS-STD-HOLD
               IF WS-STD-HOLD = SPACES
                   GO TO STANDARDIZE-STREET-WORD
               END-IF
           ELSE
               SET WS-ABBREV-IDX TO 1
               SEARCH WS-ABBREV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AB-FROM-WORD(WS-ABBREV-IDX) = WS-STD-HOLD
                       MOVE WS-AB-TO-WORD(WS-ABBREV-IDX)
                           TO WS-STD-HOLD
               END-SEARCH
           END-IF.
           MOVE WS-STD-HOLD TO WS-STD-EMIT.
           PERFORM STD-EMIT-WORD THRU STD-EMIT-WORD-EXIT.
           GO TO STANDARDIZE-STREET-WORD.
       STANDARDIZE-STREET-EXIT.
           EXIT.

       STD-EMIT-WORD.
           IF WS-STD-PTR > 1 AND WS-STD-PTR NOT > 30
               STRING ' ' DELIMITED BY SIZE INTO WS-STD-STREET
                   WITH POINTER WS-STD-PTR
               END-STRING
           END-IF.
           IF WS-STD-PTR NOT > 30
               STRING WS-STD-EMIT DELIMITED BY SPACE
                   INTO WS-STD-STREET
                   WITH POINTER WS-STD-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
       STD-EMIT-WORD-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'RESPONSE-MATCH WARNING: REPORT-FILE NOT '
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
               DISPLAY 'RESPONSE-MATCH WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'RESPONSE-MATCH' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-RESPONSES-READ TO JL-COUNT-1.
           MOVE WS-RESPONSES-MATCHED TO JL-COUNT-2.
           MOVE WS-RESPONSES-UNMATCHED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM RESPONSE-MATCH.
