      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: DAILY OPEN CONTACT CASE REPORT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; a NIGHT-STREAM step after
      *                   EXCEPTION-AGING.  Reads CONTACT-LOG-FILE
      *                   (the calls customer service keys on
      *                   ADDR-INQUIRY's contact screen) sorted by
      *                   operator and follow-up date, and lists every
      *                   open case whose follow-up date has passed,
      *                   under the operator who took the call, with
      *                   the days overdue.  Complaints about unwanted
      *                   mail (reason UM or ST) are counted by the
      *                   campaign of the last piece MAIL-HISTORY-FILE
      *                   shows the caller was sent on or before the
      *                   day of the call - by customer number first,
      *                   then by name and street.  A contact log that
      *                   does not exist yet is an empty report, not
      *                   an error.
      *   2026/10/15 QC - CONTACT-LOG-FILE declared with its customer
      *                   number key, as ADDR-INQUIRY keeps it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contact-log-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CL-KEY
           ALTERNATE RECORD KEY IS CL-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT case-sorted-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT case-sort-work
           ASSIGN TO DISC.

           SELECT mail-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

           SELECT case-report
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
       FD  contact-log-file.
       01  CONTACT-LOG-RECORD.
           05 CL-KEY.
               10 CL-LAST-NAME  PIC X(15).
               10 CL-FIRST-NAME PIC X(10).
               10 CL-STREET     PIC X(25).
               10 CL-CONTACT-DATE PIC 9(08).
               10 CL-CONTACT-TIME PIC 9(08).
           05 CL-OPERATOR       PIC X(08).
           05 CL-REASON-CODE    PIC X(02).
           05 CL-NOTE           PIC X(60).
           05 CL-FOLLOW-UP-DATE PIC 9(08).
           05 CL-STATUS         PIC X(01).
           05 CL-CLOSED-BY      PIC X(08).
           05 CL-CLOSED-DATE    PIC 9(08).
           05 CL-CUSTOMER-NUMBER PIC 9(09).

      * the contact log in operator and follow-up date order
       FD  case-sorted-file.
       01  CASE-SORTED-RECORD.
           05 CS-KEY.
               10 CS-LAST-NAME  PIC X(15).
               10 CS-FIRST-NAME PIC X(10).
               10 CS-STREET     PIC X(25).
               10 CS-CONTACT-DATE PIC 9(08).
               10 CS-CONTACT-TIME PIC 9(08).
           05 CS-OPERATOR       PIC X(08).
           05 CS-REASON-CODE    PIC X(02).
               88 CS-UNWANTED-MAIL      VALUE 'UM' 'ST'.
           05 CS-NOTE           PIC X(60).
           05 CS-FOLLOW-UP-DATE PIC 9(08).
           05 CS-STATUS         PIC X(01).
               88 CS-IS-OPEN            VALUE 'O'.
           05 CS-CLOSED-BY      PIC X(08).
           05 CS-CLOSED-DATE    PIC 9(08).
           05 CS-CUSTOMER-NUMBER PIC 9(09).

       SD  case-sort-work.
       01  CASE-SORT-RECORD.
           05 FILLER            PIC X(66).
           05 SW-OPERATOR       PIC X(08).
           05 FILLER            PIC X(62).
           05 SW-FOLLOW-UP-DATE PIC 9(08).
           05 FILLER            PIC X(26).

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

       FD  case-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'case-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'CASE-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-CONTACT-STATUS     PIC X(02).
       01  WS-MHIST-STATUS       PIC X(02).
       01  WS-MHIST-OPEN-SW      PIC X(01) VALUE 'N'.
           88 MHIST-FILE-OPEN           VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-CONTACTS-READ   PIC 9(07) COMP VALUE ZERO.
           05 WS-CASES-OPEN      PIC 9(07) COMP VALUE ZERO.
           05 WS-CASES-OVERDUE   PIC 9(07) COMP VALUE ZERO.
           05 WS-COMPLAINTS      PIC 9(07) COMP VALUE ZERO.
           05 WS-NO-PIECE        PIC 9(07) COMP VALUE ZERO.
           05 WS-OPERATOR-OVERDUE PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-OPERATOR   PIC X(08) VALUE SPACES.
       01  WS-FIRST-OVERDUE-SW   PIC X(01) VALUE 'Y'.
           88 FIRST-OVERDUE             VALUE 'Y'.

      * unwanted-mail complaints by the campaign of the piece found
       01  WS-CAMPAIGN-TABLE.
           05 WS-CAMPAIGN-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-CAMPAIGN-IDX.
               10 WS-CAMP-ID        PIC X(08).
               10 WS-CAMP-COUNT     PIC 9(07) COMP.
               10 WS-CAMP-OPEN      PIC 9(07) COMP.
       01  WS-CAMPAIGN-COUNT-IN  PIC 9(04) COMP VALUE ZERO.
       01  WS-CAMPAIGN-OTHER     PIC 9(07) COMP VALUE ZERO.
       01  WS-PRINT-SUB          PIC 9(04) COMP VALUE ZERO.

      * the piece the complaint is put against
       01  WS-PIECE-CAMPAIGN     PIC X(08) VALUE SPACES.
       01  WS-PIECE-DATE         PIC 9(08) VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-DAYS-OVERDUE       PIC S9(08) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05 FILLER             PIC X(30)
               VALUE 'OPEN CONTACT CASE REPORT'.
           05 FILLER             PIC X(10) VALUE 'RUN DATE '.
           05 TTL-DATE           PIC 9(08).

       01  WS-OPERATOR-LINE.
           05 FILLER             PIC X(10) VALUE 'OPERATOR '.
           05 OPL-OPERATOR       PIC X(08).

       01  WS-CASE-HEADING.
           05 FILLER             PIC X(40)
               VALUE '  FOLLOWUP DAYS CONTACT  RC NAME'.
           05 FILLER             PIC X(40)
               VALUE '               NOTE'.

       01  WS-CASE-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CSL-FOLLOW-UP      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CSL-DAYS           PIC ZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CSL-CONTACT-DATE   PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CSL-REASON         PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CSL-NAME           PIC X(26).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CSL-NOTE           PIC X(25).

       01  WS-CAMPAIGN-HEADING.
           05 FILLER             PIC X(31) VALUE 'CAMPAIGN'.
           05 FILLER             PIC X(10) VALUE 'COMPLAINTS'.
           05 FILLER             PIC X(11) VALUE ' STILL OPEN'.

       01  WS-CAMPAIGN-LINE.
           05 CPL-CAMPAIGN       PIC X(34).
           05 CPL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CPL-OPEN           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * CALLed from NIGHT-STREAM; start every run clean.
           MOVE ZERO TO RETURN-CODE.
           INITIALIZE WS-RUN-COUNTS.
           INITIALIZE WS-CAMPAIGN-TABLE.
           MOVE ZERO TO WS-CAMPAIGN-COUNT-IN.
           MOVE ZERO TO WS-CAMPAIGN-OTHER.
           MOVE SPACES TO WS-CURRENT-OPERATOR.
           MOVE 'Y' TO WS-FIRST-OVERDUE-SW.
           MOVE 'N' TO WS-MHIST-OPEN-SW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN OUTPUT case-report.
           MOVE WS-TODAY TO TTL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OVERDUE FOLLOW-UPS BY OPERATOR' TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT contact-log-file.
           IF WS-CONTACT-STATUS = '35'
               DISPLAY 'CASE-REPORT: NO CONTACT-LOG-FILE YET '
                   '- NO CASES TO REPORT'
               GO TO END-ROUTINE
           END-IF.
           IF WS-CONTACT-STATUS NOT = '00'
               DISPLAY 'CASE-REPORT ERROR: CONTACT-LOG-FILE '
                   'OPEN FAILED, STATUS ' WS-CONTACT-STATUS
               CLOSE case-report
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE contact-log-file.
           OPEN INPUT mail-history-file.
           IF WS-MHIST-STATUS = '00'
               SET MHIST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CASE-REPORT WARNING: MAIL-HISTORY-FILE '
                   'OPEN FAILED, STATUS ' WS-MHIST-STATUS
                   ' - COMPLAINTS NOT PUT AGAINST A CAMPAIGN'
           END-IF.
           SORT case-sort-work
               ON ASCENDING KEY SW-OPERATOR
               ON ASCENDING KEY SW-FOLLOW-UP-DATE
               USING contact-log-file
               GIVING case-sorted-file.
           OPEN INPUT case-sorted-file.

       CASE-ROUTINE.
           READ case-sorted-file
               AT END GO TO CASE-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-CONTACTS-READ.
           IF CS-UNWANTED-MAIL
               PERFORM COUNT-COMPLAINT THRU COUNT-COMPLAINT-EXIT
           END-IF.
           IF NOT CS-IS-OPEN
               GO TO CASE-ROUTINE
           END-IF.
           ADD 1 TO WS-CASES-OPEN.
           IF CS-FOLLOW-UP-DATE IS NOT NUMERIC
            OR CS-FOLLOW-UP-DATE = ZERO
            OR CS-FOLLOW-UP-DATE NOT < WS-TODAY
               GO TO CASE-ROUTINE
           END-IF.
           PERFORM PRINT-OVERDUE THRU PRINT-OVERDUE-EXIT.
           GO TO CASE-ROUTINE.
       CASE-ROUTINE-EXIT.
           CLOSE case-sorted-file.
           IF MHIST-FILE-OPEN
               CLOSE mail-history-file
           END-IF.
           PERFORM OPERATOR-TOTAL THRU OPERATOR-TOTAL-EXIT.

       END-ROUTINE.
           IF WS-CASES-OVERDUE = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'UNWANTED-MAIL COMPLAINTS BY CAMPAIGN' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CAMPAIGN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-PRINT-SUB.
           PERFORM PRINT-CAMPAIGN THRU PRINT-CAMPAIGN-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CONTACTS ON LOG .................:' TO TOT-LABEL.
           MOVE WS-CONTACTS-READ TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OPEN CASES ......................:' TO TOT-LABEL.
           MOVE WS-CASES-OPEN TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OPEN CASES OVERDUE ..............:' TO TOT-LABEL.
           MOVE WS-CASES-OVERDUE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'UNWANTED-MAIL COMPLAINTS ........:' TO TOT-LABEL.
           MOVE WS-COMPLAINTS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE '  NO MAILED PIECE FOUND .........:' TO TOT-LABEL.
           MOVE WS-NO-PIECE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE case-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'CASE-REPORT RUN SUMMARY'.
           DISPLAY '  CONTACTS ON LOG   : ' WS-CONTACTS-READ.
           DISPLAY '  OPEN CASES        : ' WS-CASES-OPEN.
           DISPLAY '  OVERDUE           : ' WS-CASES-OVERDUE.
           DISPLAY '  COMPLAINTS        : ' WS-COMPLAINTS.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * One overdue case; a new operator closes off the last one's
      * count and starts a heading of its own.
       PRINT-OVERDUE.
           IF FIRST-OVERDUE
            OR CS-OPERATOR NOT = WS-CURRENT-OPERATOR
               PERFORM OPERATOR-TOTAL THRU OPERATOR-TOTAL-EXIT
               MOVE 'N' TO WS-FIRST-OVERDUE-SW
               MOVE CS-OPERATOR TO WS-CURRENT-OPERATOR
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE CS-OPERATOR TO OPL-OPERATOR
               MOVE WS-OPERATOR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CASE-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-CASES-OVERDUE.
           ADD 1 TO WS-OPERATOR-OVERDUE.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (CS-FOLLOW-UP-DATE).
           MOVE SPACES TO WS-CASE-LINE.
           MOVE CS-FOLLOW-UP-DATE TO CSL-FOLLOW-UP.
           MOVE WS-DAYS-OVERDUE TO CSL-DAYS.
           MOVE CS-CONTACT-DATE TO CSL-CONTACT-DATE.
           MOVE CS-REASON-CODE TO CSL-REASON.
           STRING CS-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CS-LAST-NAME DELIMITED BY '  '
                  INTO CSL-NAME
           END-STRING.
           MOVE CS-NOTE TO CSL-NOTE.
           MOVE WS-CASE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-OVERDUE-EXIT.
           EXIT.

       OPERATOR-TOTAL.
           IF WS-OPERATOR-OVERDUE = ZERO
               GO TO OPERATOR-TOTAL-EXIT
           END-IF.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE '  OVERDUE FOR OPERATOR ..........:' TO TOT-LABEL.
           MOVE WS-OPERATOR-OVERDUE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-OPERATOR-OVERDUE.
       OPERATOR-TOTAL-EXIT.
           EXIT.

      * An unwanted-mail complaint goes against the campaign of the
      * last piece the caller was sent on or before the day of the
      * call.
       COUNT-COMPLAINT.
           ADD 1 TO WS-COMPLAINTS.
           MOVE SPACES TO WS-PIECE-CAMPAIGN.
           MOVE ZERO TO WS-PIECE-DATE.
           IF MHIST-FILE-OPEN
               PERFORM FIND-PIECE THRU FIND-PIECE-EXIT
           END-IF.
           IF WS-PIECE-CAMPAIGN = SPACES
               ADD 1 TO WS-NO-PIECE
           END-IF.
           SET WS-CAMPAIGN-IDX TO 1.
           SEARCH WS-CAMPAIGN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT-IN
                   CONTINUE
               WHEN WS-CAMP-ID (WS-CAMPAIGN-IDX) = WS-PIECE-CAMPAIGN
                   ADD 1 TO WS-CAMP-COUNT (WS-CAMPAIGN-IDX)
                   IF CS-IS-OPEN
                       ADD 1 TO WS-CAMP-OPEN (WS-CAMPAIGN-IDX)
                   END-IF
                   GO TO COUNT-COMPLAINT-EXIT
           END-SEARCH.
           IF WS-CAMPAIGN-COUNT-IN < 100
               ADD 1 TO WS-CAMPAIGN-COUNT-IN
               MOVE WS-PIECE-CAMPAIGN
                   TO WS-CAMP-ID (WS-CAMPAIGN-COUNT-IN)
               MOVE 1 TO WS-CAMP-COUNT (WS-CAMPAIGN-COUNT-IN)
               IF CS-IS-OPEN
                   MOVE 1 TO WS-CAMP-OPEN (WS-CAMPAIGN-COUNT-IN)
               END-IF
           ELSE
               ADD 1 TO WS-CAMPAIGN-OTHER
           END-IF.
       COUNT-COMPLAINT-EXIT.
           EXIT.

      * The customer's pieces at any address through the customer
      * number key; a contact with no customer number, or none of
      * whose pieces carry it, is looked up under its name and street.
       FIND-PIECE.
           IF CS-CUSTOMER-NUMBER IS NOT NUMERIC
            OR CS-CUSTOMER-NUMBER = ZERO
               GO TO FIND-PIECE-ADDRESS
           END-IF.
           MOVE CS-CUSTOMER-NUMBER TO MH-CUSTOMER-NUMBER.
           START mail-history-file KEY NOT < MH-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO FIND-PIECE-ADDRESS
           END-START.
       FIND-PIECE-CUST-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO FIND-PIECE-CUST-DONE
           END-READ.
           IF MH-CUSTOMER-NUMBER NOT = CS-CUSTOMER-NUMBER
               GO TO FIND-PIECE-CUST-DONE
           END-IF.
           PERFORM KEEP-PIECE THRU KEEP-PIECE-EXIT.
           GO TO FIND-PIECE-CUST-READ.
       FIND-PIECE-CUST-DONE.
           IF WS-PIECE-CAMPAIGN NOT = SPACES
               GO TO FIND-PIECE-EXIT
           END-IF.
       FIND-PIECE-ADDRESS.
           MOVE CS-LAST-NAME TO MH-LAST-NAME.
           MOVE CS-FIRST-NAME TO MH-FIRST-NAME.
           MOVE CS-STREET TO MH-STREET.
           MOVE ZERO TO MH-FILE-SEQUENCE.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY
                   GO TO FIND-PIECE-EXIT
           END-START.
       FIND-PIECE-ADDRESS-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO FIND-PIECE-EXIT
           END-READ.
           IF MH-LAST-NAME NOT = CS-LAST-NAME
            OR MH-FIRST-NAME NOT = CS-FIRST-NAME
            OR MH-STREET NOT = CS-STREET
               GO TO FIND-PIECE-EXIT
           END-IF.
           PERFORM KEEP-PIECE THRU KEEP-PIECE-EXIT.
           GO TO FIND-PIECE-ADDRESS-READ.
       FIND-PIECE-EXIT.
           EXIT.

       KEEP-PIECE.
           IF MH-MAIL-DATE > CS-CONTACT-DATE
               GO TO KEEP-PIECE-EXIT
           END-IF.
           IF WS-PIECE-CAMPAIGN = SPACES
            OR MH-MAIL-DATE NOT < WS-PIECE-DATE
               MOVE MH-CAMPAIGN TO WS-PIECE-CAMPAIGN
               MOVE MH-MAIL-DATE TO WS-PIECE-DATE
           END-IF.
       KEEP-PIECE-EXIT.
           EXIT.

       PRINT-CAMPAIGN.
           IF WS-PRINT-SUB > WS-CAMPAIGN-COUNT-IN
               GO TO PRINT-CAMPAIGN-OTHER
           END-IF.
           MOVE SPACES TO WS-CAMPAIGN-LINE.
           IF WS-CAMP-ID (WS-PRINT-SUB) = SPACES
               MOVE '(NO MAILED PIECE FOUND)' TO CPL-CAMPAIGN
           ELSE
               MOVE WS-CAMP-ID (WS-PRINT-SUB) TO CPL-CAMPAIGN
           END-IF.
           MOVE WS-CAMP-COUNT (WS-PRINT-SUB) TO CPL-COUNT.
           MOVE WS-CAMP-OPEN (WS-PRINT-SUB) TO CPL-OPEN.
           MOVE WS-CAMPAIGN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PRINT-SUB.
           GO TO PRINT-CAMPAIGN.
       PRINT-CAMPAIGN-OTHER.
           IF WS-CAMPAIGN-OTHER > ZERO
               MOVE SPACES TO WS-CAMPAIGN-LINE
               MOVE 'ALL OTHER CAMPAIGNS' TO CPL-CAMPAIGN
               MOVE WS-CAMPAIGN-OTHER TO CPL-COUNT
               MOVE ZERO TO CPL-OPEN
               MOVE WS-CAMPAIGN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-CAMPAIGN-COUNT-IN = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       PRINT-CAMPAIGN-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'CASE-REPORT WARNING: REPORT-FILE NOT '
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
               DISPLAY 'CASE-REPORT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'CASE-REPORT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-CONTACTS-READ TO JL-COUNT-1.
           MOVE WS-CASES-OPEN TO JL-COUNT-2.
           MOVE WS-CASES-OVERDUE TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM CASE-REPORT.
