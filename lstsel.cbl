      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: CUT A CAMPAIGN'S MAILING FROM THE ADDRESS MASTER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; runs in NIGHT-STREAM after
      *                   ADDR-MERGE.  When CAMPAIGN-CRITERIA-FILE has
      *                   criteria for the campaign on dataout, the
      *                   campaign's mailing is cut from ADDRESS-
      *                   MASTER-FILE instead of being the night's
      *                   whole input: include/exclude states, 3-digit
      *                   ZIP prefixes and source codes, master
      *                   maintained within N days, and mailed / not
      *                   mailed within N days per MAIL-HISTORY-FILE.
      *                   A maximum quantity is taken as an nth-name
      *                   spread, each 3-digit ZIP area keeping its
      *                   share of the eligible names.  The cut
      *                   replaces dataout (READ-CSV has already kept
      *                   the night's own file as dataout.<campaign>)
      *                   so VENDOR-EXTRACT, PRESORT-REPORT and
      *                   POSTAGE-STATEMENT all work from the same
      *                   list; a campaign with no criteria leaves
      *                   dataout alone.  SELECTION-REPORT gives the
      *                   count dropped and remaining at each
      *                   criterion and the areas before and after
      *                   the quantity cut.
      *   2026/10/15 QC - test and control cells: CAMPAIGN-CELL-FILE
      *                   splits a campaign into cells by percentage,
      *                   each with its keycode and a mail or hold-out
      *                   flag.  Every name kept by the cut falls in a
      *                   cell fixed by its customer number (name and
      *                   street when it has none) and the campaign,
      *                   so a rerun puts everyone back in the same
      *                   cell.  Mail cells go to dataout with the
      *                   keycode in new OUT-KEYCODE; hold-outs go to
      *                   HOLDOUT-FILE instead, for VENDOR-EXTRACT to
      *                   record.  A campaign with cells and no
      *                   criteria is split from the night's own
      *                   dataout.  The maximum quantity counts the
      *                   hold-outs.  Cells that do not add up to 100
      *                   percent stop the run before dataout is
      *                   touched.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - MAIL-HISTORY-RECORD carries MH-KEYCODE like
      *                   every other reader of the file; without it
      *                   the open failed and nobody counted as
      *                   mailed.  A criteria cut now drops masters on
      *                   DO-NOT-MAIL-MASTER-FILE or UNDELIVERABLE-
      *                   SUPPRESS-FILE before anything else, each on
      *                   its own line of the report - the master
      *                   never passed READ-CSV's suppression.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIST-SELECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dataout
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAOUT-STATUS.

           SELECT campaign-criteria-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CRITERIA-STATUS.

           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT mail-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

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

           SELECT selection-work-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT campaign-cell-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CELL-STATUS.

           SELECT holdout-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLDOUT-STATUS.

           SELECT selection-report
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
       FD  dataout.
       01  OUTPUT-RECORD.
           05 OUT-LAST-NAME     PIC X(15).
           05 FILLER            PIC X(5).
           05 OUT-FIRST-NAME    PIC X(10).
           05 FILLER            PIC X(5).
           05 OUT-STREET        PIC X(25).
           05 FILLER            PIC X(5).
           05 OUT-CITY          PIC X(10).
           05 FILLER            PIC X(5).
           05 OUT-STATE         PIC XX.
           05 FILLER            PIC X(5).
           05 OUT-ZIP           PIC X(10).
           05 FILLER            PIC X(5).
           05 OUT-CARRIER-ROUTE PIC X(4).
           05 FILLER            PIC X(5).
           05 OUT-SOURCE-CODE   PIC X(1).
           05 FILLER            PIC X(5).
           05 OUT-CAMPAIGN      PIC X(8).
           05 FILLER            PIC X(5).
           05 OUT-KEYCODE       PIC X(6).

      * one criterion per record:
      *   IS/XS  include/exclude state         (CR-VALUE)
      *   IZ/XZ  include/exclude ZIP prefix    (CR-VALUE, 3 digits)
      *   IC/XC  include/exclude source code   (CR-VALUE)
      *   MD     master maintained within      (CR-DAYS)
      *   ML/NM  mailed / not mailed within    (CR-DAYS)
      *   MQ     maximum quantity              (CR-QUANTITY)
       FD  campaign-criteria-file.
       01  CAMPAIGN-CRITERIA-RECORD.
           05 CR-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 CR-TYPE           PIC X(02).
           05 FILLER            PIC X(02).
           05 CR-VALUE          PIC X(03).
           05 FILLER            PIC X(02).
           05 CR-DAYS           PIC 9(04).
           05 FILLER            PIC X(02).
           05 CR-QUANTITY       PIC 9(07).

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

       FD  selection-work-file.
       01  SELECTION-WORK-RECORD.
           05 SW-DATAOUT-RECORD PIC X(136).
           05 SW-CUSTOMER-NUMBER PIC 9(09).

      * one cell per record; a campaign's percentages add up to 100
      *   CL-MAIL-FLAG  M mailed, H held out as a control
       FD  campaign-cell-file.
       01  CAMPAIGN-CELL-RECORD.
           05 CL-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(02).
           05 CL-KEYCODE        PIC X(06).
           05 FILLER            PIC X(02).
           05 CL-PERCENT        PIC 9(03).
           05 FILLER            PIC X(02).
           05 CL-MAIL-FLAG      PIC X(01).

      * the dataout record of a held-out name, with its number
       FD  holdout-file.
       01  HOLDOUT-RECORD.
           05 HO-DATAOUT-RECORD PIC X(136).
           05 HO-CUSTOMER-NUMBER PIC 9(09).

       FD  selection-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'selection-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'LIST-SELECT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-DATAOUT-STATUS     PIC X(02).
       01  WS-CRITERIA-STATUS    PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-MHIST-STATUS       PIC X(02).
       01  WS-WORK-STATUS        PIC X(02).
       01  WS-CELL-STATUS        PIC X(02).
       01  WS-HOLDOUT-STATUS     PIC X(02).
       01  WS-MHIST-OPEN-SW      PIC X VALUE 'N'.
           88 MAIL-HISTORY-OPEN  VALUE 'Y'.
       01  WS-MASTER-OPEN-SW     PIC X VALUE 'N'.
           88 MASTER-FILE-OPEN   VALUE 'Y'.
       01  WS-DNM-STATUS         PIC X(02).
       01  WS-DNM-OPEN-SW        PIC X VALUE 'N'.
           88 DNM-MASTER-OPEN    VALUE 'Y'.
       01  WS-UDS-STATUS         PIC X(02).
       01  WS-UDS-OPEN-SW        PIC X VALUE 'N'.
           88 UNDELIV-OPEN       VALUE 'Y'.

       01  WS-CAMPAIGN-ID        PIC X(08) VALUE SPACES.
       01  WS-FIRST-KEYCODE      PIC X(06) VALUE SPACES.
       01  WS-CUSTOMER-NUMBER    PIC 9(09) VALUE ZERO.

      * the campaign's criteria, one entry per include/exclude value
       01  WS-CRIT-TABLE.
           05 WS-CRIT-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-CRIT-IDX.
               10 WS-CRIT-TYPE   PIC X(02).
               10 WS-CRIT-VALUE  PIC X(03).
       01  WS-CRIT-COUNT-IN      PIC 9(04) COMP VALUE ZERO.
       01  WS-CRITERIA-FOUND     PIC 9(04) COMP VALUE ZERO.
       01  WS-CRIT-TABLE-FULL-SW PIC X VALUE 'N'.
           88 CRIT-TABLE-FULL    VALUE 'Y'.
       01  WS-HAS-IS-SW          PIC X VALUE 'N'.
           88 HAS-STATE-INCLUDE  VALUE 'Y'.
       01  WS-HAS-IZ-SW          PIC X VALUE 'N'.
           88 HAS-ZIP-INCLUDE    VALUE 'Y'.
       01  WS-HAS-IC-SW          PIC X VALUE 'N'.
           88 HAS-SOURCE-INCLUDE VALUE 'Y'.
       01  WS-MAINT-DAYS         PIC 9(04) VALUE ZERO.
       01  WS-MAILED-DAYS        PIC 9(04) VALUE ZERO.
       01  WS-NOT-MAILED-DAYS    PIC 9(04) VALUE ZERO.
       01  WS-MAX-QUANTITY       PIC 9(07) VALUE ZERO.

      * test values for FIND-CRITERION
       01  WS-FIND-TYPE          PIC X(02).
       01  WS-FIND-VALUE         PIC X(03).
       01  WS-CRIT-FOUND-SW      PIC X VALUE 'N'.
           88 CRITERION-FOUND    VALUE 'Y'.
       01  WS-RECENT-MAIL-SW     PIC X VALUE 'N'.
           88 RECENT-MAIL-FOUND  VALUE 'Y'.
       01  WS-HORIZON-DAYS       PIC 9(04) VALUE ZERO.

      * eligible and selected names per 3-digit ZIP area; the area
      * number is the prefix plus one, anything not numeric is 1000.
       01  WS-AREA-TABLE.
           05 WS-AREA-ENTRY OCCURS 1000 TIMES.
               10 WS-AREA-ELIGIBLE PIC 9(07) COMP.
               10 WS-AREA-QUOTA    PIC 9(07) COMP.
               10 WS-AREA-SEEN     PIC 9(07) COMP.
               10 WS-AREA-SELECTED PIC 9(07) COMP.
       01  WS-AREA-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-AREA-PREFIX        PIC 9(03) VALUE ZERO.
       01  WS-AREA-PREFIX-X REDEFINES WS-AREA-PREFIX PIC X(03).
       01  WS-QUOTA-TOTAL        PIC 9(07) COMP VALUE ZERO.
       01  WS-QUOTA-LEFT         PIC 9(07) COMP VALUE ZERO.
       01  WS-TAKE-BEFORE        PIC 9(07) COMP VALUE ZERO.
       01  WS-TAKE-AFTER         PIC 9(07) COMP VALUE ZERO.

      * the campaign's cells; a cell takes the buckets of the 0-99
      * spread from the one above the cell before it up to its own
      * WS-CELL-HIGH less one.
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 20 TIMES.
               10 WS-CELL-KEYCODE  PIC X(06).
               10 WS-CELL-PERCENT  PIC 9(03).
               10 WS-CELL-FLAG     PIC X(01).
                  88 CELL-IS-HOLD-OUT VALUE 'H'.
               10 WS-CELL-HIGH     PIC 9(03).
               10 WS-CELL-COUNT    PIC 9(07) COMP.
       01  WS-CELL-COUNT-IN      PIC 9(04) COMP VALUE ZERO.
       01  WS-CELL-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-CELL-PERCENT-TOTAL PIC 9(05) VALUE ZERO.
       01  WS-CELL-ERROR-SW      PIC X VALUE 'N'.
           88 CELL-DEFINITION-BAD VALUE 'Y'.
       01  WS-CELL-SEED          PIC 9(07) COMP VALUE ZERO.
       01  WS-CELL-HASH          PIC 9(15) COMP VALUE ZERO.
       01  WS-CELL-QUOTIENT      PIC 9(15) COMP VALUE ZERO.
       01  WS-CELL-BUCKET        PIC 9(03) VALUE ZERO.
       01  WS-HASH-KEY           PIC X(50) VALUE SPACES.
       01  WS-HASH-LENGTH        PIC 9(04) COMP VALUE ZERO.
       01  WS-HASH-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-HASH-WORK          PIC 9(15) COMP VALUE ZERO.
       01  WS-TEXT-HASH          PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-MASTER-READ     PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-OPT-OUT    PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-UNDELIV    PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-STATE      PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-ZIP        PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-SOURCE     PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-MAINT      PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-MAILED     PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-NOT-MAILED PIC 9(07) COMP VALUE ZERO.
           05 WS-ELIGIBLE        PIC 9(07) COMP VALUE ZERO.
           05 WS-DROP-QUANTITY   PIC 9(07) COMP VALUE ZERO.
           05 WS-SELECTED        PIC 9(07) COMP VALUE ZERO.
           05 WS-HELD-OUT        PIC 9(07) COMP VALUE ZERO.
           05 WS-REMAINING       PIC 9(07) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       01  WS-AGE-DAYS           PIC S9(08) COMP VALUE ZERO.

       01  WS-STEP-LINE.
           05 STP-LABEL          PIC X(40).
           05 STP-DROPPED        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 STP-REMAINING      PIC ZZZ,ZZ9.

       01  WS-STEP-HEADING.
           05 FILLER             PIC X(40) VALUE 'CRITERION'.
           05 FILLER             PIC X(11) VALUE 'DROPPED'.
           05 FILLER             PIC X(09) VALUE 'REMAINING'.

       01  WS-AREA-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 ARL-PREFIX         PIC X(03).
           05 FILLER             PIC X(27) VALUE SPACES.
           05 ARL-ELIGIBLE       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 ARL-SELECTED       PIC ZZZ,ZZ9.

       01  WS-AREA-HEADING.
           05 FILLER             PIC X(40) VALUE '  ZIP AREA'.
           05 FILLER             PIC X(11) VALUE 'ELIGIBLE'.
           05 FILLER             PIC X(09) VALUE 'SELECTED'.

       01  WS-CELL-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 CLL-KEYCODE        PIC X(06).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CLL-TYPE           PIC X(08).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CLL-PERCENT        PIC ZZ9.
           05 FILLER             PIC X(16) VALUE SPACES.
           05 CLL-COUNT          PIC ZZZ,ZZ9.

       01  WS-CELL-HEADING.
           05 FILLER             PIC X(20) VALUE '  CELL KEYCODE'.
           05 FILLER             PIC X(12) VALUE 'TYPE'.
           05 FILLER             PIC X(19) VALUE 'PERCENT'.
           05 FILLER             PIC X(09) VALUE 'NAMES'.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           INITIALIZE WS-AREA-TABLE.
           OPEN INPUT dataout.
           IF WS-DATAOUT-STATUS NOT = '00'
               DISPLAY 'LIST-SELECT ERROR: DATAOUT NOT FOUND'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * the campaign rides on every dataout record, as VENDOR-EXTRACT
      * reads it.
           MOVE SPACES TO WS-CAMPAIGN-ID.
           MOVE SPACES TO WS-FIRST-KEYCODE.
           READ dataout
               AT END CONTINUE
               NOT AT END
                   MOVE OUT-CAMPAIGN TO WS-CAMPAIGN-ID
                   MOVE OUT-KEYCODE TO WS-FIRST-KEYCODE
           END-READ.
           CLOSE dataout.
           PERFORM LOAD-CRITERIA THRU LOAD-CRITERIA-EXIT.
           PERFORM LOAD-CELLS THRU LOAD-CELLS-EXIT.
           IF CELL-DEFINITION-BAD
               DISPLAY 'LIST-SELECT ERROR: CAMPAIGN-CELL-FILE IS NOT '
                   'USABLE FOR CAMPAIGN ' WS-CAMPAIGN-ID
                   ' - DATAOUT NOT CUT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CRITERIA-FOUND = ZERO
            AND WS-CELL-COUNT-IN = ZERO
               DISPLAY 'LIST-SELECT: NO CRITERIA FOR CAMPAIGN '
                   WS-CAMPAIGN-ID ' - DATAOUT LEFT AS IS'
               OPEN OUTPUT holdout-file
               CLOSE holdout-file
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.
      * a dataout already carrying keycodes has been split before;
      * splitting it again would take the hold-outs twice.
           IF WS-CRITERIA-FOUND = ZERO
            AND WS-FIRST-KEYCODE NOT = SPACES
               DISPLAY 'LIST-SELECT: DATAOUT FOR CAMPAIGN '
                   WS-CAMPAIGN-ID ' IS ALREADY SPLIT INTO CELLS'
                   ' - LEFT AS IS'
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.
           MOVE 'N' TO WS-MASTER-OPEN-SW.
           OPEN INPUT address-master-file.
           IF WS-MASTER-STATUS = '00'
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               IF WS-CRITERIA-FOUND > ZERO
                   DISPLAY 'LIST-SELECT ERROR: ADDRESS-MASTER-FILE '
                       'OPEN FAILED, STATUS ' WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'LIST-SELECT WARNING: ADDRESS-MASTER-FILE '
                   'OPEN FAILED, STATUS ' WS-MASTER-STATUS
                   ' - CELLS TAKEN BY NAME AND STREET'
           END-IF.
           IF WS-CRITERIA-FOUND = ZERO
               GO TO COPY-DATAOUT
           END-IF.
           MOVE 'N' TO WS-MHIST-OPEN-SW.
           IF WS-MAILED-DAYS > ZERO OR WS-NOT-MAILED-DAYS > ZERO
               OPEN INPUT mail-history-file
               IF WS-MHIST-STATUS = '00'
                   SET MAIL-HISTORY-OPEN TO TRUE
               ELSE
                   DISPLAY 'LIST-SELECT WARNING: MAIL-HISTORY-FILE '
                       'NOT AVAILABLE, STATUS ' WS-MHIST-STATUS
                       ' - NOBODY COUNTS AS MAILED'
               END-IF
           END-IF.
      * the master never went through READ-CSV's suppression, so the
      * opt-outs and known undeliverables are dropped here.
           MOVE 'N' TO WS-DNM-OPEN-SW.
           OPEN INPUT do-not-mail-master-file.
           IF WS-DNM-STATUS = '00'
               SET DNM-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'LIST-SELECT WARNING: DO-NOT-MAIL-MASTER-FILE '
                   'NOT AVAILABLE, STATUS ' WS-DNM-STATUS
           END-IF.
           MOVE 'N' TO WS-UDS-OPEN-SW.
           OPEN INPUT undeliverable-suppress-file.
           IF WS-UDS-STATUS = '00'
               SET UNDELIV-OPEN TO TRUE
           ELSE
               DISPLAY 'LIST-SELECT WARNING: UNDELIVERABLE-SUPPRESS-'
                   'FILE NOT AVAILABLE, STATUS ' WS-UDS-STATUS
           END-IF.
           OPEN OUTPUT selection-work-file.
           MOVE LOW-VALUES TO AM-KEY.
           START address-master-file KEY NOT < AM-KEY
               INVALID KEY GO TO CRITERIA-ROUTINE-EXIT
           END-START.

      *-----------------------------------------------------------------
      * First pass: every master record through the criteria in the
      * order the report shows them; the survivors go to the work
      * file and are counted by ZIP area.
      *-----------------------------------------------------------------
       CRITERIA-ROUTINE.
           READ address-master-file NEXT RECORD
               AT END GO TO CRITERIA-ROUTINE-EXIT
           END-READ.
           ADD 1 TO WS-MASTER-READ.
           IF DNM-MASTER-OPEN
               MOVE AM-LAST-NAME TO DNM-LAST-NAME
               MOVE AM-FIRST-NAME TO DNM-FIRST-NAME
               MOVE AM-STREET TO DNM-STREET
               READ do-not-mail-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DNM-EFFECTIVE-DATE NOT > WS-TODAY
                        AND DNM-EXPIRY-DATE > WS-TODAY
                           ADD 1 TO WS-DROP-OPT-OUT
                           GO TO CRITERIA-ROUTINE
                       END-IF
               END-READ
           END-IF.
           IF UNDELIV-OPEN
               MOVE AM-KEY TO UDS-KEY
               READ undeliverable-suppress-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DROP-UNDELIV
                       GO TO CRITERIA-ROUTINE
               END-READ
           END-IF.
           MOVE AM-STATE TO WS-FIND-VALUE.
           MOVE 'XS' TO WS-FIND-TYPE.
           PERFORM FIND-CRITERION THRU FIND-CRITERION-EXIT.
           IF CRITERION-FOUND
               ADD 1 TO WS-DROP-STATE
               GO TO CRITERIA-ROUTINE
           END-IF.
           IF HAS-STATE-INCLUDE
               MOVE 'IS' TO WS-FIND-TYPE
               PERFORM FIND-CRITERION THRU FIND-CRITERION-EXIT
               IF NOT CRITERION-FOUND
                   ADD 1 TO WS-DROP-STATE
                   GO TO CRITERIA-ROUTINE
               END-IF
           END-IF.
           MOVE AM-ZIP(1:3) TO WS-FIND-VALUE.
           MOVE 'XZ' TO WS-FIND-TYPE.
           PERFORM FIND-CRITERION THRU FIND-CRITERION-EXIT.
           IF CRITERION-FOUND
               ADD 1 TO WS-DROP-ZIP
               GO TO CRITERIA-ROUTINE
           END-IF.
           IF HAS-ZIP-INCLUDE
               MOVE 'IZ' TO WS-FIND-TYPE
               PERFORM FIND-CRITERION THRU FIND-CRITERION-EXIT
               IF NOT CRITERION-FOUND
                   ADD 1 TO WS-DROP-ZIP
                   GO TO CRITERIA-ROUTINE
               END-IF
           END-IF.
           MOVE AM-SOURCE-CODE TO WS-FIND-VALUE.
           MOVE 'XC' TO WS-FIND-TYPE.
           PERFORM FIND-CRITERION THRU FIND-CRITERION-EXIT.
           IF CRITERION-FOUND
               ADD 1 TO WS-DROP-SOURCE
               GO TO CRITERIA-ROUTINE
           END-IF.
           IF HAS-SOURCE-INCLUDE
               MOVE 'IC' TO WS-FIND-TYPE
               PERFORM FIND-CRITERION THRU FIND-CRITERION-EXIT
               IF NOT CRITERION-FOUND
                   ADD 1 TO WS-DROP-SOURCE
                   GO TO CRITERIA-ROUTINE
               END-IF
           END-IF.
           IF WS-MAINT-DAYS > ZERO
               IF AM-LAST-MAINT-DATE IS NOT NUMERIC
                OR AM-LAST-MAINT-DATE = ZERO
                   ADD 1 TO WS-DROP-MAINT
                   GO TO CRITERIA-ROUTINE
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (AM-LAST-MAINT-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
               IF WS-AGE-DAYS > WS-MAINT-DAYS
                   ADD 1 TO WS-DROP-MAINT
                   GO TO CRITERIA-ROUTINE
               END-IF
           END-IF.
           IF WS-MAILED-DAYS > ZERO
               MOVE WS-MAILED-DAYS TO WS-HORIZON-DAYS
               PERFORM CHECK-RECENT-MAIL THRU CHECK-RECENT-MAIL-EXIT
               IF NOT RECENT-MAIL-FOUND
                   ADD 1 TO WS-DROP-NOT-MAILED
                   GO TO CRITERIA-ROUTINE
               END-IF
           END-IF.
           IF WS-NOT-MAILED-DAYS > ZERO
               MOVE WS-NOT-MAILED-DAYS TO WS-HORIZON-DAYS
               PERFORM CHECK-RECENT-MAIL THRU CHECK-RECENT-MAIL-EXIT
               IF RECENT-MAIL-FOUND
                   ADD 1 TO WS-DROP-MAILED
                   GO TO CRITERIA-ROUTINE
               END-IF
           END-IF.
           MOVE SPACES TO OUTPUT-RECORD.
           MOVE AM-LAST-NAME TO OUT-LAST-NAME.
           MOVE AM-FIRST-NAME TO OUT-FIRST-NAME.
           MOVE AM-STREET TO OUT-STREET.
           MOVE AM-CITY TO OUT-CITY.
           MOVE AM-STATE TO OUT-STATE.
           MOVE AM-ZIP TO OUT-ZIP.
           MOVE AM-CARRIER-ROUTE TO OUT-CARRIER-ROUTE.
           MOVE AM-SOURCE-CODE TO OUT-SOURCE-CODE.
           MOVE WS-CAMPAIGN-ID TO OUT-CAMPAIGN.
           MOVE OUTPUT-RECORD TO SW-DATAOUT-RECORD.
           MOVE ZERO TO SW-CUSTOMER-NUMBER.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
           END-IF.
           WRITE SELECTION-WORK-RECORD.
           ADD 1 TO WS-ELIGIBLE.
           PERFORM FIND-AREA THRU FIND-AREA-EXIT.
           ADD 1 TO WS-AREA-ELIGIBLE(WS-AREA-SUB).
           GO TO CRITERIA-ROUTINE.

      *-----------------------------------------------------------------
      * Cells without criteria: the night's own dataout is the list,
      * copied to the work file with each name's customer number so
      * the cut below can split it.
      *-----------------------------------------------------------------
       COPY-DATAOUT.
           OPEN INPUT dataout.
           OPEN OUTPUT selection-work-file.
       COPY-DATAOUT-READ.
           READ dataout
               AT END GO TO COPY-DATAOUT-DONE
           END-READ.
           ADD 1 TO WS-MASTER-READ.
           PERFORM GET-CUSTOMER-NUMBER THRU GET-CUSTOMER-NUMBER-EXIT.
           MOVE SPACES TO OUT-KEYCODE.
           MOVE OUTPUT-RECORD TO SW-DATAOUT-RECORD.
           MOVE WS-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER.
           WRITE SELECTION-WORK-RECORD.
           ADD 1 TO WS-ELIGIBLE.
           PERFORM FIND-AREA THRU FIND-AREA-EXIT.
           ADD 1 TO WS-AREA-ELIGIBLE(WS-AREA-SUB).
           GO TO COPY-DATAOUT-READ.
       COPY-DATAOUT-DONE.
           CLOSE dataout.
       CRITERIA-ROUTINE-EXIT.
           IF MASTER-FILE-OPEN
               CLOSE address-master-file
           END-IF.
           IF MAIL-HISTORY-OPEN
               CLOSE mail-history-file
           END-IF.
           IF DNM-MASTER-OPEN
               CLOSE do-not-mail-master-file
           END-IF.
           IF UNDELIV-OPEN
               CLOSE undeliverable-suppress-file
           END-IF.
           CLOSE selection-work-file.
           PERFORM SET-AREA-QUOTAS THRU SET-AREA-QUOTAS-EXIT.

      *-----------------------------------------------------------------
      * Second pass: the eligible names become the campaign's dataout,
      * an area over its quota giving up every nth name so the ones
      * kept are spread through the area rather than its first names.
      *-----------------------------------------------------------------
           OPEN INPUT selection-work-file.
           OPEN OUTPUT dataout.
           OPEN OUTPUT holdout-file.
       CUT-ROUTINE.
           READ selection-work-file
               AT END GO TO CUT-ROUTINE-EXIT
           END-READ.
           MOVE SW-DATAOUT-RECORD TO OUTPUT-RECORD.
           MOVE SW-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER.
           PERFORM FIND-AREA THRU FIND-AREA-EXIT.
           ADD 1 TO WS-AREA-SEEN(WS-AREA-SUB).
           COMPUTE WS-TAKE-BEFORE =
               (WS-AREA-SEEN(WS-AREA-SUB) - 1)
               * WS-AREA-QUOTA(WS-AREA-SUB)
               / WS-AREA-ELIGIBLE(WS-AREA-SUB).
           COMPUTE WS-TAKE-AFTER =
               WS-AREA-SEEN(WS-AREA-SUB)
               * WS-AREA-QUOTA(WS-AREA-SUB)
               / WS-AREA-ELIGIBLE(WS-AREA-SUB).
           IF WS-TAKE-AFTER = WS-TAKE-BEFORE
               ADD 1 TO WS-DROP-QUANTITY
               GO TO CUT-ROUTINE
           END-IF.
           ADD 1 TO WS-AREA-SELECTED(WS-AREA-SUB).
           IF WS-CELL-COUNT-IN > ZERO
               PERFORM ASSIGN-CELL THRU ASSIGN-CELL-EXIT
               MOVE WS-CELL-KEYCODE(WS-CELL-SUB) TO OUT-KEYCODE
               ADD 1 TO WS-CELL-COUNT(WS-CELL-SUB)
               IF CELL-IS-HOLD-OUT(WS-CELL-SUB)
                   MOVE OUTPUT-RECORD TO HO-DATAOUT-RECORD
                   MOVE WS-CUSTOMER-NUMBER TO HO-CUSTOMER-NUMBER
                   WRITE HOLDOUT-RECORD
                   ADD 1 TO WS-HELD-OUT
                   GO TO CUT-ROUTINE
               END-IF
           END-IF.
           WRITE OUTPUT-RECORD.
           ADD 1 TO WS-SELECTED.
           GO TO CUT-ROUTINE.
       CUT-ROUTINE-EXIT.
           CLOSE selection-work-file.
           CLOSE dataout.
           CLOSE holdout-file.

       END-ROUTINE.
           OPEN OUTPUT selection-report.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CAMPAIGN LIST SELECTION - ' DELIMITED BY SIZE
                  WS-CAMPAIGN-ID DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-STEP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MASTER-READ TO WS-REMAINING.
           MOVE SPACES TO WS-STEP-LINE.
           MOVE 'ADDRESS MASTER RECORDS' TO STP-LABEL.
           IF WS-CRITERIA-FOUND = ZERO
               MOVE 'DATAOUT RECORDS (NO CRITERIA)' TO STP-LABEL
           END-IF.
           MOVE WS-REMAINING TO STP-REMAINING.
           MOVE WS-STEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CRITERIA-FOUND > ZERO
               MOVE 'ON DO-NOT-MAIL OPT-OUT MASTER' TO STP-LABEL
               MOVE WS-DROP-OPT-OUT TO STP-DROPPED
               SUBTRACT WS-DROP-OPT-OUT FROM WS-REMAINING
               PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT
               MOVE 'UNDELIVERABLE PER NIXIE' TO STP-LABEL
               MOVE WS-DROP-UNDELIV TO STP-DROPPED
               SUBTRACT WS-DROP-UNDELIV FROM WS-REMAINING
               PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT
           END-IF.
           MOVE 'STATE INCLUDE/EXCLUDE' TO STP-LABEL.
           MOVE WS-DROP-STATE TO STP-DROPPED.
           SUBTRACT WS-DROP-STATE FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE 'ZIP PREFIX INCLUDE/EXCLUDE' TO STP-LABEL.
           MOVE WS-DROP-ZIP TO STP-DROPPED.
           SUBTRACT WS-DROP-ZIP FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE 'SOURCE CODE INCLUDE/EXCLUDE' TO STP-LABEL.
           MOVE WS-DROP-SOURCE TO STP-DROPPED.
           SUBTRACT WS-DROP-SOURCE FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE 'NOT MAINTAINED WITHIN ' TO STP-LABEL.
           MOVE WS-MAINT-DAYS TO STP-LABEL(23:4).
           MOVE ' DAYS' TO STP-LABEL(27:5).
           IF WS-MAINT-DAYS = ZERO
               MOVE 'MAINTENANCE RECENCY (NOT USED)' TO STP-LABEL
           END-IF.
           MOVE WS-DROP-MAINT TO STP-DROPPED.
           SUBTRACT WS-DROP-MAINT FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE 'NOT MAILED WITHIN ' TO STP-LABEL.
           MOVE WS-MAILED-DAYS TO STP-LABEL(19:4).
           MOVE ' DAYS' TO STP-LABEL(23:5).
           IF WS-MAILED-DAYS = ZERO
               MOVE 'MAILED RECENTLY (NOT USED)' TO STP-LABEL
           END-IF.
           MOVE WS-DROP-NOT-MAILED TO STP-DROPPED.
           SUBTRACT WS-DROP-NOT-MAILED FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE 'MAILED WITHIN ' TO STP-LABEL.
           MOVE WS-NOT-MAILED-DAYS TO STP-LABEL(15:4).
           MOVE ' DAYS' TO STP-LABEL(19:5).
           IF WS-NOT-MAILED-DAYS = ZERO
               MOVE 'NOT MAILED RECENTLY (NOT USED)' TO STP-LABEL
           END-IF.
           MOVE WS-DROP-MAILED TO STP-DROPPED.
           SUBTRACT WS-DROP-MAILED FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE 'OVER MAXIMUM QUANTITY ' TO STP-LABEL.
           MOVE WS-MAX-QUANTITY TO STP-LABEL(23:7).
           IF WS-MAX-QUANTITY = ZERO
               MOVE 'MAXIMUM QUANTITY (NOT USED)' TO STP-LABEL
           END-IF.
           MOVE WS-DROP-QUANTITY TO STP-DROPPED.
           SUBTRACT WS-DROP-QUANTITY FROM WS-REMAINING.
           PERFORM WRITE-STEP-LINE THRU WRITE-STEP-LINE-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AREA-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-AREA-SUB.
           PERFORM PRINT-AREAS THRU PRINT-AREAS-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ELIGIBLE AFTER CRITERIA .........:' TO TOT-LABEL.
           MOVE WS-ELIGIBLE TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SELECTED TO DATAOUT .............:' TO TOT-LABEL.
           MOVE WS-SELECTED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CELL-COUNT-IN > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'HELD OUT TO HOLDOUT-FILE ........:' TO TOT-LABEL
               MOVE WS-HELD-OUT TO TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CELL-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-CELL-SUB
               PERFORM PRINT-CELLS THRU PRINT-CELLS-EXIT
           END-IF.
           CLOSE selection-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'LIST-SELECT RUN SUMMARY'.
           DISPLAY '  CAMPAIGN          : ' WS-CAMPAIGN-ID.
           DISPLAY '  MASTER READ       : ' WS-MASTER-READ.
           DISPLAY '  ELIGIBLE          : ' WS-ELIGIBLE.
           DISPLAY '  SELECTED          : ' WS-SELECTED.
           DISPLAY '  HELD OUT          : ' WS-HELD-OUT.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

       WRITE-STEP-LINE.
           MOVE WS-REMAINING TO STP-REMAINING.
           MOVE WS-STEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-STEP-LINE.
       WRITE-STEP-LINE-EXIT.
           EXIT.

       PRINT-AREAS.
           IF WS-AREA-SUB > 1000
               GO TO PRINT-AREAS-EXIT
           END-IF.
           IF WS-AREA-ELIGIBLE(WS-AREA-SUB) = ZERO
               ADD 1 TO WS-AREA-SUB
               GO TO PRINT-AREAS
           END-IF.
           MOVE SPACES TO ARL-PREFIX.
           IF WS-AREA-SUB = 1000
               MOVE '???' TO ARL-PREFIX
           ELSE
               COMPUTE WS-AREA-PREFIX = WS-AREA-SUB - 1
               MOVE WS-AREA-PREFIX-X TO ARL-PREFIX
           END-IF.
           MOVE WS-AREA-ELIGIBLE(WS-AREA-SUB) TO ARL-ELIGIBLE.
           MOVE WS-AREA-SELECTED(WS-AREA-SUB) TO ARL-SELECTED.
           MOVE WS-AREA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-AREA-SUB.
           GO TO PRINT-AREAS.
       PRINT-AREAS-EXIT.
           EXIT.

       PRINT-CELLS.
           IF WS-CELL-SUB > WS-CELL-COUNT-IN
               GO TO PRINT-CELLS-EXIT
           END-IF.
           MOVE WS-CELL-KEYCODE(WS-CELL-SUB) TO CLL-KEYCODE.
           MOVE 'MAIL' TO CLL-TYPE.
           IF CELL-IS-HOLD-OUT(WS-CELL-SUB)
               MOVE 'HOLD-OUT' TO CLL-TYPE
           END-IF.
           MOVE WS-CELL-PERCENT(WS-CELL-SUB) TO CLL-PERCENT.
           MOVE WS-CELL-COUNT(WS-CELL-SUB) TO CLL-COUNT.
           MOVE WS-CELL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CELL-SUB.
           GO TO PRINT-CELLS.
       PRINT-CELLS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each area keeps its share of the maximum quantity (rounded
      * down); what rounding leaves over goes one name apiece to the
      * areas, lowest prefix first, that still have names to give.
      *-----------------------------------------------------------------
       SET-AREA-QUOTAS.
           MOVE ZERO TO WS-QUOTA-TOTAL.
           MOVE 1 TO WS-AREA-SUB.
       SET-AREA-QUOTAS-LOOP.
           IF WS-AREA-SUB > 1000
               GO TO SET-AREA-QUOTAS-LEFT
           END-IF.
           IF WS-MAX-QUANTITY = ZERO
            OR WS-ELIGIBLE NOT > WS-MAX-QUANTITY
               MOVE WS-AREA-ELIGIBLE(WS-AREA-SUB)
                   TO WS-AREA-QUOTA(WS-AREA-SUB)
           ELSE
               COMPUTE WS-AREA-QUOTA(WS-AREA-SUB) =
                   WS-AREA-ELIGIBLE(WS-AREA-SUB) * WS-MAX-QUANTITY
                   / WS-ELIGIBLE
           END-IF.
           ADD WS-AREA-QUOTA(WS-AREA-SUB) TO WS-QUOTA-TOTAL.
           ADD 1 TO WS-AREA-SUB.
           GO TO SET-AREA-QUOTAS-LOOP.
       SET-AREA-QUOTAS-LEFT.
           IF WS-MAX-QUANTITY = ZERO
            OR WS-QUOTA-TOTAL NOT < WS-MAX-QUANTITY
            OR WS-QUOTA-TOTAL NOT < WS-ELIGIBLE
               GO TO SET-AREA-QUOTAS-EXIT
           END-IF.
           COMPUTE WS-QUOTA-LEFT = WS-MAX-QUANTITY - WS-QUOTA-TOTAL.
           MOVE 1 TO WS-AREA-SUB.
       SET-AREA-QUOTAS-SPREAD.
           IF WS-AREA-SUB > 1000 OR WS-QUOTA-LEFT = ZERO
               GO TO SET-AREA-QUOTAS-EXIT
           END-IF.
           IF WS-AREA-QUOTA(WS-AREA-SUB) <
              WS-AREA-ELIGIBLE(WS-AREA-SUB)
               ADD 1 TO WS-AREA-QUOTA(WS-AREA-SUB)
               SUBTRACT 1 FROM WS-QUOTA-LEFT
           END-IF.
           ADD 1 TO WS-AREA-SUB.
           GO TO SET-AREA-QUOTAS-SPREAD.
       SET-AREA-QUOTAS-EXIT.
           EXIT.

      * area subscript for the ZIP on OUTPUT-RECORD
       FIND-AREA.
           MOVE OUT-ZIP(1:3) TO WS-AREA-PREFIX-X.
           IF WS-AREA-PREFIX-X IS NUMERIC
               COMPUTE WS-AREA-SUB = WS-AREA-PREFIX + 1
           ELSE
               MOVE 1000 TO WS-AREA-SUB
           END-IF.
       FIND-AREA-EXIT.
           EXIT.

      * is WS-FIND-TYPE / WS-FIND-VALUE among the campaign's criteria
       FIND-CRITERION.
           MOVE 'N' TO WS-CRIT-FOUND-SW.
           IF WS-CRIT-COUNT-IN = ZERO
               GO TO FIND-CRITERION-EXIT
           END-IF.
           SET WS-CRIT-IDX TO 1.
           SEARCH WS-CRIT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CRIT-IDX > WS-CRIT-COUNT-IN
                   CONTINUE
               WHEN WS-CRIT-TYPE(WS-CRIT-IDX) = WS-FIND-TYPE
                AND WS-CRIT-VALUE(WS-CRIT-IDX) = WS-FIND-VALUE
                   SET CRITERION-FOUND TO TRUE
           END-SEARCH.
       FIND-CRITERION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Mailed within WS-HORIZON-DAYS: under the customer number, then
      * under the name and street for pieces mailed before numbers.
      *-----------------------------------------------------------------
       CHECK-RECENT-MAIL.
           MOVE 'N' TO WS-RECENT-MAIL-SW.
           IF NOT MAIL-HISTORY-OPEN
               GO TO CHECK-RECENT-MAIL-EXIT
           END-IF.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
            AND AM-CUSTOMER-NUMBER > ZERO
               PERFORM CHECK-RECENT-MAIL-CUST
                   THRU CHECK-RECENT-MAIL-CUST-EXIT
               IF RECENT-MAIL-FOUND
                   GO TO CHECK-RECENT-MAIL-EXIT
               END-IF
           END-IF.
           MOVE AM-LAST-NAME TO MH-LAST-NAME.
           MOVE AM-FIRST-NAME TO MH-FIRST-NAME.
           MOVE AM-STREET TO MH-STREET.
           MOVE ZERO TO MH-FILE-SEQUENCE.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY
                   GO TO CHECK-RECENT-MAIL-EXIT
           END-START.
       CHECK-RECENT-MAIL-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO CHECK-RECENT-MAIL-EXIT
           END-READ.
           IF MH-LAST-NAME NOT = AM-LAST-NAME
            OR MH-FIRST-NAME NOT = AM-FIRST-NAME
            OR MH-STREET NOT = AM-STREET
               GO TO CHECK-RECENT-MAIL-EXIT
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (MH-MAIL-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT.
           IF WS-AGE-DAYS NOT > WS-HORIZON-DAYS
               SET RECENT-MAIL-FOUND TO TRUE
               GO TO CHECK-RECENT-MAIL-EXIT
           END-IF.
           GO TO CHECK-RECENT-MAIL-READ.
       CHECK-RECENT-MAIL-EXIT.
           EXIT.

       CHECK-RECENT-MAIL-CUST.
           MOVE AM-CUSTOMER-NUMBER TO MH-CUSTOMER-NUMBER.
           START mail-history-file KEY NOT < MH-CUSTOMER-NUMBER
               INVALID KEY
                   GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-START.
       CHECK-RECENT-MAIL-CUST-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-READ.
           IF MH-CUSTOMER-NUMBER NOT = AM-CUSTOMER-NUMBER
               GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (MH-MAIL-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT.
           IF WS-AGE-DAYS NOT > WS-HORIZON-DAYS
               SET RECENT-MAIL-FOUND TO TRUE
               GO TO CHECK-RECENT-MAIL-CUST-EXIT
           END-IF.
           GO TO CHECK-RECENT-MAIL-CUST-READ.
       CHECK-RECENT-MAIL-CUST-EXIT.
           EXIT.

      * Customer number for the dataout record just read; zero when
      * the master is not open or the addressee is not on it.
       GET-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-CUSTOMER-NUMBER.
           IF NOT MASTER-FILE-OPEN
               GO TO GET-CUSTOMER-NUMBER-EXIT
           END-IF.
           MOVE OUT-LAST-NAME TO AM-LAST-NAME.
           MOVE OUT-FIRST-NAME TO AM-FIRST-NAME.
           MOVE OUT-STREET TO AM-STREET.
           READ address-master-file
               INVALID KEY
                   GO TO GET-CUSTOMER-NUMBER-EXIT
           END-READ.
           IF AM-CUSTOMER-NUMBER IS NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
           END-IF.
       GET-CUSTOMER-NUMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The cell for the name on OUTPUT-RECORD.  Its customer number
      * (or, without one, a hash of its name and street) is spread
      * over buckets 0-99 together with the campaign's own hash, so
      * the same person always lands in the same cell of a campaign
      * but not in the same cell of every campaign.
      *-----------------------------------------------------------------
       ASSIGN-CELL.
           IF WS-CUSTOMER-NUMBER > ZERO
               COMPUTE WS-CELL-HASH =
                   WS-CUSTOMER-NUMBER * 7919 + WS-CELL-SEED
           ELSE
               MOVE SPACES TO WS-HASH-KEY
               MOVE OUT-LAST-NAME TO WS-HASH-KEY(1:15)
               MOVE OUT-FIRST-NAME TO WS-HASH-KEY(16:10)
               MOVE OUT-STREET TO WS-HASH-KEY(26:25)
               MOVE 50 TO WS-HASH-LENGTH
               PERFORM HASH-TEXT THRU HASH-TEXT-EXIT
               COMPUTE WS-CELL-HASH =
                   WS-TEXT-HASH * 7919 + WS-CELL-SEED
           END-IF.
           DIVIDE WS-CELL-HASH BY 100 GIVING WS-CELL-QUOTIENT
               REMAINDER WS-CELL-BUCKET.
           MOVE 1 TO WS-CELL-SUB.
       ASSIGN-CELL-FIND.
           IF WS-CELL-SUB NOT < WS-CELL-COUNT-IN
            OR WS-CELL-BUCKET < WS-CELL-HIGH(WS-CELL-SUB)
               GO TO ASSIGN-CELL-EXIT
           END-IF.
           ADD 1 TO WS-CELL-SUB.
           GO TO ASSIGN-CELL-FIND.
       ASSIGN-CELL-EXIT.
           EXIT.

      * Hash of the first WS-HASH-LENGTH characters of WS-HASH-KEY,
      * kept under a million.
       HASH-TEXT.
           MOVE ZERO TO WS-TEXT-HASH.
           MOVE 1 TO WS-HASH-SUB.
       HASH-TEXT-LOOP.
           IF WS-HASH-SUB > WS-HASH-LENGTH
               GO TO HASH-TEXT-EXIT
           END-IF.
           COMPUTE WS-HASH-WORK = WS-TEXT-HASH * 31
               + FUNCTION ORD (WS-HASH-KEY(WS-HASH-SUB:1)).
           DIVIDE WS-HASH-WORK BY 999983 GIVING WS-CELL-QUOTIENT
               REMAINDER WS-TEXT-HASH.
           ADD 1 TO WS-HASH-SUB.
           GO TO HASH-TEXT-LOOP.
       HASH-TEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * This campaign's cells.  No file, or no cell for the campaign,
      * means the campaign is not split.  More than 20 cells, a
      * percentage or flag that is not valid, or percentages that do
      * not add up to 100 make the cells unusable.
      *-----------------------------------------------------------------
       LOAD-CELLS.
           INITIALIZE WS-CELL-TABLE.
           MOVE ZERO TO WS-CELL-PERCENT-TOTAL.
           OPEN INPUT campaign-cell-file.
           IF WS-CELL-STATUS NOT = '00'
               GO TO LOAD-CELLS-EXIT
           END-IF.
       LOAD-CELLS-READ.
           READ campaign-cell-file
               AT END GO TO LOAD-CELLS-CLOSE
           END-READ.
           IF CL-CAMPAIGN NOT = WS-CAMPAIGN-ID
               GO TO LOAD-CELLS-READ
           END-IF.
           IF WS-CELL-COUNT-IN NOT < 20
               DISPLAY 'LIST-SELECT ERROR: MORE THAN 20 CELLS FOR '
                   'CAMPAIGN ' WS-CAMPAIGN-ID
               SET CELL-DEFINITION-BAD TO TRUE
               GO TO LOAD-CELLS-READ
           END-IF.
           IF CL-PERCENT IS NOT NUMERIC
            OR CL-PERCENT = ZERO
            OR (CL-MAIL-FLAG NOT = 'M' AND CL-MAIL-FLAG NOT = 'H')
               DISPLAY 'LIST-SELECT ERROR: CELL ' CL-KEYCODE
                   ' HAS A PERCENTAGE OR MAIL FLAG THAT IS NOT VALID'
               SET CELL-DEFINITION-BAD TO TRUE
               GO TO LOAD-CELLS-READ
           END-IF.
           ADD 1 TO WS-CELL-COUNT-IN.
           ADD CL-PERCENT TO WS-CELL-PERCENT-TOTAL.
           MOVE CL-KEYCODE TO WS-CELL-KEYCODE(WS-CELL-COUNT-IN).
           MOVE CL-PERCENT TO WS-CELL-PERCENT(WS-CELL-COUNT-IN).
           MOVE CL-MAIL-FLAG TO WS-CELL-FLAG(WS-CELL-COUNT-IN).
           IF WS-CELL-PERCENT-TOTAL < 1000
               MOVE WS-CELL-PERCENT-TOTAL
                   TO WS-CELL-HIGH(WS-CELL-COUNT-IN)
           END-IF.
           GO TO LOAD-CELLS-READ.
       LOAD-CELLS-CLOSE.
           CLOSE campaign-cell-file.
           IF WS-CELL-COUNT-IN > ZERO
            AND WS-CELL-PERCENT-TOTAL NOT = 100
               DISPLAY 'LIST-SELECT ERROR: CELLS FOR CAMPAIGN '
                   WS-CAMPAIGN-ID ' ADD UP TO ' WS-CELL-PERCENT-TOTAL
                   ' PERCENT, NOT 100'
               SET CELL-DEFINITION-BAD TO TRUE
           END-IF.
           IF WS-CELL-COUNT-IN = ZERO
               GO TO LOAD-CELLS-EXIT
           END-IF.
           MOVE SPACES TO WS-HASH-KEY.
           MOVE WS-CAMPAIGN-ID TO WS-HASH-KEY.
           MOVE 8 TO WS-HASH-LENGTH.
           PERFORM HASH-TEXT THRU HASH-TEXT-EXIT.
           MOVE WS-TEXT-HASH TO WS-CELL-SEED.
       LOAD-CELLS-EXIT.
           EXIT.

      * This campaign's criteria; no file, or no record for the
      * campaign, means the campaign is not a selection.
       LOAD-CRITERIA.
           INITIALIZE WS-CRIT-TABLE.
           OPEN INPUT campaign-criteria-file.
           IF WS-CRITERIA-STATUS NOT = '00'
               GO TO LOAD-CRITERIA-EXIT
           END-IF.
       LOAD-CRITERIA-READ.
           READ campaign-criteria-file
               AT END GO TO LOAD-CRITERIA-CLOSE
           END-READ.
           IF CR-CAMPAIGN NOT = WS-CAMPAIGN-ID
               GO TO LOAD-CRITERIA-READ
           END-IF.
           ADD 1 TO WS-CRITERIA-FOUND.
           EVALUATE CR-TYPE
               WHEN 'MD'
                   IF CR-DAYS IS NUMERIC
                       MOVE CR-DAYS TO WS-MAINT-DAYS
                   END-IF
               WHEN 'ML'
                   IF CR-DAYS IS NUMERIC
                       MOVE CR-DAYS TO WS-MAILED-DAYS
                   END-IF
               WHEN 'NM'
                   IF CR-DAYS IS NUMERIC
                       MOVE CR-DAYS TO WS-NOT-MAILED-DAYS
                   END-IF
               WHEN 'MQ'
                   IF CR-QUANTITY IS NUMERIC
                       MOVE CR-QUANTITY TO WS-MAX-QUANTITY
                   END-IF
               WHEN 'IS' WHEN 'XS' WHEN 'IZ' WHEN 'XZ'
               WHEN 'IC' WHEN 'XC'
                   PERFORM ADD-CRITERION THRU ADD-CRITERION-EXIT
               WHEN OTHER
                   DISPLAY 'LIST-SELECT WARNING: UNKNOWN CRITERION '
                       CR-TYPE ' IGNORED'
           END-EVALUATE.
           GO TO LOAD-CRITERIA-READ.
       LOAD-CRITERIA-CLOSE.
           CLOSE campaign-criteria-file.
       LOAD-CRITERIA-EXIT.
           EXIT.

       ADD-CRITERION.
           IF WS-CRIT-COUNT-IN NOT < 200
               IF NOT CRIT-TABLE-FULL
                   SET CRIT-TABLE-FULL TO TRUE
                   DISPLAY 'LIST-SELECT WARNING: CRITERIA TABLE IS '
                       'FULL AT 200 ENTRIES - FURTHER VALUES ARE '
                       'NOT LOADED'
               END-IF
               GO TO ADD-CRITERION-EXIT
           END-IF.
           ADD 1 TO WS-CRIT-COUNT-IN.
           MOVE CR-TYPE TO WS-CRIT-TYPE(WS-CRIT-COUNT-IN).
           MOVE CR-VALUE TO WS-CRIT-VALUE(WS-CRIT-COUNT-IN).
           IF CR-TYPE = 'IS'
               SET HAS-STATE-INCLUDE TO TRUE
           END-IF.
           IF CR-TYPE = 'IZ'
               SET HAS-ZIP-INCLUDE TO TRUE
           END-IF.
           IF CR-TYPE = 'IC'
               SET HAS-SOURCE-INCLUDE TO TRUE
           END-IF.
       ADD-CRITERION-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE WS-CAMPAIGN-ID TO RF-CAMPAIGN.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'LIST-SELECT WARNING: REPORT-FILE NOT '
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
               DISPLAY 'LIST-SELECT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'LIST-SELECT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-MASTER-READ TO JL-COUNT-1.
           MOVE WS-ELIGIBLE TO JL-COUNT-2.
           MOVE WS-SELECTED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM LIST-SELECT.
