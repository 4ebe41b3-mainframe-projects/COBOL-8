      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: PERSONALIZED LETTER PRINT FILE FROM A CAMPAIGN TEMPLATE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; a NIGHT-STREAM step after
      *                   PRESORT-REPORT.  Writes LETTER-FILE, one
      *                   page-formatted letter per dataout record, in
      *                   ZIP order - dataout is sorted on OUT-ZIP
      *                   keeping its own order within a ZIP, so the
      *                   letters come out as READ-CSV's SORT put the
      *                   pieces and match the presort trays.  The
      *                   body comes from the campaign's template,
      *                   letter-template.<campaign id>; merge fields
      *                   <FIRST>, <LAST>, <CITY>, <CAMPAIGN> (the
      *                   CAMPAIGN-CONTROL-FILE description) and
      *                   <DROPDATE> are filled in per letter.  Each
      *                   letter has the drop date, the address block
      *                   and the salutation above the body; a
      *                   household piece (first name THE) is "Dear
      *                   <last name> Family".  A campaign without a
      *                   template gets no letters and the step ends
      *                   normally.  The letter count goes to the job
      *                   log to tie to BALANCE-RUN's written count.
      *   2026/10/15 QC - a campaign dropped in waves dates its
      *                   letters with the drop date of the wave sent
      *                   tonight (WAVE-CONTROL-FILE), as the mail
      *                   history and the presort and postage reports
      *                   do; for a wave the letter count ties to the
      *                   wave's WC-PIECES instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-PRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dataout
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAOUT-STATUS.

           SELECT letter-sorted-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT letter-sort-work
           ASSIGN TO DISC.

           SELECT campaign-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT letter-template-file
           ASSIGN TO DYNAMIC WS-TEMPLATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT letter-file
           ASSIGN TO DISC
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
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  dataout.
       01  DATAOUT-RECORD       PIC X(136).

       FD  letter-sorted-file.
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

       SD  letter-sort-work.
       01  LETTER-SORT-RECORD.
           05 FILLER            PIC X(87).
           05 LS-ZIP            PIC X(10).
           05 FILLER            PIC X(39).

       FD  campaign-control-file.
       01  CAMPAIGN-CONTROL-RECORD.
           05 CC-CAMPAIGN-ID    PIC X(08).
           05 FILLER            PIC X(02).
           05 CC-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(02).
           05 CC-DROP-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 CC-STATUS         PIC X(01).
           05 FILLER            PIC X(02).
           05 CC-CLOSE-DATE     PIC 9(08).

       FD  letter-template-file.
       01  TEMPLATE-LINE        PIC X(80).

       FD  letter-file.
       01  LETTER-LINE          PIC X(80).

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
       01  WS-DATAOUT-STATUS     PIC X(02).
       01  WS-CAMPAIGN-STATUS    PIC X(02).
       01  WS-TEMPLATE-STATUS    PIC X(02).
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-WAVE-STATUS        PIC X(02).
       01  WS-WAVE-NUMBER        PIC 9(02) VALUE ZERO.
       01  WS-WAVE-DROP-DATE     PIC 9(08) VALUE ZERO.
       01  WS-WAVE-TODAY         PIC 9(08) VALUE ZERO.
       01  WS-TEMPLATE-NAME      PIC X(30) VALUE SPACES.
       01  WS-FORM-FEED          PIC X(01) VALUE X'0C'.

       01  WS-CAMPAIGN-ID        PIC X(08) VALUE SPACES.
       01  WS-CAMPAIGN-DESC      PIC X(30) VALUE SPACES.
       01  WS-DROP-DATE          PIC 9(08) VALUE ZERO.
       01  WS-DROP-PARTS REDEFINES WS-DROP-DATE.
           05 WS-DROP-YEAR       PIC 9(04).
           05 WS-DROP-MONTH      PIC 9(02).
           05 WS-DROP-DAY        PIC 9(02).
       01  WS-DROP-EDITED.
           05 DE-MONTH           PIC 9(02).
           05 FILLER             PIC X(01) VALUE '/'.
           05 DE-DAY             PIC 9(02).
           05 FILLER             PIC X(01) VALUE '/'.
           05 DE-YEAR            PIC 9(04).
       01  WS-FIRST-RECORD-SW    PIC X VALUE 'Y'.
           88 FIRST-RECORD       VALUE 'Y'.

      * the template body, merged afresh for every letter
       01  WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-TEXT   PIC X(80) OCCURS 50 TIMES.
       01  WS-TEMPLATE-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  WS-TEMPLATE-IDX       PIC 9(04) COMP VALUE ZERO.
       01  WS-TEMPLATE-DROPPED   PIC 9(04) COMP VALUE ZERO.

      * merge values for the letter in hand
       01  WS-MERGE-FIRST        PIC X(30) VALUE SPACES.
       01  WS-MERGE-LAST         PIC X(30) VALUE SPACES.
       01  WS-MERGE-CITY         PIC X(30) VALUE SPACES.
       01  WS-HOUSEHOLD-SW       PIC X VALUE 'N'.
           88 HOUSEHOLD-LETTER   VALUE 'Y'.

      * merging one template line
       01  WS-IN-LINE            PIC X(80) VALUE SPACES.
       01  WS-IN-POS             PIC 9(04) COMP VALUE ZERO.
       01  WS-OUT-POS            PIC 9(04) COMP VALUE ZERO.
       01  WS-MERGED-LINE        PIC X(80) VALUE SPACES.

      * title case for names and city in the body
       01  WS-CASE-FIELD         PIC X(30) VALUE SPACES.
       01  WS-CASE-POS           PIC 9(04) COMP VALUE ZERO.
       01  WS-CASE-START-SW      PIC X VALUE 'Y'.
           88 CASE-WORD-START    VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-LETTERS-WRITTEN PIC 9(07) COMP VALUE ZERO.
           05 WS-FAMILY-LETTERS  PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * CALLed from NIGHT-STREAM; start every run clean.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS-LETTERS-WRITTEN.
           MOVE ZERO TO WS-FAMILY-LETTERS.
           MOVE ZERO TO WS-TEMPLATE-COUNT.
           MOVE ZERO TO WS-TEMPLATE-DROPPED.
           MOVE ZERO TO WS-WAVE-NUMBER.
           MOVE 'Y' TO WS-FIRST-RECORD-SW.
           OPEN INPUT dataout.
           IF WS-DATAOUT-STATUS NOT = '00'
               DISPLAY 'LETTER-PRINT ERROR: DATAOUT OPEN FAILED, '
                   'STATUS ' WS-DATAOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO END-ROUTINE
           END-IF.
           CLOSE dataout.
           SORT letter-sort-work
               ON ASCENDING KEY LS-ZIP
               WITH DUPLICATES IN ORDER
               USING dataout
               GIVING letter-sorted-file.
           OPEN INPUT letter-sorted-file.
           OPEN OUTPUT letter-file.

       LETTER-ROUTINE.
           READ letter-sorted-file
               AT END GO TO LETTER-ROUTINE-EXIT
           END-READ.
           IF FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               MOVE OUT-CAMPAIGN TO WS-CAMPAIGN-ID
               PERFORM LOAD-CAMPAIGN THRU LOAD-CAMPAIGN-EXIT
               PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT
               IF WS-TEMPLATE-COUNT = ZERO
                   DISPLAY 'LETTER-PRINT: NO LETTER TEMPLATE '
                       WS-TEMPLATE-NAME ' - NO LETTERS FOR THIS '
                       'CAMPAIGN'
                   GO TO LETTER-ROUTINE-EXIT
               END-IF
           END-IF.
           PERFORM WRITE-LETTER THRU WRITE-LETTER-EXIT.
           GO TO LETTER-ROUTINE.
       LETTER-ROUTINE-EXIT.
           CLOSE letter-sorted-file.
           CLOSE letter-file.
           IF WS-TEMPLATE-DROPPED > ZERO
               DISPLAY 'LETTER-PRINT WARNING: ' WS-TEMPLATE-DROPPED
                   ' TEMPLATE LINES PAST LINE 50 NOT PRINTED'
           END-IF.

       END-ROUTINE.
           DISPLAY 'LETTER-PRINT RUN SUMMARY'.
           DISPLAY '  CAMPAIGN          : ' WS-CAMPAIGN-ID.
           IF WS-WAVE-NUMBER NOT = ZERO
               DISPLAY '  WAVE              : ' WS-WAVE-NUMBER
           END-IF.
           DISPLAY '  LETTERS WRITTEN   : ' WS-LETTERS-WRITTEN.
           DISPLAY '  FAMILY LETTERS    : ' WS-FAMILY-LETTERS.
           DISPLAY '  TEMPLATE LINES    : ' WS-TEMPLATE-COUNT.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Description and drop date of the campaign on dataout - the
      * wave's drop date when tonight's dataout is a wave; a drop
      * date not yet set prints as today.
       LOAD-CAMPAIGN.
           MOVE SPACES TO WS-CAMPAIGN-DESC.
           MOVE ZERO TO WS-DROP-DATE.
           OPEN INPUT campaign-control-file.
           IF WS-CAMPAIGN-STATUS NOT = '00'
               GO TO LOAD-CAMPAIGN-DATE
           END-IF.
       LOAD-CAMPAIGN-READ.
           READ campaign-control-file
               AT END GO TO LOAD-CAMPAIGN-CLOSE
           END-READ.
           IF CC-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
               GO TO LOAD-CAMPAIGN-READ
           END-IF.
           MOVE CC-DESCRIPTION TO WS-CAMPAIGN-DESC.
           IF CC-DROP-DATE IS NUMERIC
               MOVE CC-DROP-DATE TO WS-DROP-DATE
           END-IF.
       LOAD-CAMPAIGN-CLOSE.
           CLOSE campaign-control-file.
       LOAD-CAMPAIGN-DATE.
           PERFORM FIND-WAVE THRU FIND-WAVE-EXIT.
           IF WS-WAVE-NUMBER NOT = ZERO
               MOVE WS-WAVE-DROP-DATE TO WS-DROP-DATE
           END-IF.
           IF WS-DROP-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DROP-DATE
           END-IF.
           MOVE WS-DROP-MONTH TO DE-MONTH.
           MOVE WS-DROP-DAY TO DE-DAY.
           MOVE WS-DROP-YEAR TO DE-YEAR.
       LOAD-CAMPAIGN-EXIT.
           EXIT.

      * A campaign in waves goes one wave a night; the wave sent
      * today is the one this dataout holds.
       FIND-WAVE.
           MOVE ZERO TO WS-WAVE-NUMBER.
           MOVE ZERO TO WS-WAVE-DROP-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-WAVE-TODAY.
           IF WS-CAMPAIGN-ID = SPACES
               GO TO FIND-WAVE-EXIT
           END-IF.
           OPEN INPUT wave-control-file.
           IF WS-WAVE-STATUS NOT = '00'
               GO TO FIND-WAVE-EXIT
           END-IF.
           MOVE WS-CAMPAIGN-ID TO WC-CAMPAIGN.
           MOVE 1 TO WC-WAVE.
           START wave-control-file KEY IS NOT LESS THAN WC-KEY
               INVALID KEY GO TO FIND-WAVE-CLOSE
           END-START.
       FIND-WAVE-READ.
           READ wave-control-file NEXT RECORD
               AT END GO TO FIND-WAVE-CLOSE
           END-READ.
           IF WC-CAMPAIGN NOT = WS-CAMPAIGN-ID
               GO TO FIND-WAVE-CLOSE
           END-IF.
           IF WC-SENT AND WC-SEND-DATE = WS-WAVE-TODAY
               MOVE WC-WAVE TO WS-WAVE-NUMBER
               MOVE WC-DROP-DATE TO WS-WAVE-DROP-DATE
           END-IF.
           GO TO FIND-WAVE-READ.
       FIND-WAVE-CLOSE.
           CLOSE wave-control-file.
       FIND-WAVE-EXIT.
           EXIT.

      * letter-template.<campaign id>, kept in memory for the run.
       LOAD-TEMPLATE.
           MOVE SPACES TO WS-TEMPLATE-NAME.
           STRING 'letter-template.' DELIMITED BY SIZE
                  WS-CAMPAIGN-ID DELIMITED BY SPACE
                  INTO WS-TEMPLATE-NAME
           END-STRING.
           OPEN INPUT letter-template-file.
           IF WS-TEMPLATE-STATUS NOT = '00'
               GO TO LOAD-TEMPLATE-EXIT
           END-IF.
       LOAD-TEMPLATE-READ.
           READ letter-template-file
               AT END GO TO LOAD-TEMPLATE-CLOSE
           END-READ.
           IF WS-TEMPLATE-COUNT NOT < 50
               ADD 1 TO WS-TEMPLATE-DROPPED
               GO TO LOAD-TEMPLATE-READ
           END-IF.
           ADD 1 TO WS-TEMPLATE-COUNT.
           MOVE TEMPLATE-LINE TO WS-TEMPLATE-TEXT (WS-TEMPLATE-COUNT).
           GO TO LOAD-TEMPLATE-READ.
       LOAD-TEMPLATE-CLOSE.
           CLOSE letter-template-file.
       LOAD-TEMPLATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One letter: drop date, address block as the label prints it,
      * salutation, the merged body, then a form feed.
      *-----------------------------------------------------------------
       WRITE-LETTER.
           MOVE 'N' TO WS-HOUSEHOLD-SW.
           IF OUT-FIRST-NAME = 'THE'
               SET HOUSEHOLD-LETTER TO TRUE
               ADD 1 TO WS-FAMILY-LETTERS
           END-IF.
           MOVE OUT-LAST-NAME TO WS-CASE-FIELD.
           PERFORM TITLE-CASE THRU TITLE-CASE-EXIT.
           MOVE WS-CASE-FIELD TO WS-MERGE-LAST.
           IF HOUSEHOLD-LETTER
               MOVE SPACES TO WS-MERGE-FIRST
               STRING WS-MERGE-LAST DELIMITED BY '  '
                      ' Family' DELIMITED BY SIZE
                      INTO WS-MERGE-FIRST
               END-STRING
           ELSE
               MOVE OUT-FIRST-NAME TO WS-CASE-FIELD
               PERFORM TITLE-CASE THRU TITLE-CASE-EXIT
               MOVE WS-CASE-FIELD TO WS-MERGE-FIRST
           END-IF.
           MOVE OUT-CITY TO WS-CASE-FIELD.
           PERFORM TITLE-CASE THRU TITLE-CASE-EXIT.
           MOVE WS-CASE-FIELD TO WS-MERGE-CITY.

           MOVE SPACES TO LETTER-LINE.
           MOVE WS-DROP-EDITED TO LETTER-LINE (51:10).
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           IF HOUSEHOLD-LETTER
               STRING 'THE ' DELIMITED BY SIZE
                      OUT-LAST-NAME DELIMITED BY '  '
                      ' FAMILY' DELIMITED BY SIZE
                      INTO LETTER-LINE
               END-STRING
           ELSE
               STRING OUT-FIRST-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      OUT-LAST-NAME DELIMITED BY '  '
                      INTO LETTER-LINE
               END-STRING
           END-IF.
           WRITE LETTER-LINE.
           MOVE OUT-STREET TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING OUT-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  OUT-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  OUT-ZIP DELIMITED BY SPACE
                  INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           IF HOUSEHOLD-LETTER
               STRING 'Dear ' DELIMITED BY SIZE
                      WS-MERGE-LAST DELIMITED BY '  '
                      ' Family,' DELIMITED BY SIZE
                      INTO LETTER-LINE
               END-STRING
           ELSE
               STRING 'Dear ' DELIMITED BY SIZE
                      WS-MERGE-FIRST DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-MERGE-LAST DELIMITED BY '  '
                      ',' DELIMITED BY SIZE
                      INTO LETTER-LINE
               END-STRING
           END-IF.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE ZERO TO WS-TEMPLATE-IDX.
       WRITE-LETTER-BODY.
           ADD 1 TO WS-TEMPLATE-IDX.
           IF WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               GO TO WRITE-LETTER-END
           END-IF.
           MOVE WS-TEMPLATE-TEXT (WS-TEMPLATE-IDX) TO WS-IN-LINE.
           PERFORM MERGE-LINE THRU MERGE-LINE-EXIT.
           MOVE WS-MERGED-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           GO TO WRITE-LETTER-BODY.
       WRITE-LETTER-END.
           MOVE WS-FORM-FEED TO LETTER-LINE.
           WRITE LETTER-LINE.
           ADD 1 TO WS-LETTERS-WRITTEN.
       WRITE-LETTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Copy WS-IN-LINE to WS-MERGED-LINE, replacing each merge field
      * with this letter's value; text past column 80 is lost.
      *-----------------------------------------------------------------
       MERGE-LINE.
           MOVE SPACES TO WS-MERGED-LINE.
           MOVE 1 TO WS-IN-POS.
           MOVE 1 TO WS-OUT-POS.
       MERGE-LINE-NEXT.
           IF WS-IN-POS > 80 OR WS-OUT-POS > 80
               GO TO MERGE-LINE-EXIT
           END-IF.
           IF WS-IN-LINE (WS-IN-POS:) = SPACES
               GO TO MERGE-LINE-EXIT
           END-IF.
           IF WS-IN-LINE (WS-IN-POS:1) NOT = '<'
               GO TO MERGE-LINE-COPY
           END-IF.
           EVALUATE TRUE
               WHEN WS-IN-POS < 74
                AND WS-IN-LINE (WS-IN-POS:7) = '<FIRST>'
                   STRING WS-MERGE-FIRST DELIMITED BY '  '
                       INTO WS-MERGED-LINE WITH POINTER WS-OUT-POS
                   END-STRING
                   ADD 7 TO WS-IN-POS
               WHEN WS-IN-POS < 75
                AND WS-IN-LINE (WS-IN-POS:6) = '<LAST>'
                   STRING WS-MERGE-LAST DELIMITED BY '  '
                       INTO WS-MERGED-LINE WITH POINTER WS-OUT-POS
                   END-STRING
                   ADD 6 TO WS-IN-POS
               WHEN WS-IN-POS < 75
                AND WS-IN-LINE (WS-IN-POS:6) = '<CITY>'
                   STRING WS-MERGE-CITY DELIMITED BY '  '
                       INTO WS-MERGED-LINE WITH POINTER WS-OUT-POS
                   END-STRING
                   ADD 6 TO WS-IN-POS
               WHEN WS-IN-POS < 71
                AND WS-IN-LINE (WS-IN-POS:10) = '<CAMPAIGN>'
                   STRING WS-CAMPAIGN-DESC DELIMITED BY '  '
                       INTO WS-MERGED-LINE WITH POINTER WS-OUT-POS
                   END-STRING
                   ADD 10 TO WS-IN-POS
               WHEN WS-IN-POS < 71
                AND WS-IN-LINE (WS-IN-POS:10) = '<DROPDATE>'
                   STRING WS-DROP-EDITED DELIMITED BY SIZE
                       INTO WS-MERGED-LINE WITH POINTER WS-OUT-POS
                   END-STRING
                   ADD 10 TO WS-IN-POS
               WHEN OTHER
                   GO TO MERGE-LINE-COPY
           END-EVALUATE.
           GO TO MERGE-LINE-NEXT.
       MERGE-LINE-COPY.
           MOVE WS-IN-LINE (WS-IN-POS:1)
               TO WS-MERGED-LINE (WS-OUT-POS:1).
           ADD 1 TO WS-IN-POS.
           ADD 1 TO WS-OUT-POS.
           GO TO MERGE-LINE-NEXT.
       MERGE-LINE-EXIT.
           EXIT.

      * SMITH becomes Smith, VAN DYKE becomes Van Dyke.
       TITLE-CASE.
           INSPECT WS-CASE-FIELD CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'.
           MOVE 'Y' TO WS-CASE-START-SW.
           MOVE ZERO TO WS-CASE-POS.
       TITLE-CASE-NEXT.
           ADD 1 TO WS-CASE-POS.
           IF WS-CASE-POS > 30
               GO TO TITLE-CASE-EXIT
           END-IF.
           IF WS-CASE-FIELD (WS-CASE-POS:1) = SPACE
               OR WS-CASE-FIELD (WS-CASE-POS:1) = '-'
               OR WS-CASE-FIELD (WS-CASE-POS:1) = ''''
               MOVE 'Y' TO WS-CASE-START-SW
               GO TO TITLE-CASE-NEXT
           END-IF.
           IF CASE-WORD-START
               INSPECT WS-CASE-FIELD (WS-CASE-POS:1) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'N' TO WS-CASE-START-SW
           END-IF.
           GO TO TITLE-CASE-NEXT.
       TITLE-CASE-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review; count 1 is the letters, which
      * ties to BALANCE-RUN's records written.
       WRITE-JOB-LOG.
           OPEN EXTEND job-log-file.
           IF WS-JOB-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT job-log-file
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = '00'
               DISPLAY 'LETTER-PRINT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'LETTER-PRINT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-LETTERS-WRITTEN TO JL-COUNT-1.
           MOVE WS-FAMILY-LETTERS TO JL-COUNT-2.
           MOVE WS-TEMPLATE-COUNT TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM LETTER-PRINT.
