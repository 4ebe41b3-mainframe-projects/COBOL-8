      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: FILE A BATCH REPORT IN THE REPORT REPOSITORY
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; CALLed by every report
      *                   program once its report is closed, with the
      *                   report's file name, the program, the
      *                   campaign (blank when the run has none) and
      *                   the operator.  The report is copied line by
      *                   line to REPORT-LINE-FILE under the next
      *                   report number from REPORT-NUMBER-FILE, and
      *                   REPORT-INDEX-FILE gets the stamp: program,
      *                   run date and time, campaign, operator, line
      *                   count, keep-until date and access class.
      *                   Retention days and access class (O anyone
      *                   but trainees, S supervisors) are per report
      *                   type on REPORT-RETENTION-FILE; without an
      *                   entry a report is kept 90 days, and the
      *                   balancing report and postage statement are
      *                   supervisor-only.  Each call also drops the
      *                   reports past their keep-until date.  A
      *                   filing problem is a warning only; the
      *                   caller's run is not affected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT filed-report
           ASSIGN TO DYNAMIC WS-FILED-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILED-STATUS.

           SELECT report-number-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NUMBER-STATUS.

           SELECT report-retention-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RETENTION-STATUS.

           SELECT report-index-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RI-REPORT-ID
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT report-line-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  filed-report.
       01  FILED-REPORT-LINE    PIC X(132).

       FD  report-number-file.
       01  REPORT-NUMBER-RECORD.
           05 RN-LAST-REPORT-ID PIC 9(08).

       FD  report-retention-file.
       01  REPORT-RETENTION-RECORD.
           05 RT-REPORT-NAME    PIC X(30).
           05 FILLER            PIC X(02).
           05 RT-RETAIN-DAYS    PIC 9(04).
           05 FILLER            PIC X(02).
           05 RT-ACCESS         PIC X(01).

       FD  report-index-file.
       01  REPORT-INDEX-RECORD.
           05 RI-REPORT-ID      PIC 9(08).
           05 RI-PROGRAM        PIC X(18).
           05 RI-REPORT-NAME    PIC X(30).
           05 RI-RUN-DATE       PIC 9(08).
           05 RI-RUN-TIME       PIC 9(06).
           05 RI-CAMPAIGN       PIC X(08).
           05 RI-OPERATOR       PIC X(08).
           05 RI-LINE-COUNT     PIC 9(06).
           05 RI-RETAIN-UNTIL   PIC 9(08).
           05 RI-ACCESS         PIC X(01).

       FD  report-line-file.
       01  REPORT-LINE-RECORD.
           05 RL-KEY.
               10 RL-REPORT-ID  PIC 9(08).
               10 RL-LINE-NUMBER PIC 9(06).
           05 RL-TEXT           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILED-STATUS       PIC X(02).
       01  WS-NUMBER-STATUS      PIC X(02).
       01  WS-RETENTION-STATUS   PIC X(02).
       01  WS-INDEX-STATUS       PIC X(02).
       01  WS-LINE-STATUS        PIC X(02).
       01  WS-FILED-REPORT-NAME  PIC X(30) VALUE SPACES.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-NOW                PIC 9(06) VALUE ZERO.
       01  WS-RETAIN-DAYS        PIC 9(04) VALUE ZERO.
       01  WS-ACCESS             PIC X(01) VALUE SPACE.
       01  WS-REPORT-ID          PIC 9(08) VALUE ZERO.
       01  WS-LINE-NUMBER        PIC 9(06) VALUE ZERO.
       01  WS-PURGE-ID           PIC 9(08) VALUE ZERO.
       01  WS-REPORTS-PURGED     PIC 9(07) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  LK-REPORT-FILING.
           05 LK-REPORT-NAME     PIC X(30).
           05 LK-PROGRAM         PIC X(18).
           05 LK-CAMPAIGN        PIC X(08).
           05 LK-OPERATOR        PIC X(08).

       PROCEDURE DIVISION USING LK-REPORT-FILING.
       START-ROUTINE.
           MOVE LK-REPORT-NAME TO WS-FILED-REPORT-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW.
           MOVE ZERO TO WS-REPORT-ID.
           MOVE ZERO TO WS-LINE-NUMBER.
           MOVE ZERO TO WS-REPORTS-PURGED.
           PERFORM LOAD-RETENTION THRU LOAD-RETENTION-EXIT.
           OPEN INPUT filed-report.
           IF WS-FILED-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE WARNING: ' WS-FILED-REPORT-NAME
                   ' COULD NOT BE OPENED, STATUS ' WS-FILED-STATUS
                   ' - NOT FILED'
               GO TO END-ROUTINE
           END-IF.
           OPEN I-O report-index-file.
           IF WS-INDEX-STATUS = '35'
               OPEN OUTPUT report-index-file
               CLOSE report-index-file
               OPEN I-O report-index-file
           END-IF.
           OPEN I-O report-line-file.
           IF WS-LINE-STATUS = '35'
               OPEN OUTPUT report-line-file
               CLOSE report-line-file
               OPEN I-O report-line-file
           END-IF.
           IF WS-INDEX-STATUS NOT = '00' OR WS-LINE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE WARNING: REPORT REPOSITORY COULD '
                   'NOT BE OPENED, STATUS ' WS-INDEX-STATUS ' '
                   WS-LINE-STATUS ' - ' WS-FILED-REPORT-NAME
                   ' NOT FILED'
               CLOSE filed-report
               CLOSE report-index-file
               CLOSE report-line-file
               GO TO END-ROUTINE
           END-IF.
           PERFORM PURGE-EXPIRED THRU PURGE-EXPIRED-EXIT.
           PERFORM NEXT-REPORT-ID THRU NEXT-REPORT-ID-EXIT.
           MOVE WS-REPORT-ID TO RL-REPORT-ID.

       COPY-ROUTINE.
           READ filed-report
               AT END GO TO COPY-ROUTINE-END
           END-READ.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE WS-LINE-NUMBER TO RL-LINE-NUMBER.
           MOVE FILED-REPORT-LINE TO RL-TEXT.
           WRITE REPORT-LINE-RECORD
               INVALID KEY
                   DISPLAY 'REPORT-FILE WARNING: LINE ' WS-LINE-NUMBER
                       ' OF REPORT ' WS-REPORT-ID ' NOT WRITTEN, '
                       'STATUS ' WS-LINE-STATUS
           END-WRITE.
           GO TO COPY-ROUTINE.
       COPY-ROUTINE-END.
           CLOSE filed-report.
           MOVE SPACES TO REPORT-INDEX-RECORD.
           MOVE WS-REPORT-ID TO RI-REPORT-ID.
           MOVE LK-PROGRAM TO RI-PROGRAM.
           MOVE LK-REPORT-NAME TO RI-REPORT-NAME.
           MOVE WS-TODAY TO RI-RUN-DATE.
           MOVE WS-NOW TO RI-RUN-TIME.
           MOVE LK-CAMPAIGN TO RI-CAMPAIGN.
           MOVE LK-OPERATOR TO RI-OPERATOR.
           MOVE WS-LINE-NUMBER TO RI-LINE-COUNT.
           COMPUTE RI-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-RETAIN-DAYS).
           MOVE WS-ACCESS TO RI-ACCESS.
           WRITE REPORT-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'REPORT-FILE WARNING: INDEX ENTRY FOR '
                       'REPORT ' WS-REPORT-ID ' NOT WRITTEN, STATUS '
                       WS-INDEX-STATUS
           END-WRITE.
           CLOSE report-index-file.
           CLOSE report-line-file.
           DISPLAY 'REPORT-FILE: ' WS-FILED-REPORT-NAME ' FILED AS '
               'REPORT ' WS-REPORT-ID ', ' WS-LINE-NUMBER ' LINES, '
               'KEPT UNTIL ' RI-RETAIN-UNTIL.
           IF WS-REPORTS-PURGED > ZERO
               DISPLAY 'REPORT-FILE: ' WS-REPORTS-PURGED
                   ' EXPIRED REPORT(S) DROPPED'
           END-IF.

       END-ROUTINE.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      * Retention and access for this report type; the defaults
      * stand when REPORT-RETENTION-FILE has no entry for it.
       LOAD-RETENTION.
           MOVE 90 TO WS-RETAIN-DAYS.
           IF WS-FILED-REPORT-NAME = 'balancing-report'
            OR WS-FILED-REPORT-NAME = 'postage-statement'
               MOVE 'S' TO WS-ACCESS
           ELSE
               MOVE 'O' TO WS-ACCESS
           END-IF.
           OPEN INPUT report-retention-file.
           IF WS-RETENTION-STATUS NOT = '00'
               GO TO LOAD-RETENTION-EXIT
           END-IF.
       LOAD-RETENTION-READ.
           READ report-retention-file
               AT END GO TO LOAD-RETENTION-CLOSE
           END-READ.
           IF RT-REPORT-NAME NOT = WS-FILED-REPORT-NAME
               GO TO LOAD-RETENTION-READ
           END-IF.
           IF RT-RETAIN-DAYS IS NUMERIC AND RT-RETAIN-DAYS > ZERO
               MOVE RT-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF.
           IF RT-ACCESS = 'S' OR RT-ACCESS = 'O'
               MOVE RT-ACCESS TO WS-ACCESS
           END-IF.
       LOAD-RETENTION-CLOSE.
           CLOSE report-retention-file.
       LOAD-RETENTION-EXIT.
           EXIT.

      * The last report number issued lives in REPORT-NUMBER-FILE.
       NEXT-REPORT-ID.
           MOVE ZERO TO WS-REPORT-ID.
           OPEN INPUT report-number-file.
           IF WS-NUMBER-STATUS = '00'
               READ report-number-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RN-LAST-REPORT-ID IS NUMERIC
                           MOVE RN-LAST-REPORT-ID TO WS-REPORT-ID
                       END-IF
               END-READ
               CLOSE report-number-file
           END-IF.
           ADD 1 TO WS-REPORT-ID.
           OPEN OUTPUT report-number-file.
           IF WS-NUMBER-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE WARNING: REPORT-NUMBER-FILE '
                   'COULD NOT BE REWRITTEN, STATUS ' WS-NUMBER-STATUS
               GO TO NEXT-REPORT-ID-EXIT
           END-IF.
           MOVE WS-REPORT-ID TO RN-LAST-REPORT-ID.
           WRITE REPORT-NUMBER-RECORD.
           CLOSE report-number-file.
       NEXT-REPORT-ID-EXIT.
           EXIT.

      * Drop every report whose keep-until date has passed, index
      * entry and lines both.
       PURGE-EXPIRED.
           MOVE LOW-VALUES TO RI-REPORT-ID.
           START report-index-file KEY NOT < RI-REPORT-ID
               INVALID KEY GO TO PURGE-EXPIRED-EXIT
           END-START.
       PURGE-EXPIRED-READ.
           READ report-index-file NEXT RECORD
               AT END GO TO PURGE-EXPIRED-EXIT
           END-READ.
           IF RI-RETAIN-UNTIL NOT < WS-TODAY
               GO TO PURGE-EXPIRED-READ
           END-IF.
           MOVE RI-REPORT-ID TO WS-PURGE-ID.
           DELETE report-index-file
               INVALID KEY GO TO PURGE-EXPIRED-EXIT
           END-DELETE.
           ADD 1 TO WS-REPORTS-PURGED.
           MOVE WS-PURGE-ID TO RL-REPORT-ID.
           MOVE ZERO TO RL-LINE-NUMBER.
           START report-line-file KEY NOT < RL-KEY
               INVALID KEY GO TO PURGE-EXPIRED-NEXT
           END-START.
       PURGE-EXPIRED-LINE.
           READ report-line-file NEXT RECORD
               AT END GO TO PURGE-EXPIRED-NEXT
           END-READ.
           IF RL-REPORT-ID NOT = WS-PURGE-ID
               GO TO PURGE-EXPIRED-NEXT
           END-IF.
           DELETE report-line-file
               INVALID KEY GO TO PURGE-EXPIRED-NEXT
           END-DELETE.
           GO TO PURGE-EXPIRED-LINE.
       PURGE-EXPIRED-NEXT.
           MOVE WS-PURGE-ID TO RI-REPORT-ID.
           START report-index-file KEY > RI-REPORT-ID
               INVALID KEY GO TO PURGE-EXPIRED-EXIT
           END-START.
           GO TO PURGE-EXPIRED-READ.
       PURGE-EXPIRED-EXIT.
           EXIT.
       END PROGRAM REPORT-FILE.
