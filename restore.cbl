      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: RELOAD PERMANENT INDEXED FILES FROM A SNAPSHOT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; puts one permanent file, or
      *                   all of them, back as FILE-SNAPSHOT copied
      *                   them.  Parameter 1 is the snapshot id from
      *                   SNAPSHOT-CONTROL-FILE (* for the newest),
      *                   parameter 2 the file name (address-master-
      *                   file, address-archive-file, undeliverable-
      *                   suppress-file, do-not-mail-master-file,
      *                   mail-history-file, zip-directory-master) or
      *                   ALL, parameter 3 the requesting supervisor.
      *                   Every chosen copy is read and its record
      *                   count checked against the control record
      *                   before anything is touched; one short or
      *                   missing copy refuses the whole restore with
      *                   RETURN-CODE 16.  A restore replaces live
      *                   data, so like MERGE-BACKOUT it needs a
      *                   second supervisor: the first run raises a
      *                   request through APPROVAL-CHECK and ends
      *                   RETURN-CODE 8 with nothing changed, the run
      *                   after approval reloads.  Each chosen file is
      *                   emptied and reloaded from its copy; a file
      *                   that was not on disk when the snapshot was
      *                   taken is left alone.  The restore report
      *                   shows expected and loaded counts per file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT address-archive-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT undeliverable-suppress-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UDS-KEY
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT do-not-mail-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNM-KEY
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT mail-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT zip-directory-master
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZDM-ZIP-HIGH
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT snapshot-copy-file
           ASSIGN TO DYNAMIC WS-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT snapshot-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT restore-report
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

       FD  address-archive-file.
       01  ADDRESS-ARCHIVE-RECORD.
           05 ARC-KEY.
               10 ARC-LAST-NAME  PIC X(15).
               10 ARC-FIRST-NAME PIC X(10).
               10 ARC-STREET     PIC X(25).
           05 ARC-CITY          PIC X(10).
           05 ARC-STATE         PIC XX.
           05 ARC-ZIP           PIC X(10).
           05 ARC-CARRIER-ROUTE PIC X(04).
           05 ARC-SOURCE-CODE   PIC X(01).
           05 ARC-LAST-MAINT-DATE PIC 9(08).
           05 ARC-CUSTOMER-NUMBER PIC 9(09).
           05 ARC-ARCHIVE-DATE  PIC 9(08).

       FD  undeliverable-suppress-file.
       01  UNDELIV-SUPPRESS-RECORD.
           05 UDS-KEY.
               10 UDS-LAST-NAME  PIC X(15).
               10 UDS-FIRST-NAME PIC X(10).
               10 UDS-STREET     PIC X(25).
           05 UDS-REASON-CODE   PIC X(02).
           05 UDS-ADD-DATE      PIC 9(08).

       FD  do-not-mail-master-file.
       01  DO-NOT-MAIL-RECORD.
           05 DNM-KEY.
               10 DNM-LAST-NAME  PIC X(25).
               10 DNM-FIRST-NAME PIC X(15).
               10 DNM-STREET     PIC X(30).
           05 DNM-EFFECTIVE-DATE PIC 9(08).
           05 DNM-EXPIRY-DATE   PIC 9(08).
           05 DNM-ADD-DATE      PIC 9(08).

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

       FD  zip-directory-master.
       01  ZIP-DIRECTORY-MASTER-RECORD.
           05 ZDM-ZIP-HIGH      PIC 9(05).
           05 ZDM-ZIP-LOW       PIC 9(05).
           05 ZDM-STATE         PIC XX.
           05 ZDM-PLUS4         PIC X(04).
           05 ZDM-CARRIER-ROUTE PIC X(04).

       FD  snapshot-copy-file.
       01  SNAPSHOT-COPY-RECORD PIC X(120).

       FD  snapshot-control-file.
       01  SNAPSHOT-CONTROL-RECORD.
           05 SC-SNAPSHOT-ID    PIC 9(14).
           05 FILLER            PIC X(02).
           05 SC-FILE-ENTRY OCCURS 6 TIMES.
               10 SC-FILE-STATE PIC X(01).
                   88 SC-FILE-COPIED      VALUE 'C'.
                   88 SC-FILE-ABSENT      VALUE 'A'.
               10 FILLER        PIC X(01).
               10 SC-RECORD-COUNT PIC 9(09).
               10 FILLER        PIC X(02).

       FD  restore-report.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'restore-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'FILE-RESTORE'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-TARGET-STATUS      PIC X(02).
       01  WS-COPY-STATUS        PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-COPY-NAME          PIC X(50) VALUE SPACES.

       01  WS-ARG-NUM            PIC 9(02).
       01  WS-SNAPSHOT-PARM      PIC X(14) VALUE SPACES.
       01  WS-FILE-PARM          PIC X(30) VALUE SPACES.
       01  WS-SUPERVISOR-PARM    PIC X(08) VALUE SPACES.

      * the files in FILE-SNAPSHOT's order
       01  WS-SNAP-FILE-NAMES.
           05 FILLER            PIC X(30)
                                VALUE 'address-master-file'.
           05 FILLER            PIC X(30)
                                VALUE 'address-archive-file'.
           05 FILLER            PIC X(30)
                                VALUE 'undeliverable-suppress-file'.
           05 FILLER            PIC X(30)
                                VALUE 'do-not-mail-master-file'.
           05 FILLER            PIC X(30)
                                VALUE 'mail-history-file'.
           05 FILLER            PIC X(30)
                                VALUE 'zip-directory-master'.
       01  WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILE-NAMES.
           05 WS-SNAP-FILE-NAME PIC X(30) OCCURS 6 TIMES.
       01  WS-FILE-IDX           PIC 9(04) COMP VALUE ZERO.

      * per file: chosen for this restore, and what happened to it
       01  WS-RESTORE-TABLE.
           05 WS-RESTORE-ENTRY OCCURS 6 TIMES.
               10 WR-CHOSEN      PIC X(01).
                   88 WR-FILE-CHOSEN      VALUE 'Y'.
               10 WR-EXPECTED    PIC 9(09).
               10 WR-ON-COPY     PIC 9(09).
               10 WR-LOADED      PIC 9(09).
               10 WR-REJECTED    PIC 9(09).
               10 WR-OUTCOME     PIC X(24).

       01  WS-SNAPSHOT-ID        PIC 9(14) VALUE ZERO.
       01  WS-SNAPSHOT-CONTROL   PIC X(94) VALUE SPACES.
       01  WS-SNAPSHOT-FOUND-SW  PIC X VALUE 'N'.
           88 SNAPSHOT-FOUND     VALUE 'Y'.
       01  WS-CHECK-SW           PIC X VALUE 'N'.
           88 CHECK-FAILED       VALUE 'Y'.
       01  WS-RELOAD-SW          PIC X VALUE 'N'.
           88 RELOAD-FAILED      VALUE 'Y'.
       01  WS-RECORD-COUNT       PIC 9(09) COMP VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-FILES-RESTORED  PIC 9(07) COMP VALUE ZERO.
           05 WS-RECORDS-LOADED  PIC 9(07) COMP VALUE ZERO.
           05 WS-RECORDS-REJECTED PIC 9(07) COMP VALUE ZERO.

       01  WS-APPROVAL-CALL.
           05 AC-FUNCTION        PIC X(01).
           05 AC-TYPE            PIC X(02).
           05 AC-REQUESTER       PIC X(08).
           05 AC-FILE            PIC X(20).
           05 AC-ACTION          PIC X(06).
           05 AC-KEY             PIC X(50).
           05 AC-OLD-VALUE       PIC X(80).
           05 AC-NEW-VALUE       PIC X(80).
           05 AC-RESULT          PIC X(01).
           05 AC-REQUEST-ID      PIC 9(08).

       01  WS-HEADING-2.
           05 FILLER            PIC X(40)
              VALUE 'FILE                          EXPECTED  '.
           05 FILLER            PIC X(40)
              VALUE ' ON COPY    LOADED OUTCOME'.
       01  WS-DETAIL-LINE.
           05 DL-FILE           PIC X(28).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-EXPECTED       PIC ZZZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-ON-COPY        PIC ZZZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-LOADED         PIC ZZZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-OUTCOME        PIC X(21).
       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-SNAPSHOT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SNAPSHOT-PARM
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-FILE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILE-PARM
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-SUPERVISOR-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SUPERVISOR-PARM
           END-ACCEPT.
           IF WS-SUPERVISOR-PARM = SPACES
               DISPLAY 'FILE-RESTORE ERROR: PARAMETER 3 MUST BE THE '
                   'REQUESTING SUPERVISOR ID'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SNAPSHOT-PARM = '*'
               MOVE SPACES TO WS-SNAPSHOT-PARM
           END-IF.
           IF WS-SNAPSHOT-PARM NOT = SPACES
               IF WS-SNAPSHOT-PARM IS NUMERIC
                   MOVE WS-SNAPSHOT-PARM TO WS-SNAPSHOT-ID
               ELSE
                   DISPLAY 'FILE-RESTORE ERROR: SNAPSHOT PARAMETER '
                       'MUST BE THE 14-DIGIT SNAPSHOT ID OR *'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM FIND-SNAPSHOT THRU FIND-SNAPSHOT-EXIT.
           IF NOT SNAPSHOT-FOUND
               DISPLAY 'FILE-RESTORE ERROR: SNAPSHOT ' WS-SNAPSHOT-PARM
                   ' IS NOT ON SNAPSHOT-CONTROL-FILE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHOOSE-FILES THRU CHOOSE-FILES-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.

      * every chosen copy must be whole before any live file is
      * emptied.
           MOVE ZERO TO WS-FILE-IDX.
       CHECK-ROUTINE.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               GO TO CHECK-ROUTINE-EXIT
           END-IF.
           IF WR-FILE-CHOSEN (WS-FILE-IDX)
               PERFORM CHECK-COPY THRU CHECK-COPY-EXIT
           END-IF.
           GO TO CHECK-ROUTINE.
       CHECK-ROUTINE-EXIT.
           IF CHECK-FAILED
               DISPLAY 'FILE-RESTORE ERROR: SNAPSHOT ' WS-SNAPSHOT-ID
                   ' FAILED ITS COUNT CHECK - NOTHING RESTORED'
               MOVE 16 TO RETURN-CODE
               GO TO END-ROUTINE
           END-IF.
           PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT.
           IF AC-RESULT NOT = 'A'
               GOBACK
           END-IF.

           MOVE ZERO TO WS-FILE-IDX.
       RELOAD-ROUTINE.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               GO TO RELOAD-ROUTINE-EXIT
           END-IF.
           IF WR-FILE-CHOSEN (WS-FILE-IDX)
               PERFORM RELOAD-FILE THRU RELOAD-FILE-EXIT
           END-IF.
           GO TO RELOAD-ROUTINE.
       RELOAD-ROUTINE-EXIT.
           MOVE 'D' TO AC-FUNCTION.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF RELOAD-FAILED
               DISPLAY 'FILE-RESTORE ERROR: RESTORE FROM SNAPSHOT '
                   WS-SNAPSHOT-ID ' INCOMPLETE - SEE RESTORE-REPORT'
               MOVE 16 TO RETURN-CODE
           END-IF.

       END-ROUTINE.
           OPEN OUTPUT restore-report.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'PERMANENT FILE RESTORE REPORT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SNAPSHOT: ' DELIMITED BY SIZE
                  WS-SNAPSHOT-ID DELIMITED BY SIZE
                  '   FILES: ' DELIMITED BY SIZE
                  WS-FILE-PARM DELIMITED BY SPACE
                  '   REQUESTED BY: ' DELIMITED BY SIZE
                  WS-SUPERVISOR-PARM DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-FILE-IDX.
       END-ROUTINE-FILE.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               GO TO END-ROUTINE-TOTALS
           END-IF.
           IF NOT WR-FILE-CHOSEN (WS-FILE-IDX)
               AND WR-OUTCOME (WS-FILE-IDX) = SPACES
               GO TO END-ROUTINE-FILE
           END-IF.
           MOVE WS-SNAP-FILE-NAME (WS-FILE-IDX) TO DL-FILE.
           MOVE WR-EXPECTED (WS-FILE-IDX) TO DL-EXPECTED.
           MOVE WR-ON-COPY (WS-FILE-IDX) TO DL-ON-COPY.
           MOVE WR-LOADED (WS-FILE-IDX) TO DL-LOADED.
           MOVE WR-OUTCOME (WS-FILE-IDX) TO DL-OUTCOME.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO END-ROUTINE-FILE.
       END-ROUTINE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FILES RESTORED ..................:' TO TOT-LABEL.
           MOVE WS-FILES-RESTORED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RECORDS LOADED ..................:' TO TOT-LABEL.
           MOVE WS-RECORDS-LOADED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RECORDS REJECTED ................:' TO TOT-LABEL.
           MOVE WS-RECORDS-REJECTED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE restore-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'FILE-RESTORE: FILES ' WS-FILES-RESTORED
               ' RECORDS LOADED ' WS-RECORDS-LOADED
               ' REJECTED ' WS-RECORDS-REJECTED.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * The named snapshot's control record, or the newest one (the
      * file is in the order the snapshots were taken).
       FIND-SNAPSHOT.
           OPEN INPUT snapshot-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO FIND-SNAPSHOT-EXIT
           END-IF.
       FIND-SNAPSHOT-READ.
           READ snapshot-control-file
               AT END GO TO FIND-SNAPSHOT-CLOSE
           END-READ.
           IF SC-SNAPSHOT-ID IS NOT NUMERIC
               GO TO FIND-SNAPSHOT-READ
           END-IF.
           IF WS-SNAPSHOT-PARM = SPACES
               OR SC-SNAPSHOT-ID = WS-SNAPSHOT-ID
               MOVE SNAPSHOT-CONTROL-RECORD TO WS-SNAPSHOT-CONTROL
               SET SNAPSHOT-FOUND TO TRUE
           END-IF.
           GO TO FIND-SNAPSHOT-READ.
       FIND-SNAPSHOT-CLOSE.
           CLOSE snapshot-control-file.
           IF SNAPSHOT-FOUND
               MOVE WS-SNAPSHOT-CONTROL TO SNAPSHOT-CONTROL-RECORD
               MOVE SC-SNAPSHOT-ID TO WS-SNAPSHOT-ID
           END-IF.
       FIND-SNAPSHOT-EXIT.
           EXIT.

      * Parameter 2 is ALL or one file name; a file that was not on
      * disk when the snapshot was taken has nothing to restore.
       CHOOSE-FILES.
           MOVE SPACES TO WS-RESTORE-TABLE.
           INSPECT WS-FILE-PARM CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'.
           IF WS-FILE-PARM = 'all'
               MOVE 'ALL' TO WS-FILE-PARM
           END-IF.
           MOVE ZERO TO WS-FILE-IDX.
       CHOOSE-FILES-LOOP.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               GO TO CHOOSE-FILES-CHECK
           END-IF.
           MOVE ZERO TO WR-EXPECTED (WS-FILE-IDX).
           MOVE ZERO TO WR-ON-COPY (WS-FILE-IDX).
           MOVE ZERO TO WR-LOADED (WS-FILE-IDX).
           MOVE ZERO TO WR-REJECTED (WS-FILE-IDX).
           IF WS-FILE-PARM NOT = 'ALL'
               AND WS-FILE-PARM NOT = WS-SNAP-FILE-NAME (WS-FILE-IDX)
               GO TO CHOOSE-FILES-LOOP
           END-IF.
           IF SC-FILE-ABSENT (WS-FILE-IDX)
               MOVE 'NOT IN SNAPSHOT' TO WR-OUTCOME (WS-FILE-IDX)
               GO TO CHOOSE-FILES-LOOP
           END-IF.
           MOVE 'Y' TO WR-CHOSEN (WS-FILE-IDX).
           MOVE SC-RECORD-COUNT (WS-FILE-IDX)
               TO WR-EXPECTED (WS-FILE-IDX).
           GO TO CHOOSE-FILES-LOOP.
       CHOOSE-FILES-CHECK.
           MOVE ZERO TO WS-FILE-IDX.
       CHOOSE-FILES-ANY.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               DISPLAY 'FILE-RESTORE ERROR: PARAMETER 2 MUST BE ALL '
                   'OR A FILE IN SNAPSHOT ' WS-SNAPSHOT-ID
               MOVE 16 TO RETURN-CODE
               GO TO CHOOSE-FILES-EXIT
           END-IF.
           IF NOT WR-FILE-CHOSEN (WS-FILE-IDX)
               GO TO CHOOSE-FILES-ANY
           END-IF.
       CHOOSE-FILES-EXIT.
           EXIT.

      * <file>.<snapshot id> for the file at WS-FILE-IDX.
       BUILD-COPY-NAME.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-SNAP-FILE-NAME (WS-FILE-IDX) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-SNAPSHOT-ID DELIMITED BY SIZE
                  INTO WS-COPY-NAME
           END-STRING.
       BUILD-COPY-NAME-EXIT.
           EXIT.

       CHECK-COPY.
           PERFORM BUILD-COPY-NAME THRU BUILD-COPY-NAME-EXIT.
           MOVE ZERO TO WS-RECORD-COUNT.
           OPEN INPUT snapshot-copy-file.
           IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'FILE-RESTORE ERROR: ' WS-COPY-NAME
                   ' OPEN FAILED, STATUS ' WS-COPY-STATUS
               MOVE 'COPY MISSING' TO WR-OUTCOME (WS-FILE-IDX)
               SET CHECK-FAILED TO TRUE
               GO TO CHECK-COPY-EXIT
           END-IF.
       CHECK-COPY-READ.
           READ snapshot-copy-file
               AT END GO TO CHECK-COPY-DONE
           END-READ.
           ADD 1 TO WS-RECORD-COUNT.
           GO TO CHECK-COPY-READ.
       CHECK-COPY-DONE.
           CLOSE snapshot-copy-file.
           MOVE WS-RECORD-COUNT TO WR-ON-COPY (WS-FILE-IDX).
           IF WS-RECORD-COUNT NOT = WR-EXPECTED (WS-FILE-IDX)
               DISPLAY 'FILE-RESTORE ERROR: ' WS-COPY-NAME ' HOLDS '
                   WR-ON-COPY (WS-FILE-IDX) ' RECORDS, CONTROL '
                   'RECORD SAYS ' WR-EXPECTED (WS-FILE-IDX)
               MOVE 'COUNT MISMATCH' TO WR-OUTCOME (WS-FILE-IDX)
               SET CHECK-FAILED TO TRUE
               GO TO CHECK-COPY-EXIT
           END-IF.
           MOVE 'CHECKED' TO WR-OUTCOME (WS-FILE-IDX).
       CHECK-COPY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Empty the live file at WS-FILE-IDX and load it from its copy.
      *-----------------------------------------------------------------
       RELOAD-FILE.
           PERFORM BUILD-COPY-NAME THRU BUILD-COPY-NAME-EXIT.
           MOVE SPACES TO WS-TARGET-STATUS.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN OUTPUT address-master-file
               WHEN 2
                   OPEN OUTPUT address-archive-file
               WHEN 3
                   OPEN OUTPUT undeliverable-suppress-file
               WHEN 4
                   OPEN OUTPUT do-not-mail-master-file
               WHEN 5
                   OPEN OUTPUT mail-history-file
               WHEN 6
                   OPEN OUTPUT zip-directory-master
           END-EVALUATE.
           IF WS-TARGET-STATUS NOT = '00'
               DISPLAY 'FILE-RESTORE ERROR: '
                   WS-SNAP-FILE-NAME (WS-FILE-IDX)
                   ' OPEN FAILED, STATUS ' WS-TARGET-STATUS
               MOVE 'OPEN FAILED' TO WR-OUTCOME (WS-FILE-IDX)
               SET RELOAD-FAILED TO TRUE
               GO TO RELOAD-FILE-EXIT
           END-IF.
           OPEN INPUT snapshot-copy-file.
       RELOAD-FILE-READ.
           READ snapshot-copy-file
               AT END GO TO RELOAD-FILE-DONE
           END-READ.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   MOVE SNAPSHOT-COPY-RECORD TO ADDRESS-MASTER-RECORD
                   WRITE ADDRESS-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WR-REJECTED (WS-FILE-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WR-LOADED (WS-FILE-IDX)
                   END-WRITE
               WHEN 2
                   MOVE SNAPSHOT-COPY-RECORD TO ADDRESS-ARCHIVE-RECORD
                   WRITE ADDRESS-ARCHIVE-RECORD
                       INVALID KEY
                           ADD 1 TO WR-REJECTED (WS-FILE-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WR-LOADED (WS-FILE-IDX)
                   END-WRITE
               WHEN 3
                   MOVE SNAPSHOT-COPY-RECORD
                       TO UNDELIV-SUPPRESS-RECORD
                   WRITE UNDELIV-SUPPRESS-RECORD
                       INVALID KEY
                           ADD 1 TO WR-REJECTED (WS-FILE-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WR-LOADED (WS-FILE-IDX)
                   END-WRITE
               WHEN 4
                   MOVE SNAPSHOT-COPY-RECORD TO DO-NOT-MAIL-RECORD
                   WRITE DO-NOT-MAIL-RECORD
                       INVALID KEY
                           ADD 1 TO WR-REJECTED (WS-FILE-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WR-LOADED (WS-FILE-IDX)
                   END-WRITE
               WHEN 5
                   MOVE SNAPSHOT-COPY-RECORD TO MAIL-HISTORY-RECORD
                   WRITE MAIL-HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WR-REJECTED (WS-FILE-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WR-LOADED (WS-FILE-IDX)
                   END-WRITE
               WHEN 6
                   MOVE SNAPSHOT-COPY-RECORD
                       TO ZIP-DIRECTORY-MASTER-RECORD
                   WRITE ZIP-DIRECTORY-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WR-REJECTED (WS-FILE-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WR-LOADED (WS-FILE-IDX)
                   END-WRITE
           END-EVALUATE.
           GO TO RELOAD-FILE-READ.
       RELOAD-FILE-DONE.
           CLOSE snapshot-copy-file.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   CLOSE address-master-file
               WHEN 2
                   CLOSE address-archive-file
               WHEN 3
                   CLOSE undeliverable-suppress-file
               WHEN 4
                   CLOSE do-not-mail-master-file
               WHEN 5
                   CLOSE mail-history-file
               WHEN 6
                   CLOSE zip-directory-master
           END-EVALUATE.
           ADD 1 TO WS-FILES-RESTORED.
           ADD WR-LOADED (WS-FILE-IDX) TO WS-RECORDS-LOADED.
           ADD WR-REJECTED (WS-FILE-IDX) TO WS-RECORDS-REJECTED.
           IF WR-LOADED (WS-FILE-IDX) NOT = WR-EXPECTED (WS-FILE-IDX)
               MOVE 'RESTORED - SHORT' TO WR-OUTCOME (WS-FILE-IDX)
               SET RELOAD-FAILED TO TRUE
           ELSE
               MOVE 'RESTORED' TO WR-OUTCOME (WS-FILE-IDX)
           END-IF.
           DISPLAY 'FILE-RESTORE: ' WS-SNAP-FILE-NAME (WS-FILE-IDX)
               ' RELOADED, ' WR-LOADED (WS-FILE-IDX) ' RECORDS'.
       RELOAD-FILE-EXIT.
           EXIT.

       REQUEST-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE 'C' TO AC-FUNCTION.
           MOVE 'RS' TO AC-TYPE.
           MOVE WS-SUPERVISOR-PARM TO AC-REQUESTER.
           MOVE 'snapshot-copy-file' TO AC-FILE.
           MOVE 'RESTOR' TO AC-ACTION.
           STRING WS-SNAPSHOT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FILE-PARM DELIMITED BY SPACE
                  INTO AC-KEY
           END-STRING.
           MOVE ZERO TO AC-REQUEST-ID.
           MOVE 'E' TO AC-RESULT.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   MOVE 'E' TO AC-RESULT
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE AC-RESULT
               WHEN 'A'
                   DISPLAY 'FILE-RESTORE: RESTORE OF ' AC-KEY
                       ' APPROVED UNDER REQUEST ' AC-REQUEST-ID
               WHEN 'N'
                   DISPLAY 'FILE-RESTORE: RESTORE OF ' AC-KEY
                       ' SENT FOR APPROVAL AS REQUEST '
                       AC-REQUEST-ID ' - NOTHING CHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN 'P'
                   DISPLAY 'FILE-RESTORE: RESTORE OF ' AC-KEY
                       ' STILL AWAITS APPROVAL, REQUEST '
                       AC-REQUEST-ID ' - NOTHING CHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'FILE-RESTORE ERROR: NO APPROVAL REQUEST '
                       'COULD BE RAISED - ' WS-SUPERVISOR-PARM
                       ' MUST BE AN ACTIVE SUPERVISOR'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       REQUEST-APPROVAL-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'FILE-RESTORE WARNING: REPORT-FILE NOT '
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
               DISPLAY 'FILE-RESTORE WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'FILE-RESTORE' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-FILES-RESTORED TO JL-COUNT-1.
           MOVE WS-RECORDS-LOADED TO JL-COUNT-2.
           MOVE WS-RECORDS-REJECTED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM FILE-RESTORE.
