      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: UNLOAD THE PERMANENT INDEXED FILES TO A SNAPSHOT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; the first step of
      *                   NIGHT-STREAM and HOUSEKEEP-STREAM, so there
      *                   is always a copy to go back to when a job
      *                   damages a permanent file.  ADDRESS-MASTER-
      *                   FILE, ADDRESS-ARCHIVE-FILE, UNDELIVERABLE-
      *                   SUPPRESS-FILE, DO-NOT-MAIL-MASTER-FILE,
      *                   MAIL-HISTORY-FILE and ZIP-DIRECTORY-MASTER
      *                   are unloaded in key order to sequential
      *                   copies named <file>.<snapshot id>, the
      *                   snapshot id being the run's date and time
      *                   (YYYYMMDDHHMMSS).  The record count of each
      *                   copy goes on a control record appended to
      *                   SNAPSHOT-CONTROL-FILE; a file not yet on
      *                   disk is marked absent.  Only the newest
      *                   generations are kept (7, or the number on
      *                   the optional SNAPSHOT-RETENTION-FILE); older
      *                   copies are deleted with their control
      *                   record.  A file that cannot be unloaded
      *                   gives RETURN-CODE 16 and leaves no partial
      *                   snapshot behind.  FILE-RESTORE reloads from
      *                   these copies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT address-archive-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT undeliverable-suppress-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UDS-KEY
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT do-not-mail-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DNM-KEY
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT mail-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT zip-directory-master
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ZDM-ZIP-HIGH
           FILE STATUS IS WS-SOURCE-STATUS.

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

           SELECT snapshot-retention-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RETENTION-STATUS.

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

       FD  snapshot-retention-file.
       01  SNAPSHOT-RETENTION-RECORD.
           05 SR-GENERATIONS    PIC 9(03).

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
       01  WS-SOURCE-STATUS      PIC X(02).
       01  WS-COPY-STATUS        PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-RETENTION-STATUS   PIC X(02).
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-COPY-NAME          PIC X(50) VALUE SPACES.

      * the files in snapshot order; FILE-RESTORE uses the same order
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

       01  WS-SNAPSHOT-ID        PIC 9(14) VALUE ZERO.
       01  WS-NEW-CONTROL        PIC X(94) VALUE SPACES.
       01  WS-GENERATIONS        PIC 9(03) VALUE 7.
       01  WS-DEFAULT-GENERATIONS PIC 9(03) VALUE 7.

      * control records already on file, oldest first
       01  WS-GEN-TABLE.
           05 WS-GEN-CONTROL    PIC X(94) OCCURS 100 TIMES.
       01  WS-GEN-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-GEN-IDX            PIC 9(04) COMP VALUE ZERO.
       01  WS-GEN-FIRST-KEPT     PIC 9(04) COMP VALUE ZERO.
       01  WS-DELETE-ID          PIC 9(14) VALUE ZERO.

       01  WS-UNLOAD-SW          PIC X VALUE 'N'.
           88 UNLOAD-FAILED      VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-FILES-COPIED    PIC 9(07) COMP VALUE ZERO.
           05 WS-RECORDS-COPIED  PIC 9(07) COMP VALUE ZERO.
           05 WS-GENS-PURGED     PIC 9(07) COMP VALUE ZERO.
           05 WS-FILE-COUNT      PIC 9(09) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       START-ROUTINE.
      * CALLed from the streams; start every run clean.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO WS-UNLOAD-SW.
           MOVE ZERO TO WS-FILES-COPIED.
           MOVE ZERO TO WS-RECORDS-COPIED.
           MOVE ZERO TO WS-GENS-PURGED.
           MOVE ZERO TO WS-GEN-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SNAPSHOT-ID.
           PERFORM LOAD-RETENTION THRU LOAD-RETENTION-EXIT.
           MOVE SPACES TO SNAPSHOT-CONTROL-RECORD.
           MOVE WS-SNAPSHOT-ID TO SC-SNAPSHOT-ID.
           MOVE ZERO TO WS-FILE-IDX.
       UNLOAD-ROUTINE.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               GO TO UNLOAD-ROUTINE-EXIT
           END-IF.
           PERFORM UNLOAD-FILE THRU UNLOAD-FILE-EXIT.
           IF UNLOAD-FAILED
               GO TO ABANDON-SNAPSHOT
           END-IF.
           GO TO UNLOAD-ROUTINE.
       UNLOAD-ROUTINE-EXIT.
           MOVE SNAPSHOT-CONTROL-RECORD TO WS-NEW-CONTROL.
           PERFORM ROLL-GENERATIONS THRU ROLL-GENERATIONS-EXIT.
           DISPLAY 'FILE-SNAPSHOT: SNAPSHOT ' WS-SNAPSHOT-ID
               ' TAKEN - FILES ' WS-FILES-COPIED ' RECORDS '
               WS-RECORDS-COPIED ' GENERATIONS PURGED '
               WS-GENS-PURGED.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * a snapshot missing a file is no use to a restore; remove the
      * copies already written so it cannot be mistaken for one.
       ABANDON-SNAPSHOT.
           MOVE WS-FILE-IDX TO WS-GEN-IDX.
       ABANDON-SNAPSHOT-LOOP.
           IF WS-GEN-IDX = ZERO
               GO TO ABANDON-SNAPSHOT-DONE
           END-IF.
           MOVE WS-GEN-IDX TO WS-FILE-IDX.
           MOVE WS-SNAPSHOT-ID TO WS-DELETE-ID.
           PERFORM DELETE-COPY THRU DELETE-COPY-EXIT.
           SUBTRACT 1 FROM WS-GEN-IDX.
           GO TO ABANDON-SNAPSHOT-LOOP.
       ABANDON-SNAPSHOT-DONE.
           DISPLAY 'FILE-SNAPSHOT ERROR: SNAPSHOT ' WS-SNAPSHOT-ID
               ' ABANDONED - NO SNAPSHOT TAKEN'.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

       LOAD-RETENTION.
           MOVE WS-DEFAULT-GENERATIONS TO WS-GENERATIONS.
           OPEN INPUT snapshot-retention-file.
           IF WS-RETENTION-STATUS NOT = '00'
               GO TO LOAD-RETENTION-EXIT
           END-IF.
           READ snapshot-retention-file
               AT END MOVE ZERO TO SR-GENERATIONS
           END-READ.
           IF SR-GENERATIONS IS NUMERIC AND SR-GENERATIONS > ZERO
               MOVE SR-GENERATIONS TO WS-GENERATIONS
           END-IF.
           CLOSE snapshot-retention-file.
       LOAD-RETENTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Copy the file at WS-FILE-IDX record for record, in key order.
      *-----------------------------------------------------------------
       UNLOAD-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE SPACES TO WS-SOURCE-STATUS.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN INPUT address-master-file
               WHEN 2
                   OPEN INPUT address-archive-file
               WHEN 3
                   OPEN INPUT undeliverable-suppress-file
               WHEN 4
                   OPEN INPUT do-not-mail-master-file
               WHEN 5
                   OPEN INPUT mail-history-file
               WHEN 6
                   OPEN INPUT zip-directory-master
           END-EVALUATE.
           IF WS-SOURCE-STATUS = '35'
      * not created yet on this system: nothing to copy, and nothing
      * for a restore to put back.
               SET SC-FILE-ABSENT (WS-FILE-IDX) TO TRUE
               MOVE ZERO TO SC-RECORD-COUNT (WS-FILE-IDX)
               DISPLAY 'FILE-SNAPSHOT: '
                   WS-SNAP-FILE-NAME (WS-FILE-IDX) ' NOT ON DISK'
               GO TO UNLOAD-FILE-EXIT
           END-IF.
           IF WS-SOURCE-STATUS NOT = '00'
               DISPLAY 'FILE-SNAPSHOT ERROR: '
                   WS-SNAP-FILE-NAME (WS-FILE-IDX)
                   ' OPEN FAILED, STATUS ' WS-SOURCE-STATUS
               SET UNLOAD-FAILED TO TRUE
               GO TO UNLOAD-FILE-EXIT
           END-IF.
           MOVE WS-SNAPSHOT-ID TO WS-DELETE-ID.
           PERFORM BUILD-COPY-NAME THRU BUILD-COPY-NAME-EXIT.
           OPEN OUTPUT snapshot-copy-file.
           IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'FILE-SNAPSHOT ERROR: ' WS-COPY-NAME
                   ' OPEN FAILED, STATUS ' WS-COPY-STATUS
               SET UNLOAD-FAILED TO TRUE
               PERFORM CLOSE-SOURCE THRU CLOSE-SOURCE-EXIT
               GO TO UNLOAD-FILE-EXIT
           END-IF.
       UNLOAD-FILE-READ.
           MOVE SPACES TO SNAPSHOT-COPY-RECORD.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ address-master-file
                       AT END GO TO UNLOAD-FILE-DONE
                   END-READ
                   MOVE ADDRESS-MASTER-RECORD TO SNAPSHOT-COPY-RECORD
               WHEN 2
                   READ address-archive-file
                       AT END GO TO UNLOAD-FILE-DONE
                   END-READ
                   MOVE ADDRESS-ARCHIVE-RECORD TO SNAPSHOT-COPY-RECORD
               WHEN 3
                   READ undeliverable-suppress-file
                       AT END GO TO UNLOAD-FILE-DONE
                   END-READ
                   MOVE UNDELIV-SUPPRESS-RECORD
                       TO SNAPSHOT-COPY-RECORD
               WHEN 4
                   READ do-not-mail-master-file
                       AT END GO TO UNLOAD-FILE-DONE
                   END-READ
                   MOVE DO-NOT-MAIL-RECORD TO SNAPSHOT-COPY-RECORD
               WHEN 5
                   READ mail-history-file
                       AT END GO TO UNLOAD-FILE-DONE
                   END-READ
                   MOVE MAIL-HISTORY-RECORD TO SNAPSHOT-COPY-RECORD
               WHEN 6
                   READ zip-directory-master
                       AT END GO TO UNLOAD-FILE-DONE
                   END-READ
                   MOVE ZIP-DIRECTORY-MASTER-RECORD
                       TO SNAPSHOT-COPY-RECORD
           END-EVALUATE.
           IF WS-SOURCE-STATUS NOT = '00' AND '02'
               DISPLAY 'FILE-SNAPSHOT ERROR: '
                   WS-SNAP-FILE-NAME (WS-FILE-IDX)
                   ' READ FAILED, STATUS ' WS-SOURCE-STATUS
               SET UNLOAD-FAILED TO TRUE
               GO TO UNLOAD-FILE-DONE
           END-IF.
           WRITE SNAPSHOT-COPY-RECORD.
           ADD 1 TO WS-FILE-COUNT.
           GO TO UNLOAD-FILE-READ.
       UNLOAD-FILE-DONE.
           CLOSE snapshot-copy-file.
           PERFORM CLOSE-SOURCE THRU CLOSE-SOURCE-EXIT.
           IF UNLOAD-FAILED
               GO TO UNLOAD-FILE-EXIT
           END-IF.
           SET SC-FILE-COPIED (WS-FILE-IDX) TO TRUE.
           MOVE WS-FILE-COUNT TO SC-RECORD-COUNT (WS-FILE-IDX).
           ADD 1 TO WS-FILES-COPIED.
           ADD WS-FILE-COUNT TO WS-RECORDS-COPIED.
           DISPLAY 'FILE-SNAPSHOT: ' WS-SNAP-FILE-NAME (WS-FILE-IDX)
               ' RECORDS ' SC-RECORD-COUNT (WS-FILE-IDX).
       UNLOAD-FILE-EXIT.
           EXIT.

       CLOSE-SOURCE.
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
       CLOSE-SOURCE-EXIT.
           EXIT.

      * <file>.<snapshot id> for the file at WS-FILE-IDX and the
      * snapshot in WS-DELETE-ID.
       BUILD-COPY-NAME.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-SNAP-FILE-NAME (WS-FILE-IDX) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-DELETE-ID DELIMITED BY SIZE
                  INTO WS-COPY-NAME
           END-STRING.
       BUILD-COPY-NAME-EXIT.
           EXIT.

       DELETE-COPY.
           PERFORM BUILD-COPY-NAME THRU BUILD-COPY-NAME-EXIT.
           CALL 'CBL_DELETE_FILE' USING WS-COPY-NAME
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       DELETE-COPY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add this snapshot's control record and keep only the newest
      * WS-GENERATIONS; the copies of older ones are deleted and the
      * control file is rewritten.
      *-----------------------------------------------------------------
       ROLL-GENERATIONS.
           OPEN INPUT snapshot-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO ROLL-GENERATIONS-ADD
           END-IF.
       ROLL-GENERATIONS-READ.
           READ snapshot-control-file
               AT END GO TO ROLL-GENERATIONS-CLOSE
           END-READ.
           IF SC-SNAPSHOT-ID IS NOT NUMERIC
               GO TO ROLL-GENERATIONS-READ
           END-IF.
           IF WS-GEN-COUNT NOT < 99
      * more on file than the table holds: the oldest goes now.
               MOVE WS-GEN-CONTROL (1) (1:14) TO WS-DELETE-ID
               PERFORM DELETE-GENERATION THRU DELETE-GENERATION-EXIT
               PERFORM SHIFT-GENERATIONS THRU SHIFT-GENERATIONS-EXIT
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           MOVE SNAPSHOT-CONTROL-RECORD
               TO WS-GEN-CONTROL (WS-GEN-COUNT).
           GO TO ROLL-GENERATIONS-READ.
       ROLL-GENERATIONS-CLOSE.
           CLOSE snapshot-control-file.
       ROLL-GENERATIONS-ADD.
           ADD 1 TO WS-GEN-COUNT.
           MOVE WS-NEW-CONTROL TO WS-GEN-CONTROL (WS-GEN-COUNT).
           MOVE 1 TO WS-GEN-FIRST-KEPT.
           IF WS-GEN-COUNT > WS-GENERATIONS
               COMPUTE WS-GEN-FIRST-KEPT =
                   WS-GEN-COUNT - WS-GENERATIONS + 1
           END-IF.
           MOVE ZERO TO WS-GEN-IDX.
       ROLL-GENERATIONS-PURGE.
           ADD 1 TO WS-GEN-IDX.
           IF WS-GEN-IDX NOT < WS-GEN-FIRST-KEPT
               GO TO ROLL-GENERATIONS-WRITE
           END-IF.
           MOVE WS-GEN-CONTROL (WS-GEN-IDX) (1:14) TO WS-DELETE-ID.
           PERFORM DELETE-GENERATION THRU DELETE-GENERATION-EXIT.
           GO TO ROLL-GENERATIONS-PURGE.
       ROLL-GENERATIONS-WRITE.
           OPEN OUTPUT snapshot-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FILE-SNAPSHOT ERROR: SNAPSHOT-CONTROL-FILE '
                   'OPEN FAILED, STATUS ' WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO ROLL-GENERATIONS-EXIT
           END-IF.
           MOVE WS-GEN-FIRST-KEPT TO WS-GEN-IDX.
       ROLL-GENERATIONS-KEEP.
           IF WS-GEN-IDX > WS-GEN-COUNT
               GO TO ROLL-GENERATIONS-DONE
           END-IF.
           MOVE WS-GEN-CONTROL (WS-GEN-IDX) TO SNAPSHOT-CONTROL-RECORD.
           WRITE SNAPSHOT-CONTROL-RECORD.
           ADD 1 TO WS-GEN-IDX.
           GO TO ROLL-GENERATIONS-KEEP.
       ROLL-GENERATIONS-DONE.
           CLOSE snapshot-control-file.
       ROLL-GENERATIONS-EXIT.
           EXIT.

      * Drop the oldest entry from the table.
       SHIFT-GENERATIONS.
           MOVE 1 TO WS-GEN-IDX.
       SHIFT-GENERATIONS-LOOP.
           IF WS-GEN-IDX NOT < WS-GEN-COUNT
               GO TO SHIFT-GENERATIONS-DONE
           END-IF.
           MOVE WS-GEN-CONTROL (WS-GEN-IDX + 1)
               TO WS-GEN-CONTROL (WS-GEN-IDX).
           ADD 1 TO WS-GEN-IDX.
           GO TO SHIFT-GENERATIONS-LOOP.
       SHIFT-GENERATIONS-DONE.
           SUBTRACT 1 FROM WS-GEN-COUNT.
       SHIFT-GENERATIONS-EXIT.
           EXIT.

       DELETE-GENERATION.
           MOVE ZERO TO WS-FILE-IDX.
       DELETE-GENERATION-LOOP.
           ADD 1 TO WS-FILE-IDX.
           IF WS-FILE-IDX > 6
               GO TO DELETE-GENERATION-DONE
           END-IF.
           PERFORM DELETE-COPY THRU DELETE-COPY-EXIT.
           GO TO DELETE-GENERATION-LOOP.
       DELETE-GENERATION-DONE.
           ADD 1 TO WS-GENS-PURGED.
           DISPLAY 'FILE-SNAPSHOT: GENERATION ' WS-DELETE-ID
               ' PURGED'.
       DELETE-GENERATION-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
           OPEN EXTEND job-log-file.
           IF WS-JOB-LOG-STATUS = '05' OR '35'
               OPEN OUTPUT job-log-file
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = '00'
               DISPLAY 'FILE-SNAPSHOT WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'FILE-SNAPSHOT' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-FILES-COPIED TO JL-COUNT-1.
           MOVE WS-RECORDS-COPIED TO JL-COUNT-2.
           MOVE WS-GENS-PURGED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM FILE-SNAPSHOT.
