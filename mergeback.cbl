      *                   no B marker; a mistyped parameter used to
      *                   sail through as a successful zero-entry
      *                   backout.
      *   2026/10/15 QC - master and archive records carry
      *                   AM-CUSTOMER-NUMBER / ARC-CUSTOMER-NUMBER now;
      *                   MJ-IMAGE is 102 bytes and the held master
      *                   image 94, so a restored before-image keeps
      *                   the customer's number.
      *   2026/10/15 QC - MASTER-CORRECT journals its one-record fixes
      *                   here too, each under a run id of its own with
      *                   the supervisor in the new MJ-OPERATOR column.
      *                   A D entry (a record the screen deleted, or
      *                   the old key of a renamed one) is written back
      *                   to the master and counted on its own report
      *                   line.  With no parameter the newest merge
      *                   run is still the default - screen updates
      *                   (MJ-OPERATOR not blank) are only reversed
      *                   when their run id is given.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - a backout needs a second supervisor now.
      *                   Parameter 2 is the requesting supervisor's
      *                   ID (parameter 1 given as * keeps the
      *                   newest-merge-run default).  The first run
      *                   raises a request through APPROVAL-CHECK,
      *                   shows its number and ends with RETURN-CODE 8
      *                   with nothing changed; once another
      *                   supervisor has approved it on APPROVAL-
      *                   REVIEW, the same command backs the run out
      *                   and closes the request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGE-BACKOUT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT address-archive-file
           05 FILLER            PIC X(02).
           05 MJ-ACTION         PIC X(01).
           05 FILLER            PIC X(02).
           05 MJ-IMAGE          PIC X(102).
           05 FILLER            PIC X(02).
           05 MJ-OPERATOR       PIC X(08).
       01  MJ-IMAGE-RECORD.
           05 FILLER            PIC X(19).
           05 MJI-KEY           PIC X(50).
           05 FILLER            PIC X(62).

       FD  address-master-file.
       01  ADDRESS-MASTER-RECORD.
           05 AM-CARRIER-ROUTE  PIC X(04).
           05 AM-SOURCE-CODE    PIC X(01).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-CUSTOMER-NUMBER PIC 9(09).

       FD  address-archive-file.
       01  ADDRESS-ARCHIVE-RECORD.
           05 ARC-CARRIER-ROUTE PIC X(04).
           05 ARC-SOURCE-CODE   PIC X(01).
           05 ARC-LAST-MAINT-DATE PIC 9(08).
           05 ARC-CUSTOMER-NUMBER PIC 9(09).
           05 ARC-ARCHIVE-DATE  PIC 9(08).

       FD  backout-report.
           05 JL-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'backout-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'MERGE-BACKOUT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-JOURNAL-STATUS     PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).

       01  WS-ARG-NUM            PIC 9(02).
       01  WS-RUN-PARM           PIC X(14) VALUE SPACES.
       01  WS-SUPERVISOR-PARM    PIC X(08) VALUE SPACES.
       01  WS-TARGET-RUN-ID      PIC 9(14) VALUE ZERO.
       01  WS-ALREADY-BACKED-SW  PIC X VALUE 'N'.
           88 RUN-ALREADY-BACKED VALUE 'Y'.
           05 WS-CHANGES-RESTORED PIC 9(07) COMP VALUE ZERO.
           05 WS-NOT-FOUND       PIC 9(07) COMP VALUE ZERO.
           05 WS-RESTORES-REVERSED PIC 9(07) COMP VALUE ZERO.
           05 WS-DELETES-RESTORED PIC 9(07) COMP VALUE ZERO.
           05 WS-MASTER-COUNT    PIC 9(07) COMP VALUE ZERO.

       01  WS-HOLD-IMAGE         PIC X(94).
       01  WS-ENTRIES-MATCHED    PIC 9(07) COMP VALUE ZERO.

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

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.
           ACCEPT WS-RUN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-RUN-PARM
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-SUPERVISOR-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SUPERVISOR-PARM
           END-ACCEPT.
           IF WS-SUPERVISOR-PARM = SPACES
               DISPLAY 'MERGE-BACKOUT ERROR: PARAMETER 2 MUST BE THE '
                   'REQUESTING SUPERVISOR ID'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RUN-PARM = '*'
               MOVE SPACES TO WS-RUN-PARM
           END-IF.
           IF WS-RUN-PARM NOT = SPACES
               IF WS-RUN-PARM IS NUMERIC
                   MOVE WS-RUN-PARM TO WS-TARGET-RUN-ID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REQUEST-APPROVAL THRU REQUEST-APPROVAL-EXIT.
           IF AC-RESULT NOT = 'A'
               GOBACK
           END-IF.
           OPEN I-O address-master-file.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MERGE-BACKOUT ERROR: ADDRESS-MASTER-FILE '
                           REWRITE ADDRESS-ARCHIVE-RECORD
                   END-WRITE
                   ADD 1 TO WS-RESTORES-REVERSED
               WHEN 'D'
      * the record was deleted from the master; write it back.
                   MOVE MJ-IMAGE TO WS-HOLD-IMAGE
                   MOVE WS-HOLD-IMAGE TO ADDRESS-MASTER-RECORD
                   WRITE ADDRESS-MASTER-RECORD
                       INVALID KEY
                           REWRITE ADDRESS-MASTER-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-NOT-FOUND
                               NOT INVALID KEY
                                   ADD 1 TO WS-DELETES-RESTORED
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETES-RESTORED
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * report success and mark a bogus id backed out.
           COMPUTE WS-ENTRIES-MATCHED =
               WS-ADDS-REVERSED + WS-CHANGES-RESTORED
               + WS-RESTORES-REVERSED + WS-DELETES-RESTORED
               + WS-NOT-FOUND.
           IF WS-ENTRIES-MATCHED = ZERO
               DISPLAY 'MERGE-BACKOUT ERROR: NO JOURNAL ENTRIES '
                   'FOR RUN ' WS-TARGET-RUN-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM MARK-BACKED-OUT THRU MARK-BACKED-OUT-EXIT
               MOVE 'D' TO AC-FUNCTION
               CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END-ROUTINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DELETES WRITTEN BACK ............:' TO TOT-LABEL.
           MOVE WS-DELETES-RESTORED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'JOURNAL ENTRIES NOT APPLIED .....:' TO TOT-LABEL.
           MOVE WS-NOT-FOUND TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE backout-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'MERGE-BACKOUT RUN SUMMARY'.
           DISPLAY '  RUN BACKED OUT    : ' WS-TARGET-RUN-ID.
           DISPLAY '  ADDS REVERSED     : ' WS-ADDS-REVERSED.
           DISPLAY '  CHANGES RESTORED  : ' WS-CHANGES-RESTORED.
           DISPLAY '  NOT APPLIED       : ' WS-NOT-FOUND.
           DISPLAY '  ARCHIVE RESTORES  : ' WS-RESTORES-REVERSED.
           DISPLAY '  DELETES RESTORED  : ' WS-DELETES-RESTORED.
           DISPLAY '  MASTER RECORDS NOW: ' WS-MASTER-COUNT.
           IF WS-NOT-FOUND > 0
               MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      * Find the run to reverse: the newest merge run on the journal
      * when no parameter was given, and whether a B marker already
      * covers the target.
       SCAN-JOURNAL.
           END-READ.
           IF WS-RUN-PARM = SPACES
            AND (MJ-ACTION = 'A' OR MJ-ACTION = 'C')
            AND MJ-OPERATOR = SPACES
            AND MJ-RUN-ID > WS-TARGET-RUN-ID
               MOVE MJ-RUN-ID TO WS-TARGET-RUN-ID
           END-IF.
       MARK-BACKED-OUT-EXIT.
           EXIT.

      * A second supervisor has to approve the backout of this run:
      * only an approved request (result A) goes ahead; a request
      * raised or still pending ends the run with RETURN-CODE 8.
       REQUEST-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-CALL.
           MOVE 'C' TO AC-FUNCTION.
           MOVE 'MB' TO AC-TYPE.
           MOVE WS-SUPERVISOR-PARM TO AC-REQUESTER.
           MOVE 'merge-journal-file' TO AC-FILE.
           MOVE 'BACKOT' TO AC-ACTION.
           MOVE WS-TARGET-RUN-ID TO AC-KEY.
           MOVE ZERO TO AC-REQUEST-ID.
           MOVE 'E' TO AC-RESULT.
           CALL 'APPROVAL-CHECK' USING WS-APPROVAL-CALL
               ON EXCEPTION
                   MOVE 'E' TO AC-RESULT
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE AC-RESULT
               WHEN 'A'
                   DISPLAY 'MERGE-BACKOUT: BACKOUT OF RUN '
                       WS-TARGET-RUN-ID ' APPROVED UNDER REQUEST '
                       AC-REQUEST-ID
               WHEN 'N'
                   DISPLAY 'MERGE-BACKOUT: BACKOUT OF RUN '
                       WS-TARGET-RUN-ID ' SENT FOR APPROVAL AS '
                       'REQUEST ' AC-REQUEST-ID ' - NOTHING CHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN 'P'
                   DISPLAY 'MERGE-BACKOUT: BACKOUT OF RUN '
                       WS-TARGET-RUN-ID ' STILL AWAITS APPROVAL, '
                       'REQUEST ' AC-REQUEST-ID ' - NOTHING CHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'MERGE-BACKOUT ERROR: NO APPROVAL REQUEST '
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
                   DISPLAY 'MERGE-BACKOUT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.

      * Append this run to the shop-wide job log DAILY-OPS-REPORT
      * reads for the morning review.
       WRITE-JOB-LOG.
