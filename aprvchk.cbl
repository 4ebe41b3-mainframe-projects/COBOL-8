      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: DUAL-CONTROL REQUESTS ON THE APPROVAL FILE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; CALLed by the programs whose
      *                   supervisor actions need a second supervisor
      *                   (MERGE-BACKOUT, SUPPRESS-REINSTATE,
      *                   TABLE-MAINT, the password reset in
      *                   MyFirstCOBOL) and by APPROVAL-REVIEW.
      *                   Function C looks for the same request (type,
      *                   file, action, key, old and new value) on
      *                   APPROVAL-FILE: approved means the caller may
      *                   apply it and then calls function D to close
      *                   it; pending means it is still waiting; none
      *                   means a new pending request is raised.
      *                   Functions A and R approve or reject a
      *                   pending request, never by the supervisor who
      *                   raised it; function X only expires.  Every
      *                   call first expires the pending and approved
      *                   requests past their expiry time (24 hours,
      *                   or the hours on APPROVAL-CONTROL-FILE).
      *                   Raised, approved, rejected, expired and
      *                   applied each go to CHANGE-AUDIT-FILE with
      *                   the request number, type and requester.
      *                   Only an unlocked supervisor on operator-file
      *                   may raise, decide or apply a request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT approval-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-REQUEST-ID
           FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT approval-number-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NUMBER-STATUS.

           SELECT approval-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT operator-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT change-audit-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  approval-file.
       01  APPROVAL-RECORD.
           05 AP-REQUEST-ID     PIC 9(08).
           05 AP-TYPE           PIC X(02).
           05 AP-STATUS         PIC X(01).
               88 AP-PENDING            VALUE 'P'.
               88 AP-APPROVED           VALUE 'A'.
               88 AP-DONE               VALUE 'D'.
               88 AP-REJECTED           VALUE 'R'.
               88 AP-EXPIRED            VALUE 'E'.
           05 AP-REQUESTED-BY   PIC X(08).
           05 AP-REQUESTED-AT   PIC 9(14).
           05 AP-EXPIRES-AT     PIC 9(14).
           05 AP-DECIDED-BY     PIC X(08).
           05 AP-DECIDED-AT     PIC 9(14).
           05 AP-DONE-BY        PIC X(08).
           05 AP-DONE-AT        PIC 9(14).
           05 AP-FILE           PIC X(20).
           05 AP-ACTION         PIC X(06).
           05 AP-KEY            PIC X(50).
           05 AP-OLD-VALUE      PIC X(80).
           05 AP-NEW-VALUE      PIC X(80).

       FD  approval-number-file.
       01  APPROVAL-NUMBER-RECORD.
           05 AN-LAST-REQUEST-ID PIC 9(08).

       FD  approval-control-file.
       01  APPROVAL-CONTROL-RECORD.
           05 AC-EXPIRY-HOURS   PIC 9(04).

       FD  operator-file.
       01  OPERATOR-RECORD.
           05 OPR-ID                 PIC X(08).
           05 FILLER                 PIC X(02).
           05 OPR-PASSWORD           PIC X(08).
           05 FILLER                 PIC X(02).
           05 OPR-ROLE               PIC X(01).
           05 FILLER                 PIC X(02).
           05 OPR-FAIL-COUNT         PIC 9(01).
           05 FILLER                 PIC X(02).
           05 OPR-LOCKED             PIC X(01).

       FD  change-audit-file.
       01  CHANGE-AUDIT-RECORD.
           05 CA-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 CA-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 CA-OPERATOR       PIC X(08).
           05 FILLER            PIC X(02).
           05 CA-FILE           PIC X(20).
           05 FILLER            PIC X(02).
           05 CA-ACTION         PIC X(06).
           05 FILLER            PIC X(02).
           05 CA-OLD-VALUE      PIC X(80).
           05 FILLER            PIC X(02).
           05 CA-NEW-VALUE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-STATUS    PIC X(02).
       01  WS-NUMBER-STATUS      PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-OPERATOR-FILE-STATUS PIC X(02).
       01  WS-AUDIT-STATUS       PIC X(02).

       01  WS-NOW-STAMP          PIC 9(14) VALUE ZERO.
       01  WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
           05 WS-NOW-DATE        PIC 9(08).
           05 WS-NOW-HOUR        PIC 9(02).
           05 WS-NOW-MMSS        PIC 9(04).
       01  WS-EXPIRY-HOURS       PIC 9(04) VALUE 24.
       01  WS-HOURS-OUT          PIC 9(06) VALUE ZERO.
       01  WS-DAYS-OUT           PIC 9(04) VALUE ZERO.
       01  WS-HOUR-OUT           PIC 9(02) VALUE ZERO.
       01  WS-EXPIRE-DATE        PIC 9(08) VALUE ZERO.

       01  WS-SUPERVISOR-SW      PIC X(01) VALUE 'N'.
           88 CALLER-IS-SUPERVISOR      VALUE 'Y'.
       01  WS-FOUND-ID           PIC 9(08) VALUE ZERO.
       01  WS-FOUND-STATUS       PIC X(01) VALUE SPACE.
       01  WS-REQUEST-ID         PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-OPERATOR     PIC X(08) VALUE SPACES.
       01  WS-AUDIT-ACTION       PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-APPROVAL.
           05 LK-FUNCTION        PIC X(01).
           05 LK-TYPE            PIC X(02).
           05 LK-REQUESTER       PIC X(08).
           05 LK-FILE            PIC X(20).
           05 LK-ACTION          PIC X(06).
           05 LK-KEY             PIC X(50).
           05 LK-OLD-VALUE       PIC X(80).
           05 LK-NEW-VALUE       PIC X(80).
           05 LK-RESULT          PIC X(01).
           05 LK-REQUEST-ID      PIC 9(08).

       PROCEDURE DIVISION USING LK-APPROVAL.
       START-ROUTINE.
           MOVE 'E' TO LK-RESULT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
           PERFORM LOAD-EXPIRY-HOURS THRU LOAD-EXPIRY-HOURS-EXIT.
           IF LK-FUNCTION NOT = 'X'
               PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT
               IF NOT CALLER-IS-SUPERVISOR
                   GO TO END-ROUTINE
               END-IF
           END-IF.
           OPEN I-O approval-file.
           IF WS-APPROVAL-STATUS = '35'
               OPEN OUTPUT approval-file
               CLOSE approval-file
               OPEN I-O approval-file
           END-IF.
           IF WS-APPROVAL-STATUS NOT = '00'
               GO TO END-ROUTINE
           END-IF.
           PERFORM EXPIRE-OVERDUE THRU EXPIRE-OVERDUE-EXIT.
           EVALUATE LK-FUNCTION
               WHEN 'C'
                   PERFORM CHECK-REQUEST THRU CHECK-REQUEST-EXIT
               WHEN 'D'
                   PERFORM MARK-DONE THRU MARK-DONE-EXIT
               WHEN 'A'
               WHEN 'R'
                   PERFORM DECIDE-REQUEST THRU DECIDE-REQUEST-EXIT
               WHEN 'X'
                   MOVE 'Y' TO LK-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE approval-file.

       END-ROUTINE.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      * Expiry in hours from APPROVAL-CONTROL-FILE; 24 when there is
      * no control file or no usable entry on it.
       LOAD-EXPIRY-HOURS.
           MOVE 24 TO WS-EXPIRY-HOURS.
           OPEN INPUT approval-control-file.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO LOAD-EXPIRY-HOURS-EXIT
           END-IF.
           READ approval-control-file
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-EXPIRY-HOURS IS NUMERIC
                    AND AC-EXPIRY-HOURS > ZERO
                       MOVE AC-EXPIRY-HOURS TO WS-EXPIRY-HOURS
                   END-IF
           END-READ.
           CLOSE approval-control-file.
       LOAD-EXPIRY-HOURS-EXIT.
           EXIT.

      * The caller has to be an unlocked supervisor on operator-file.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-SW.
           OPEN INPUT operator-file.
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
               GO TO CHECK-SUPERVISOR-EXIT
           END-IF.
       CHECK-SUPERVISOR-READ.
           READ operator-file
               AT END GO TO CHECK-SUPERVISOR-CLOSE
           END-READ.
           IF OPR-ID NOT = LK-REQUESTER
               GO TO CHECK-SUPERVISOR-READ
           END-IF.
           IF OPR-ROLE = 'S' AND OPR-LOCKED NOT = 'Y'
               MOVE 'Y' TO WS-SUPERVISOR-SW
           END-IF.
       CHECK-SUPERVISOR-CLOSE.
           CLOSE operator-file.
       CHECK-SUPERVISOR-EXIT.
           EXIT.

      * Pending or approved requests past their expiry time are
      * closed as expired before anything else is looked at.
       EXPIRE-OVERDUE.
           MOVE ZERO TO AP-REQUEST-ID.
           START approval-file KEY NOT < AP-REQUEST-ID
               INVALID KEY GO TO EXPIRE-OVERDUE-EXIT
           END-START.
       EXPIRE-OVERDUE-READ.
           READ approval-file NEXT RECORD
               AT END GO TO EXPIRE-OVERDUE-EXIT
           END-READ.
           IF NOT AP-PENDING AND NOT AP-APPROVED
               GO TO EXPIRE-OVERDUE-READ
           END-IF.
           IF AP-EXPIRES-AT NOT < WS-NOW-STAMP
               GO TO EXPIRE-OVERDUE-READ
           END-IF.
           SET AP-EXPIRED TO TRUE.
           REWRITE APPROVAL-RECORD
               INVALID KEY GO TO EXPIRE-OVERDUE-READ
           END-REWRITE.
           IF LK-FUNCTION = 'X'
               MOVE 'SYSTEM' TO WS-AUDIT-OPERATOR
           ELSE
               MOVE LK-REQUESTER TO WS-AUDIT-OPERATOR
           END-IF.
           MOVE 'EXPIRD' TO WS-AUDIT-ACTION.
           PERFORM WRITE-APPROVAL-AUDIT THRU WRITE-APPROVAL-AUDIT-EXIT.
           GO TO EXPIRE-OVERDUE-READ.
       EXPIRE-OVERDUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Function C: the same request already approved (A) or still
      * waiting (P), or a new pending request raised (N).  An
      * approved request counts only while the record it was raised
      * against still looks the same (old value part of the match).
      *-----------------------------------------------------------------
       CHECK-REQUEST.
           MOVE ZERO TO WS-FOUND-ID.
           MOVE SPACE TO WS-FOUND-STATUS.
           MOVE ZERO TO AP-REQUEST-ID.
           START approval-file KEY NOT < AP-REQUEST-ID
               INVALID KEY GO TO CHECK-REQUEST-FOUND
           END-START.
       CHECK-REQUEST-READ.
           READ approval-file NEXT RECORD
               AT END GO TO CHECK-REQUEST-FOUND
           END-READ.
           IF NOT AP-PENDING AND NOT AP-APPROVED
               GO TO CHECK-REQUEST-READ
           END-IF.
           IF AP-TYPE NOT = LK-TYPE
            OR AP-FILE NOT = LK-FILE
            OR AP-ACTION NOT = LK-ACTION
            OR AP-KEY NOT = LK-KEY
            OR AP-OLD-VALUE NOT = LK-OLD-VALUE
            OR AP-NEW-VALUE NOT = LK-NEW-VALUE
               GO TO CHECK-REQUEST-READ
           END-IF.
           IF AP-APPROVED OR WS-FOUND-STATUS = SPACE
               MOVE AP-REQUEST-ID TO WS-FOUND-ID
               MOVE AP-STATUS TO WS-FOUND-STATUS
           END-IF.
           GO TO CHECK-REQUEST-READ.
       CHECK-REQUEST-FOUND.
           IF WS-FOUND-STATUS NOT = SPACE
               MOVE WS-FOUND-STATUS TO LK-RESULT
               MOVE WS-FOUND-ID TO LK-REQUEST-ID
               GO TO CHECK-REQUEST-EXIT
           END-IF.
           PERFORM NEXT-REQUEST-ID THRU NEXT-REQUEST-ID-EXIT.
           IF WS-REQUEST-ID = ZERO
               GO TO CHECK-REQUEST-EXIT
           END-IF.
           MOVE SPACES TO APPROVAL-RECORD.
           MOVE WS-REQUEST-ID TO AP-REQUEST-ID.
           MOVE LK-TYPE TO AP-TYPE.
           SET AP-PENDING TO TRUE.
           MOVE LK-REQUESTER TO AP-REQUESTED-BY.
           MOVE WS-NOW-STAMP TO AP-REQUESTED-AT.
           COMPUTE WS-HOURS-OUT = WS-NOW-HOUR + WS-EXPIRY-HOURS.
           DIVIDE WS-HOURS-OUT BY 24 GIVING WS-DAYS-OUT
               REMAINDER WS-HOUR-OUT.
           COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) + WS-DAYS-OUT).
           COMPUTE AP-EXPIRES-AT = WS-EXPIRE-DATE * 1000000
               + WS-HOUR-OUT * 10000 + WS-NOW-MMSS.
           MOVE ZERO TO AP-DECIDED-AT.
           MOVE ZERO TO AP-DONE-AT.
           MOVE LK-FILE TO AP-FILE.
           MOVE LK-ACTION TO AP-ACTION.
           MOVE LK-KEY TO AP-KEY.
           MOVE LK-OLD-VALUE TO AP-OLD-VALUE.
           MOVE LK-NEW-VALUE TO AP-NEW-VALUE.
           WRITE APPROVAL-RECORD
               INVALID KEY GO TO CHECK-REQUEST-EXIT
           END-WRITE.
           MOVE LK-REQUESTER TO WS-AUDIT-OPERATOR.
           MOVE 'REQST' TO WS-AUDIT-ACTION.
           PERFORM WRITE-APPROVAL-AUDIT THRU WRITE-APPROVAL-AUDIT-EXIT.
           MOVE 'N' TO LK-RESULT.
           MOVE WS-REQUEST-ID TO LK-REQUEST-ID.
       CHECK-REQUEST-EXIT.
           EXIT.

      * Function D: the caller has applied an approved request.
       MARK-DONE.
           MOVE LK-REQUEST-ID TO AP-REQUEST-ID.
           READ approval-file
               INVALID KEY
                   MOVE 'X' TO LK-RESULT
                   GO TO MARK-DONE-EXIT
           END-READ.
           IF NOT AP-APPROVED
               MOVE 'X' TO LK-RESULT
               GO TO MARK-DONE-EXIT
           END-IF.
           SET AP-DONE TO TRUE.
           MOVE LK-REQUESTER TO AP-DONE-BY.
           MOVE WS-NOW-STAMP TO AP-DONE-AT.
           REWRITE APPROVAL-RECORD
               INVALID KEY GO TO MARK-DONE-EXIT
           END-REWRITE.
           MOVE LK-REQUESTER TO WS-AUDIT-OPERATOR.
           MOVE 'APPLID' TO WS-AUDIT-ACTION.
           PERFORM WRITE-APPROVAL-AUDIT THRU WRITE-APPROVAL-AUDIT-EXIT.
           MOVE 'Y' TO LK-RESULT.
       MARK-DONE-EXIT.
           EXIT.

      * Functions A and R: a second supervisor approves or rejects a
      * pending request; the one who raised it cannot (result S).
       DECIDE-REQUEST.
           MOVE LK-REQUEST-ID TO AP-REQUEST-ID.
           READ approval-file
               INVALID KEY
                   MOVE 'X' TO LK-RESULT
                   GO TO DECIDE-REQUEST-EXIT
           END-READ.
           IF NOT AP-PENDING
               MOVE 'X' TO LK-RESULT
               GO TO DECIDE-REQUEST-EXIT
           END-IF.
           IF AP-REQUESTED-BY = LK-REQUESTER
               MOVE 'S' TO LK-RESULT
               GO TO DECIDE-REQUEST-EXIT
           END-IF.
           IF LK-FUNCTION = 'A'
               SET AP-APPROVED TO TRUE
               MOVE 'APPRVD' TO WS-AUDIT-ACTION
           ELSE
               SET AP-REJECTED TO TRUE
               MOVE 'REJECT' TO WS-AUDIT-ACTION
           END-IF.
           MOVE LK-REQUESTER TO AP-DECIDED-BY.
           MOVE WS-NOW-STAMP TO AP-DECIDED-AT.
           REWRITE APPROVAL-RECORD
               INVALID KEY GO TO DECIDE-REQUEST-EXIT
           END-REWRITE.
           MOVE LK-REQUESTER TO WS-AUDIT-OPERATOR.
           PERFORM WRITE-APPROVAL-AUDIT THRU WRITE-APPROVAL-AUDIT-EXIT.
           MOVE 'Y' TO LK-RESULT.
       DECIDE-REQUEST-EXIT.
           EXIT.

      * The last request number issued lives in APPROVAL-NUMBER-FILE.
       NEXT-REQUEST-ID.
           MOVE ZERO TO WS-REQUEST-ID.
           OPEN INPUT approval-number-file.
           IF WS-NUMBER-STATUS = '00'
               READ approval-number-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AN-LAST-REQUEST-ID IS NUMERIC
                           MOVE AN-LAST-REQUEST-ID TO WS-REQUEST-ID
                       END-IF
               END-READ
               CLOSE approval-number-file
           END-IF.
           ADD 1 TO WS-REQUEST-ID.
           OPEN OUTPUT approval-number-file.
           IF WS-NUMBER-STATUS NOT = '00'
               MOVE ZERO TO WS-REQUEST-ID
               GO TO NEXT-REQUEST-ID-EXIT
           END-IF.
           MOVE WS-REQUEST-ID TO AN-LAST-REQUEST-ID.
           WRITE APPROVAL-NUMBER-RECORD.
           CLOSE approval-number-file.
       NEXT-REQUEST-ID-EXIT.
           EXIT.

      * One change-audit line per step of a request's life: who did
      * it, against which file, the request number, type, requester
      * and key, and the value the request would put in place.
       WRITE-APPROVAL-AUDIT.
           OPEN EXTEND change-audit-file.
           IF WS-AUDIT-STATUS = '05' OR '35'
               OPEN OUTPUT change-audit-file
           END-IF.
           MOVE SPACES TO CHANGE-AUDIT-RECORD.
           MOVE WS-NOW-DATE TO CA-DATE.
           MOVE WS-NOW-STAMP (9:6) TO CA-TIME.
           MOVE WS-AUDIT-OPERATOR TO CA-OPERATOR.
           MOVE AP-FILE TO CA-FILE.
           MOVE WS-AUDIT-ACTION TO CA-ACTION.
           STRING 'REQ ' DELIMITED BY SIZE
                  AP-REQUEST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AP-TYPE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  AP-REQUESTED-BY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AP-KEY DELIMITED BY SIZE
                  INTO CA-OLD-VALUE
           END-STRING.
           MOVE AP-NEW-VALUE TO CA-NEW-VALUE.
           WRITE CHANGE-AUDIT-RECORD.
           CLOSE change-audit-file.
       WRITE-APPROVAL-AUDIT-EXIT.
           EXIT.
       END PROGRAM APPROVAL-CHECK.
