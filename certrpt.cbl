      *                   wins column now counts the ten-key drill's
      *                   passed sets (outcome A) alongside the
      *                   plus-or-minus wins (N and L).
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - TRAINING-LOG-RECORD follows the drills'
      *                   layout, which now ends with the drill code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-REPORT.
           05 TLOG-OUTCOME       PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-LEVEL         PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-DRILL         PIC X(01).

       FD  certification-file.
       01  CERTIFICATION-RECORD.
       01  REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILING.
           05 RF-REPORT-NAME    PIC X(30) VALUE 'cert-report'.
           05 RF-PROGRAM        PIC X(18) VALUE 'CERT-REPORT'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01 WS-FILING-RC           PIC S9(04) VALUE ZERO.
       01 WS-TLOG-STATUS       PIC X(02).
       01 WS-CERT-STATUS       PIC X(02).
       01 WS-STALLED-DAYS      PIC 9(03) VALUE 30.
               CLOSE certification-file
           END-IF.
           CLOSE cert-report.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'CERT-REPORT: ' WS-TR-COUNT
               ' TRAINEE(S) REPORTED'.
           GOBACK.
           MOVE WS-TR-LAST-DATE(WS-TR-IDX) TO DET-DATE.
       JUDGE-PROGRESS-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'CERT-REPORT WARNING: REPORT-FILE NOT '
                       'AVAILABLE - REPORT NOT FILED'
           END-CALL.
           MOVE WS-FILING-RC TO RETURN-CODE.
       FILE-REPORT-EXIT.
           EXIT.
       END PROGRAM CERT-REPORT.
