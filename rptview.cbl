      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: LIST AND PAGE THROUGH FILED BATCH REPORTS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; launched from MyFirstCOBOL's
      *                   routing menu (operators and supervisors,
      *                   trainees refused).  Lists the reports REPORT-
      *                   FILE keeps on REPORT-INDEX-FILE, newest
      *                   first, for one run date and/or one program,
      *                   and pages through the chosen one from
      *                   REPORT-LINE-FILE, 18 lines a screen, with a
      *                   shift to see columns 51-130 of the wider
      *                   reports.  Reports filed as supervisor-only
      *                   (the balancing report and postage statement
      *                   by default) are neither listed nor shown to
      *                   operators.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-VIEWER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT operator-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT operator-prefs-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREF-OPERATOR-ID
           FILE STATUS IS WS-PREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  operator-prefs-file.
       01  OPERATOR-PREFS-RECORD.
           05 PREF-OPERATOR-ID       PIC X(08).
           05 PREF-LANGUAGE          PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-INDEX-STATUS        PIC X(02).
       77 WS-LINE-STATUS         PIC X(02).
       77 WS-OPERATOR-FILE-STATUS PIC X(02).
       77 WS-PREF-STATUS         PIC X(02).
       77 WS-LANGUAGE            PIC X(01) VALUE 'F'.
           88 LANG-IS-FRENCH            VALUE 'F'.
           88 LANG-IS-ENGLISH           VALUE 'E'.

       01 WS-MESSAGES.
           05 WS-MSG-IDENTIFIANT    PIC X(15).
           05 WS-MSG-PASSWORD       PIC X(15).
           05 WS-MSG-REFUSE         PIC X(40).
           05 WS-MSG-NO-REPOSITORY  PIC X(40).
           05 WS-MSG-FILTER-DATE    PIC X(36).
           05 WS-MSG-FILTER-PROGRAM PIC X(36).
           05 WS-MSG-FILTER-ACTION  PIC X(36).
           05 WS-MSG-NONE-FOUND     PIC X(40).
           05 WS-MSG-LIST-HEAD.
               10 WS-MSG-LIST-HEAD-1 PIC X(40).
               10 WS-MSG-LIST-HEAD-2 PIC X(30).
           05 WS-MSG-LIST-ACTION    PIC X(50).
           05 WS-MSG-BAD-CHOICE     PIC X(40).
           05 WS-MSG-GONE           PIC X(40).
           05 WS-MSG-VIEW-ACTION    PIC X(50).
           05 WS-MSG-PAGE           PIC X(08).
           05 WS-MSG-OF             PIC X(04).

       77 operator-id       PIC X(08) VALUE SPACES.
       77 WS-PASSWORD-IN    PIC X(08) VALUE SPACES.
       77 WS-LOGON-OK-SW    PIC X(01) VALUE 'N'.
           88 LOGON-OK             VALUE 'Y'.
       77 WS-LOGON-TRIES    PIC 9(01) VALUE ZERO.
       77 WS-SESSION-ROLE   PIC X(01) VALUE 'O'.
           88 ROLE-IS-SUPERVISOR   VALUE 'S'.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-OPERATOR-IDX.
              10 WS-OPERATOR-ID       PIC X(08).
              10 WS-OPERATOR-PASSWORD PIC X(08).
              10 WS-OPERATOR-ROLE     PIC X(01).
              10 WS-OPERATOR-LOCKED   PIC X(01).
       77 WS-OPERATOR-COUNT PIC 9(04) VALUE ZERO.

       77 WS-FILTER-DATE    PIC 9(08) VALUE ZERO.
       77 WS-FILTER-PROGRAM PIC X(18) VALUE SPACES.
       77 WS-ACTION         PIC X(01) VALUE SPACE.
       77 WS-LIST-CHOICE    PIC X(02) VALUE SPACES.
       77 WS-LIST-NUMBER    PIC 9(02) VALUE ZERO.

      * the reports that pass the filter, kept as a ring of the last
      * 500 so the newest are always there; match number m sits in
      * slot ((m - 1) mod 500) + 1.
       01 WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 500 TIMES.
              10 WS-M-REPORT-ID   PIC 9(08).
              10 WS-M-PROGRAM     PIC X(18).
              10 WS-M-RUN-DATE    PIC 9(08).
              10 WS-M-RUN-TIME    PIC 9(06).
              10 WS-M-CAMPAIGN    PIC X(08).
              10 WS-M-OPERATOR    PIC X(08).
              10 WS-M-LINE-COUNT  PIC 9(06).
       77 WS-MATCH-COUNT    PIC 9(07) COMP VALUE ZERO.
       77 WS-MATCH-KEPT     PIC 9(04) COMP VALUE ZERO.
       77 WS-MATCH-NUMBER   PIC 9(07) COMP VALUE ZERO.
       77 WS-MATCH-QUOT     PIC 9(07) COMP VALUE ZERO.
       77 WS-SLOT           PIC 9(04) COMP VALUE ZERO.

      * one list page: entry k is the k-th newest match
       77 WS-LIST-TOP       PIC 9(04) COMP VALUE 1.
       77 WS-LIST-ROW       PIC 9(02) COMP VALUE ZERO.
       77 WS-LIST-K         PIC 9(04) COMP VALUE ZERO.
       01 WS-LIST-LINES.
           05 WS-LIST-LINE OCCURS 12 TIMES PIC X(70).
       01 WS-LIST-DETAIL.
           05 LD-NUMBER         PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LD-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-RUN-TIME       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LD-PROGRAM        PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-OPERATOR       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LD-LINE-COUNT     PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE SPACES.

      * the report being shown
       77 WS-VIEW-ID        PIC 9(08) VALUE ZERO.
       77 WS-VIEW-TOP       PIC 9(06) VALUE 1.
       77 WS-VIEW-SHIFT     PIC 9(03) VALUE 1.
       77 WS-VIEW-ROW       PIC 9(02) COMP VALUE ZERO.
       77 WS-VIEW-LAST-TOP  PIC 9(06) VALUE 1.
       01 WS-VIEW-LINES.
           05 WS-VIEW-LINE OCCURS 18 TIMES PIC X(79).
       01 WS-VIEW-HEAD.
           05 VH-PROGRAM        PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 VH-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 VH-RUN-TIME       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 VH-CAMPAIGN       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 VH-PAGE-LABEL     PIC X(08).
           05 VH-PAGE           PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 VH-OF-LABEL       PIC X(04).
           05 VH-PAGES          PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 VH-COLUMNS        PIC X(09).
       77 WS-VIEW-PAGE      PIC 9(04) VALUE ZERO.
       77 WS-VIEW-PAGES     PIC 9(04) VALUE ZERO.

       SCREEN SECTION.
           01 pls-language.
               02 BLANK SCREEN.
               02 LINE 3 COL 10 VALUE 'Langue / Language (F/E) : '.
               02 PIC X(01) TO WS-LANGUAGE REQUIRED.

           01 pls-logon.
               02 BLANK SCREEN.
               02 LINE 3 COL 10 PIC X(15) FROM WS-MSG-IDENTIFIANT.
               02 PIC X(08) TO operator-id REQUIRED.
               02 LINE 5 COL 10 PIC X(15) FROM WS-MSG-PASSWORD.
               02 PIC X(08) TO WS-PASSWORD-IN SECURE REQUIRED.

           01 pla-refuse.
               02 LINE 7 COL 10 PIC X(40) FROM WS-MSG-REFUSE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pls-filter.
               02 BLANK SCREEN.
               02 LINE 3 COL 5 PIC X(36) FROM WS-MSG-FILTER-DATE.
               02 COL 42 PIC 9(08) USING WS-FILTER-DATE.
               02 LINE 4 COL 5 PIC X(36) FROM WS-MSG-FILTER-PROGRAM.
               02 COL 42 PIC X(18) USING WS-FILTER-PROGRAM.
               02 LINE 6 COL 5 PIC X(36) FROM WS-MSG-FILTER-ACTION.
               02 COL 42 PIC X(01) USING WS-ACTION.

           01 pla-none-found.
               02 LINE 8 COL 5 PIC X(40) FROM WS-MSG-NONE-FOUND
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-list.
               02 BLANK SCREEN.
               02 LINE 2 COL 3 PIC X(70) FROM WS-MSG-LIST-HEAD.
               02 LINE 4 COL 3 PIC X(70) FROM WS-LIST-LINE (1).
               02 LINE 5 COL 3 PIC X(70) FROM WS-LIST-LINE (2).
               02 LINE 6 COL 3 PIC X(70) FROM WS-LIST-LINE (3).
               02 LINE 7 COL 3 PIC X(70) FROM WS-LIST-LINE (4).
               02 LINE 8 COL 3 PIC X(70) FROM WS-LIST-LINE (5).
               02 LINE 9 COL 3 PIC X(70) FROM WS-LIST-LINE (6).
               02 LINE 10 COL 3 PIC X(70) FROM WS-LIST-LINE (7).
               02 LINE 11 COL 3 PIC X(70) FROM WS-LIST-LINE (8).
               02 LINE 12 COL 3 PIC X(70) FROM WS-LIST-LINE (9).
               02 LINE 13 COL 3 PIC X(70) FROM WS-LIST-LINE (10).
               02 LINE 14 COL 3 PIC X(70) FROM WS-LIST-LINE (11).
               02 LINE 15 COL 3 PIC X(70) FROM WS-LIST-LINE (12).

           01 pls-list-action.
               02 LINE 18 COL 3 PIC X(50) FROM WS-MSG-LIST-ACTION.
               02 COL 54 PIC X(02) USING WS-LIST-CHOICE.

           01 pla-bad-choice.
               02 LINE 20 COL 3 PIC X(40) FROM WS-MSG-BAD-CHOICE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-gone.
               02 LINE 20 COL 3 PIC X(40) FROM WS-MSG-GONE
               FOREGROUND-COLOR 4
               BACKGROUND-COLOR 15.

           01 pla-view.
               02 BLANK SCREEN.
               02 LINE 1 COL 1 PIC X(79) FROM WS-VIEW-HEAD
               FOREGROUND-COLOR 2.
               02 LINE 3 COL 1 PIC X(79) FROM WS-VIEW-LINE (1).
               02 LINE 4 COL 1 PIC X(79) FROM WS-VIEW-LINE (2).
               02 LINE 5 COL 1 PIC X(79) FROM WS-VIEW-LINE (3).
               02 LINE 6 COL 1 PIC X(79) FROM WS-VIEW-LINE (4).
               02 LINE 7 COL 1 PIC X(79) FROM WS-VIEW-LINE (5).
               02 LINE 8 COL 1 PIC X(79) FROM WS-VIEW-LINE (6).
               02 LINE 9 COL 1 PIC X(79) FROM WS-VIEW-LINE (7).
               02 LINE 10 COL 1 PIC X(79) FROM WS-VIEW-LINE (8).
               02 LINE 11 COL 1 PIC X(79) FROM WS-VIEW-LINE (9).
               02 LINE 12 COL 1 PIC X(79) FROM WS-VIEW-LINE (10).
               02 LINE 13 COL 1 PIC X(79) FROM WS-VIEW-LINE (11).
               02 LINE 14 COL 1 PIC X(79) FROM WS-VIEW-LINE (12).
               02 LINE 15 COL 1 PIC X(79) FROM WS-VIEW-LINE (13).
               02 LINE 16 COL 1 PIC X(79) FROM WS-VIEW-LINE (14).
               02 LINE 17 COL 1 PIC X(79) FROM WS-VIEW-LINE (15).
               02 LINE 18 COL 1 PIC X(79) FROM WS-VIEW-LINE (16).
               02 LINE 19 COL 1 PIC X(79) FROM WS-VIEW-LINE (17).
               02 LINE 20 COL 1 PIC X(79) FROM WS-VIEW-LINE (18).

           01 pls-view-action.
               02 LINE 22 COL 1 PIC X(50) FROM WS-MSG-VIEW-ACTION.
               02 COL 52 PIC X(01) USING WS-ACTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATOR-TABLE THRU LOAD-OPERATOR-TABLE-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT
           PERFORM OPERATOR-LOGON THRU OPERATOR-LOGON-EXIT
           IF NOT LOGON-OK
               GOBACK
           END-IF
           PERFORM LOAD-LANGUAGE-PREF THRU LOAD-LANGUAGE-PREF-EXIT
           PERFORM LOAD-MESSAGES THRU LOAD-MESSAGES-EXIT

           OPEN INPUT report-index-file
           OPEN INPUT report-line-file
           IF WS-INDEX-STATUS NOT = '00' OR WS-LINE-STATUS NOT = '00'
               DISPLAY pls-filter
               DISPLAY pla-none-found
               DISPLAY 'REPORT-VIEWER: ' WS-MSG-NO-REPOSITORY
               CLOSE report-index-file
               CLOSE report-line-file
               GOBACK
           END-IF

           PERFORM FILTER-LOOP THRU FILTER-LOOP-EXIT

           CLOSE report-index-file
           CLOSE report-line-file
           GOBACK.

      *-----------------------------------------------------------------
      * Take a run date and/or program, list what matches; Q ends the
      * session.
      *-----------------------------------------------------------------
       FILTER-LOOP.
           MOVE SPACE TO WS-ACTION.
           DISPLAY pls-filter.
           ACCEPT pls-filter.
           IF WS-ACTION = 'Q' OR WS-ACTION = 'q'
               GO TO FILTER-LOOP-EXIT
           END-IF.
           PERFORM LOAD-MATCHES THRU LOAD-MATCHES-EXIT.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY pls-filter
               DISPLAY pla-none-found
               GO TO FILTER-LOOP
           END-IF.
           MOVE 1 TO WS-LIST-TOP.
           PERFORM LIST-LOOP THRU LIST-LOOP-EXIT.
           GO TO FILTER-LOOP.
       FILTER-LOOP-EXIT.
           EXIT.

      * Every index entry passing the filter, supervisor-only reports
      * left out for operators.
       LOAD-MATCHES.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-MATCH-KEPT.
           MOVE LOW-VALUES TO RI-REPORT-ID.
           START report-index-file KEY NOT < RI-REPORT-ID
               INVALID KEY GO TO LOAD-MATCHES-EXIT
           END-START.
       LOAD-MATCHES-READ.
           READ report-index-file NEXT RECORD
               AT END GO TO LOAD-MATCHES-EXIT
           END-READ.
           IF RI-ACCESS = 'S' AND NOT ROLE-IS-SUPERVISOR
               GO TO LOAD-MATCHES-READ
           END-IF.
           IF WS-FILTER-DATE NOT = ZERO
            AND RI-RUN-DATE NOT = WS-FILTER-DATE
               GO TO LOAD-MATCHES-READ
           END-IF.
           IF WS-FILTER-PROGRAM NOT = SPACES
            AND RI-PROGRAM NOT = WS-FILTER-PROGRAM
               GO TO LOAD-MATCHES-READ
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           IF WS-MATCH-KEPT < 500
               ADD 1 TO WS-MATCH-KEPT
           END-IF.
           MOVE WS-MATCH-COUNT TO WS-MATCH-NUMBER.
           PERFORM MATCH-SLOT THRU MATCH-SLOT-EXIT.
           MOVE RI-REPORT-ID TO WS-M-REPORT-ID (WS-SLOT).
           MOVE RI-PROGRAM TO WS-M-PROGRAM (WS-SLOT).
           MOVE RI-RUN-DATE TO WS-M-RUN-DATE (WS-SLOT).
           MOVE RI-RUN-TIME TO WS-M-RUN-TIME (WS-SLOT).
           MOVE RI-CAMPAIGN TO WS-M-CAMPAIGN (WS-SLOT).
           MOVE RI-OPERATOR TO WS-M-OPERATOR (WS-SLOT).
           MOVE RI-LINE-COUNT TO WS-M-LINE-COUNT (WS-SLOT).
           GO TO LOAD-MATCHES-READ.
       LOAD-MATCHES-EXIT.
           EXIT.

       MATCH-SLOT.
           SUBTRACT 1 FROM WS-MATCH-NUMBER.
           DIVIDE WS-MATCH-NUMBER BY 500 GIVING WS-MATCH-QUOT
               REMAINDER WS-SLOT.
           ADD 1 TO WS-SLOT.
       MATCH-SLOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Twelve reports a page, newest first.  A line number shows
      * that report; N and P page the list, Q goes back to the
      * filter.
      *-----------------------------------------------------------------
       LIST-LOOP.
           PERFORM BUILD-LIST-PAGE THRU BUILD-LIST-PAGE-EXIT.
           DISPLAY pla-list.
       LIST-LOOP-ASK.
           MOVE SPACES TO WS-LIST-CHOICE.
           DISPLAY pls-list-action.
           ACCEPT pls-list-action.
           EVALUATE WS-LIST-CHOICE
               WHEN 'Q '
               WHEN 'q '
                   GO TO LIST-LOOP-EXIT
               WHEN 'N '
               WHEN 'n '
                   IF WS-LIST-TOP + 12 NOT > WS-MATCH-KEPT
                       ADD 12 TO WS-LIST-TOP
                   END-IF
                   GO TO LIST-LOOP
               WHEN 'P '
               WHEN 'p '
                   IF WS-LIST-TOP > 12
                       SUBTRACT 12 FROM WS-LIST-TOP
                   END-IF
                   GO TO LIST-LOOP
           END-EVALUATE.
           IF WS-LIST-CHOICE (2:1) = SPACE
               MOVE WS-LIST-CHOICE (1:1) TO WS-LIST-CHOICE (2:1)
               MOVE '0' TO WS-LIST-CHOICE (1:1)
           END-IF.
           IF WS-LIST-CHOICE IS NOT NUMERIC
               DISPLAY pla-bad-choice
               GO TO LIST-LOOP-ASK
           END-IF.
           MOVE WS-LIST-CHOICE TO WS-LIST-NUMBER.
           IF WS-LIST-NUMBER < 1 OR WS-LIST-NUMBER > 12
            OR WS-LIST-LINE (WS-LIST-NUMBER) = SPACES
               DISPLAY pla-bad-choice
               GO TO LIST-LOOP-ASK
           END-IF.
           COMPUTE WS-LIST-K = WS-LIST-TOP + WS-LIST-NUMBER - 1.
           COMPUTE WS-MATCH-NUMBER = WS-MATCH-COUNT - WS-LIST-K + 1.
           PERFORM MATCH-SLOT THRU MATCH-SLOT-EXIT.
           PERFORM VIEW-REPORT THRU VIEW-REPORT-EXIT.
           GO TO LIST-LOOP.
       LIST-LOOP-EXIT.
           EXIT.

       BUILD-LIST-PAGE.
           MOVE SPACES TO WS-LIST-LINES.
           MOVE ZERO TO WS-LIST-ROW.
       BUILD-LIST-PAGE-ROW.
           ADD 1 TO WS-LIST-ROW.
           IF WS-LIST-ROW > 12
               GO TO BUILD-LIST-PAGE-EXIT
           END-IF.
           COMPUTE WS-LIST-K = WS-LIST-TOP + WS-LIST-ROW - 1.
           IF WS-LIST-K > WS-MATCH-KEPT
               GO TO BUILD-LIST-PAGE-EXIT
           END-IF.
           COMPUTE WS-MATCH-NUMBER = WS-MATCH-COUNT - WS-LIST-K + 1.
           PERFORM MATCH-SLOT THRU MATCH-SLOT-EXIT.
           MOVE WS-LIST-ROW TO LD-NUMBER.
           MOVE WS-M-RUN-DATE (WS-SLOT) TO LD-RUN-DATE.
           MOVE WS-M-RUN-TIME (WS-SLOT) TO LD-RUN-TIME.
           MOVE WS-M-PROGRAM (WS-SLOT) TO LD-PROGRAM.
           MOVE WS-M-CAMPAIGN (WS-SLOT) TO LD-CAMPAIGN.
           MOVE WS-M-OPERATOR (WS-SLOT) TO LD-OPERATOR.
           MOVE WS-M-LINE-COUNT (WS-SLOT) TO LD-LINE-COUNT.
           MOVE WS-LIST-DETAIL TO WS-LIST-LINE (WS-LIST-ROW).
           GO TO BUILD-LIST-PAGE-ROW.
       BUILD-LIST-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Page through the report in slot WS-SLOT: F forward, B back,
      * R shows columns 51-130, L columns 1-79, Q back to the list.
      *-----------------------------------------------------------------
       VIEW-REPORT.
           MOVE WS-M-REPORT-ID (WS-SLOT) TO RI-REPORT-ID.
           READ report-index-file
               INVALID KEY
                   DISPLAY pla-gone
                   GO TO VIEW-REPORT-EXIT
           END-READ.
           MOVE RI-REPORT-ID TO WS-VIEW-ID.
           MOVE 1 TO WS-VIEW-TOP.
           MOVE 1 TO WS-VIEW-SHIFT.
           MOVE RI-PROGRAM TO VH-PROGRAM.
           MOVE RI-RUN-DATE TO VH-RUN-DATE.
           MOVE RI-RUN-TIME TO VH-RUN-TIME.
           MOVE RI-CAMPAIGN TO VH-CAMPAIGN.
           MOVE WS-MSG-PAGE TO VH-PAGE-LABEL.
           MOVE WS-MSG-OF TO VH-OF-LABEL.
           COMPUTE WS-VIEW-PAGES = (RI-LINE-COUNT + 17) / 18.
           IF WS-VIEW-PAGES = ZERO
               MOVE 1 TO WS-VIEW-PAGES
           END-IF.
           COMPUTE WS-VIEW-LAST-TOP = (WS-VIEW-PAGES - 1) * 18 + 1.
       VIEW-REPORT-PAGE.
           PERFORM LOAD-VIEW-PAGE THRU LOAD-VIEW-PAGE-EXIT.
           COMPUTE WS-VIEW-PAGE = (WS-VIEW-TOP + 17) / 18.
           MOVE WS-VIEW-PAGE TO VH-PAGE.
           MOVE WS-VIEW-PAGES TO VH-PAGES.
           IF WS-VIEW-SHIFT = 1
               MOVE 'COL 1-79' TO VH-COLUMNS
           ELSE
               MOVE 'COL 51+' TO VH-COLUMNS
           END-IF.
           DISPLAY pla-view.
           MOVE SPACE TO WS-ACTION.
           DISPLAY pls-view-action.
           ACCEPT pls-view-action.
           EVALUATE WS-ACTION
               WHEN 'Q'
               WHEN 'q'
                   GO TO VIEW-REPORT-EXIT
               WHEN 'B'
               WHEN 'b'
                   IF WS-VIEW-TOP > 18
                       SUBTRACT 18 FROM WS-VIEW-TOP
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 51 TO WS-VIEW-SHIFT
               WHEN 'L'
               WHEN 'l'
                   MOVE 1 TO WS-VIEW-SHIFT
               WHEN OTHER
                   IF WS-VIEW-TOP < WS-VIEW-LAST-TOP
                       ADD 18 TO WS-VIEW-TOP
                   END-IF
           END-EVALUATE.
           GO TO VIEW-REPORT-PAGE.
       VIEW-REPORT-EXIT.
           EXIT.

       LOAD-VIEW-PAGE.
           MOVE SPACES TO WS-VIEW-LINES.
           MOVE ZERO TO WS-VIEW-ROW.
           MOVE WS-VIEW-ID TO RL-REPORT-ID.
           MOVE WS-VIEW-TOP TO RL-LINE-NUMBER.
           START report-line-file KEY NOT < RL-KEY
               INVALID KEY GO TO LOAD-VIEW-PAGE-EXIT
           END-START.
       LOAD-VIEW-PAGE-READ.
           IF WS-VIEW-ROW NOT < 18
               GO TO LOAD-VIEW-PAGE-EXIT
           END-IF.
           READ report-line-file NEXT RECORD
               AT END GO TO LOAD-VIEW-PAGE-EXIT
           END-READ.
           IF RL-REPORT-ID NOT = WS-VIEW-ID
               GO TO LOAD-VIEW-PAGE-EXIT
           END-IF.
           ADD 1 TO WS-VIEW-ROW.
           MOVE RL-TEXT (WS-VIEW-SHIFT:79)
               TO WS-VIEW-LINE (WS-VIEW-ROW).
           GO TO LOAD-VIEW-PAGE-READ.
       LOAD-VIEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Operators and supervisors only; trainees are refused.  Three
      * tries then out.
      *-----------------------------------------------------------------
       OPERATOR-LOGON.
           IF WS-LOGON-TRIES NOT < 3
               GO TO OPERATOR-LOGON-EXIT
           END-IF.
           ADD 1 TO WS-LOGON-TRIES.
           DISPLAY pls-logon.
           ACCEPT pls-logon.
           SET WS-OPERATOR-IDX TO 1.
           SEARCH WS-OPERATOR-ENTRY
               AT END
                   DISPLAY pla-refuse
                   GO TO OPERATOR-LOGON
               WHEN WS-OPERATOR-ID (WS-OPERATOR-IDX) = operator-id
                   IF WS-OPERATOR-LOCKED (WS-OPERATOR-IDX) NOT = 'Y'
                    AND WS-OPERATOR-PASSWORD (WS-OPERATOR-IDX)
                        = WS-PASSWORD-IN
                    AND WS-OPERATOR-ROLE (WS-OPERATOR-IDX) NOT = 'T'
                       MOVE 'Y' TO WS-LOGON-OK-SW
                       MOVE WS-OPERATOR-ROLE (WS-OPERATOR-IDX)
                           TO WS-SESSION-ROLE
                   ELSE
                       DISPLAY pla-refuse
                       GO TO OPERATOR-LOGON
                   END-IF
           END-SEARCH.
       OPERATOR-LOGON-EXIT.
           EXIT.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT operator-file
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
               GO TO LOAD-OPERATOR-TABLE-EXIT
           END-IF
           READ operator-file
               AT END GO TO LOAD-OPERATOR-TABLE-CLOSE
           END-READ.
       LOAD-OPERATOR-TABLE-READ.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE OPR-ID TO WS-OPERATOR-ID (WS-OPERATOR-COUNT)
           MOVE OPR-PASSWORD
               TO WS-OPERATOR-PASSWORD (WS-OPERATOR-COUNT)
           MOVE OPR-ROLE TO WS-OPERATOR-ROLE (WS-OPERATOR-COUNT)
           MOVE OPR-LOCKED TO WS-OPERATOR-LOCKED (WS-OPERATOR-COUNT)
           READ operator-file
               AT END GO TO LOAD-OPERATOR-TABLE-CLOSE
           END-READ
           GO TO LOAD-OPERATOR-TABLE-READ.
       LOAD-OPERATOR-TABLE-CLOSE.
           CLOSE operator-file.
       LOAD-OPERATOR-TABLE-EXIT.
           EXIT.

       LOAD-LANGUAGE-PREF.
           MOVE 'F' TO WS-LANGUAGE
           OPEN I-O operator-prefs-file
           IF WS-PREF-STATUS = '35'
               OPEN OUTPUT operator-prefs-file
               CLOSE operator-prefs-file
               OPEN I-O operator-prefs-file
           END-IF
           MOVE operator-id TO PREF-OPERATOR-ID
           READ operator-prefs-file
               INVALID KEY
                   DISPLAY pls-language
                   ACCEPT pls-language
                   IF WS-LANGUAGE NOT = 'E'
                       MOVE 'F' TO WS-LANGUAGE
                   END-IF
                   MOVE operator-id TO PREF-OPERATOR-ID
                   MOVE WS-LANGUAGE TO PREF-LANGUAGE
                   WRITE OPERATOR-PREFS-RECORD
           END-READ
           IF WS-PREF-STATUS = '00'
               MOVE PREF-LANGUAGE TO WS-LANGUAGE
           END-IF
           CLOSE operator-prefs-file.
       LOAD-LANGUAGE-PREF-EXIT.
           EXIT.

       LOAD-MESSAGES.
           IF LANG-IS-ENGLISH
               MOVE 'Operator ID : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Password : ' TO WS-MSG-PASSWORD
               MOVE 'Refused: operators and supervisors.'
                   TO WS-MSG-REFUSE
               MOVE 'NO REPORTS HAVE BEEN FILED YET'
                   TO WS-MSG-NO-REPOSITORY
               MOVE 'Run date (YYYYMMDD, 0 = all) : '
                   TO WS-MSG-FILTER-DATE
               MOVE 'Program (blank = all) : '
                   TO WS-MSG-FILTER-PROGRAM
               MOVE 'Enter = list, Q = quit : '
                   TO WS-MSG-FILTER-ACTION
               MOVE 'No filed report matches.' TO WS-MSG-NONE-FOUND
               MOVE 'No  Date     Time    Program'
                   TO WS-MSG-LIST-HEAD-1
               MOVE 'Campaign Operator  Lines' TO WS-MSG-LIST-HEAD-2
               MOVE 'No. to view, N next, P previous, Q back : '
                   TO WS-MSG-LIST-ACTION
               MOVE 'Not a line number on this page.'
                   TO WS-MSG-BAD-CHOICE
               MOVE 'That report has expired.' TO WS-MSG-GONE
               MOVE 'F forward, B back, R/L shift, Q list : '
                   TO WS-MSG-VIEW-ACTION
               MOVE ' Page ' TO WS-MSG-PAGE
               MOVE 'of ' TO WS-MSG-OF
           ELSE
               MOVE 'Identifiant : ' TO WS-MSG-IDENTIFIANT
               MOVE 'Mot de passe : ' TO WS-MSG-PASSWORD
               MOVE 'Refuse: operateurs et superviseurs.'
                   TO WS-MSG-REFUSE
               MOVE 'AUCUN RAPPORT ARCHIVE POUR L INSTANT'
                   TO WS-MSG-NO-REPOSITORY
               MOVE 'Date (AAAAMMJJ, 0 = toutes) : '
                   TO WS-MSG-FILTER-DATE
               MOVE 'Programme (vide = tous) : '
                   TO WS-MSG-FILTER-PROGRAM
               MOVE 'Entree = liste, Q = fin : '
                   TO WS-MSG-FILTER-ACTION
               MOVE 'Aucun rapport ne correspond.'
                   TO WS-MSG-NONE-FOUND
               MOVE 'No  Date     Heure   Programme'
                   TO WS-MSG-LIST-HEAD-1
               MOVE 'Campagne Operat.  Lignes' TO WS-MSG-LIST-HEAD-2
               MOVE 'No. a voir, N suivant, P precedent, Q retour : '
                   TO WS-MSG-LIST-ACTION
               MOVE 'Pas un numero de cette page.'
                   TO WS-MSG-BAD-CHOICE
               MOVE 'Ce rapport a expire.' TO WS-MSG-GONE
               MOVE 'F suite, B retour, R/L decaler, Q liste : '
                   TO WS-MSG-VIEW-ACTION
               MOVE ' Page ' TO WS-MSG-PAGE
               MOVE 'de ' TO WS-MSG-OF
           END-IF.
       LOAD-MESSAGES-EXIT.
           EXIT.
       END PROGRAM REPORT-VIEWER.
