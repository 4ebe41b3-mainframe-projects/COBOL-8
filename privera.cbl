      ******************************************************************
      * Author: Queen of Cobol
      * Date: October 15, 2026
      * Purpose: ERASE A PERSON FROM EVERY CUSTOMER FILE ON REQUEST
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026/10/15 QC - initial version; run on demand for Legal.
      *                   Reads ERASURE-REQUEST-FILE (request ID, name
      *                   and street; the street is standardized the
      *                   way READ-CSV standardizes it) and traces each
      *                   person to every address held for them: the
      *                   old addresses MOVE-LINKAGE-FILE forwarded to
      *                   the one given, and every master or archive
      *                   record carrying the same customer number.
      *                   ADDRESS-MASTER-FILE, ADDRESS-ARCHIVE-FILE,
      *                   MOVE-LINKAGE-FILE and UNDELIVERABLE-
      *                   SUPPRESS-FILE entries are deleted.  MAIL-
      *                   HISTORY-FILE, HOLDOUT-HISTORY-FILE, NIXIE-
      *                   HISTORY-FILE and MOVE-HISTORY-FILE entries
      *                   are anonymized - name and street replaced,
      *                   customer number cleared - so campaign and
      *                   postal counts still add up.  The DO-NOT-
      *                   MAIL-MASTER-FILE entry is the one thing kept
      *                   (added, or reopened if withdrawn, and
      *                   audited as OPTOUT-LOAD audits) so the person
      *                   is never mailed again.  ERASURE-CERTIFICATE
      *                   gives Legal one certificate per request:
      *                   every file, what was done and how many
      *                   records.  The certificate carries the
      *                   request ID only, never the name.
      *   2026/10/15 QC - the report is filed in the report
      *                   repository through REPORT-FILE once it
      *                   is closed, for the report viewer.
      *   2026/10/15 QC - the person is also taken out of MERGE-
      *                   JOURNAL-FILE (images anonymized and marked
      *                   E, which MERGE-BACKOUT and CHANGE-FEED pass
      *                   over, so a backout cannot put them back),
      *                   CONTACT-LOG-FILE (deleted), RESPONSE-
      *                   HISTORY-FILE (anonymized), every wave-pool.
      *                   <campaign> file (deleted, the pool size on
      *                   WAVE-CONTROL-FILE brought down to match) and
      *                   every snapshot copy FILE-SNAPSHOT still
      *                   keeps (master, archive and undeliverable
      *                   copies deleted from, mail history copies
      *                   anonymized, the control record counts
      *                   brought down) so FILE-RESTORE cannot bring
      *                   the person back.  Each is its own line on
      *                   the certificate.  A do-not-mail entry that
      *                   cannot be opened or written leaves the
      *                   request incomplete instead of certifying it
      *                   added or reopened.
      *   2026/10/15 QC - the hold-outs WAVE-CUT keeps beside each pool
      *                   (wave-holdout.<campaign>) are searched with
      *                   the pools and the person deleted from them,
      *                   on the certificate's wave-pool line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-ERASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT erasure-request-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT address-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           ALTERNATE RECORD KEY IS AM-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT address-archive-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT mail-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           ALTERNATE RECORD KEY IS MH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-MHIST-STATUS.

           SELECT nixie-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NIXIE-STATUS.

           SELECT move-linkage-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ML-OLD-KEY
           FILE STATUS IS WS-LINKAGE-STATUS.

           SELECT move-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MOVE-HIST-STATUS.

           SELECT undeliverable-suppress-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UDS-KEY
           FILE STATUS IS WS-UDS-STATUS.

           SELECT holdout-history-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-KEY
           ALTERNATE RECORD KEY IS HH-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-HOLD-HIST-STATUS.

           SELECT do-not-mail-master-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNM-KEY
           FILE STATUS IS WS-DNM-STATUS.

           SELECT merge-journal-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT contact-log-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-KEY
           ALTERNATE RECORD KEY IS CL-CUSTOMER-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT response-history-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSP-HISTORY-STATUS.

           SELECT wave-control-file
           ASSIGN TO DISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-KEY
           FILE STATUS IS WS-WAVE-STATUS.

           SELECT wave-pool-file
           ASSIGN TO DYNAMIC WS-POOL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POOL-STATUS.

           SELECT wave-holdout-file
           ASSIGN TO DYNAMIC WS-WAVE-HOLDOUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WAVE-HOLDOUT-STATUS.

           SELECT snapshot-control-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-CONTROL-STATUS.

           SELECT snapshot-copy-file
           ASSIGN TO DYNAMIC WS-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT abbrev-table-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ABBREV-FILE-STATUS.

           SELECT optout-audit-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT erase-work-file
           ASSIGN TO DISC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT erasure-certificate
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
       FD  erasure-request-file.
       01  ERASURE-REQUEST-RECORD.
           05 ER-REQUEST-ID     PIC X(10).
           05 FILLER            PIC X(02).
           05 ER-LAST-NAME      PIC X(15).
           05 ER-FIRST-NAME     PIC X(10).
           05 ER-STREET         PIC X(30).

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

       FD  nixie-history-file.
       01  NIXIE-HISTORY-RECORD.
           05 NH-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 NH-LAST-NAME      PIC X(15).
           05 NH-FIRST-NAME     PIC X(10).
           05 NH-STREET         PIC X(25).
           05 NH-REASON-CODE    PIC X(02).
           05 FILLER            PIC X(02).
           05 NH-MATCHED        PIC X(01).

       FD  move-linkage-file.
       01  MOVE-LINKAGE-RECORD.
           05 ML-OLD-KEY.
               10 ML-OLD-LAST-NAME  PIC X(15).
               10 ML-OLD-FIRST-NAME PIC X(10).
               10 ML-OLD-STREET     PIC X(25).
           05 ML-NEW-STREET     PIC X(25).
           05 ML-NEW-CITY       PIC X(10).
           05 ML-NEW-STATE      PIC XX.
           05 ML-NEW-ZIP        PIC X(10).
           05 ML-MOVE-DATE      PIC 9(08).

      * MOVE-UPDATE's MOVE-HISTORY-RECORD; MVH- here because this
      * program also has the mail history's MH- names.
       FD  move-history-file.
       01  MOVE-HISTORY-RECORD.
           05 MVH-DATE          PIC 9(08).
           05 FILLER            PIC X(02).
           05 MVH-LAST-NAME     PIC X(15).
           05 MVH-FIRST-NAME    PIC X(10).
           05 MVH-OLD-STREET    PIC X(25).
           05 MVH-NEW-STREET    PIC X(25).
           05 MVH-NEW-CITY      PIC X(10).
           05 MVH-NEW-STATE     PIC XX.
           05 MVH-NEW-ZIP       PIC X(10).
           05 FILLER            PIC X(02).
           05 MVH-APPLIED       PIC X(01).

       FD  undeliverable-suppress-file.
       01  UNDELIV-SUPPRESS-RECORD.
           05 UDS-KEY.
               10 UDS-LAST-NAME  PIC X(15).
               10 UDS-FIRST-NAME PIC X(10).
               10 UDS-STREET     PIC X(25).
           05 UDS-REASON-CODE   PIC X(02).
           05 UDS-ADD-DATE      PIC 9(08).

       FD  holdout-history-file.
       01  HOLDOUT-HISTORY-RECORD.
           05 HH-KEY.
               10 HH-FILE-SEQUENCE PIC 9(06).
               10 HH-LAST-NAME  PIC X(15).
               10 HH-FIRST-NAME PIC X(10).
               10 HH-STREET     PIC X(25).
           05 HH-HOLD-DATE      PIC 9(08).
           05 HH-CAMPAIGN       PIC X(08).
           05 HH-KEYCODE        PIC X(06).
           05 HH-CUSTOMER-NUMBER PIC 9(09).
           05 HH-ZIP            PIC X(10).

       FD  do-not-mail-master-file.
       01  DO-NOT-MAIL-RECORD.
           05 DNM-KEY.
               10 DNM-LAST-NAME  PIC X(25).
               10 DNM-FIRST-NAME PIC X(15).
               10 DNM-STREET     PIC X(30).
           05 DNM-EFFECTIVE-DATE PIC 9(08).
           05 DNM-EXPIRY-DATE   PIC 9(08).
           05 DNM-ADD-DATE      PIC 9(08).

      * the journal's image is a master or archive record; E marks
      * one taken out here.
       FD  merge-journal-file.
       01  MERGE-JOURNAL-RECORD.
           05 MJ-RUN-ID         PIC 9(14).
           05 FILLER            PIC X(02).
           05 MJ-ACTION         PIC X(01).
           05 FILLER            PIC X(02).
           05 MJ-IMAGE          PIC X(102).
           05 FILLER            PIC X(02).
           05 MJ-OPERATOR       PIC X(08).
       01  MJ-IMAGE-RECORD.
           05 FILLER            PIC X(19).
           05 MJI-KEY.
               10 MJI-LAST-NAME  PIC X(15).
               10 MJI-FIRST-NAME PIC X(10).
               10 MJI-STREET     PIC X(25).
           05 FILLER            PIC X(35).
           05 MJI-CUSTOMER-NUMBER PIC X(09).
           05 FILLER            PIC X(18).

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

       FD  response-history-file.
       01  RESPONSE-HISTORY-RECORD.
           05 RSH-RUN-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 RSH-LAST-NAME     PIC X(15).
           05 RSH-FIRST-NAME    PIC X(10).
           05 RSH-STREET        PIC X(25).
           05 FILLER            PIC X(02).
           05 RSH-RESPONSE-DATE PIC 9(08).
           05 FILLER            PIC X(02).
           05 RSH-AMOUNT        PIC 9(07)V99.
           05 FILLER            PIC X(02).
           05 RSH-MATCHED       PIC X(01).
           05 FILLER            PIC X(02).
           05 RSH-CAMPAIGN      PIC X(08).
           05 FILLER            PIC X(02).
           05 RSH-FILE-SEQUENCE PIC 9(06).
           05 FILLER            PIC X(02).
           05 RSH-MAIL-DATE     PIC 9(08).
           05 FILLER            PIC X(02).
           05 RSH-STATE         PIC XX.
           05 FILLER            PIC X(02).
           05 RSH-SOURCE-CODE   PIC X(01).
           05 FILLER            PIC X(02).
           05 RSH-CUSTOMER-NUMBER PIC 9(09).

      * wave 00 is a campaign's pool, WC-PIECES its size
       FD  wave-control-file.
       01  WAVE-CONTROL-RECORD.
           05 WC-KEY.
               10 WC-CAMPAIGN   PIC X(08).
               10 WC-WAVE       PIC 9(02).
           05 WC-STATUS         PIC X(01).
               88 WC-SENT           VALUE 'S'.
           05 WC-DROP-DATE      PIC 9(08).
           05 WC-PIECES         PIC 9(07).
           05 WC-FIRST-ZIP3     PIC X(03).
           05 WC-LAST-ZIP3      PIC X(03).
           05 WC-FILE-SEQUENCE  PIC 9(06).
           05 WC-SEND-DATE      PIC 9(08).

      * a campaign's pool of dataout records waiting for their wave
       FD  wave-pool-file.
       01  WAVE-POOL-RECORD.
           05 WP-LAST-NAME      PIC X(15).
           05 FILLER            PIC X(05).
           05 WP-FIRST-NAME     PIC X(10).
           05 FILLER            PIC X(05).
           05 WP-STREET         PIC X(25).
           05 FILLER            PIC X(27).
           05 WP-ZIP            PIC X(10).
           05 FILLER            PIC X(39).

      * a pooled campaign's hold-outs kept for its first wave:
      * dataout layout and the customer number
       FD  wave-holdout-file.
       01  WAVE-HOLDOUT-RECORD.
           05 WH-LAST-NAME      PIC X(15).
           05 FILLER            PIC X(05).
           05 WH-FIRST-NAME     PIC X(10).
           05 FILLER            PIC X(05).
           05 WH-STREET         PIC X(25).
           05 FILLER            PIC X(76).
           05 WH-CUSTOMER-NUMBER PIC 9(09).

       FD  snapshot-control-file.
       01  SNAPSHOT-CONTROL-RECORD PIC X(94).

       FD  snapshot-copy-file.
       01  SNAPSHOT-COPY-RECORD PIC X(120).

       FD  abbrev-table-file.
       01  ABBREV-TABLE-RECORD.
           05 AB-FROM-WORD      PIC X(15).
           05 AB-TO-WORD        PIC X(10).

       FD  optout-audit-file.
       01  OPTOUT-AUDIT-RECORD.
           05 OA-DATE           PIC 9(08).
           05 FILLER            PIC X(02).
           05 OA-TIME           PIC 9(06).
           05 FILLER            PIC X(02).
           05 OA-ACTION         PIC X(06).
           05 FILLER            PIC X(02).
           05 OA-OLD-VALUE      PIC X(94).
           05 FILLER            PIC X(02).
           05 OA-NEW-VALUE      PIC X(94).

       FD  erase-work-file.
       01  ERASE-WORK-RECORD    PIC X(150).

       FD  erasure-certificate.
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
           05 RF-REPORT-NAME    PIC X(30) VALUE 'erasure-certificate'.
           05 RF-PROGRAM        PIC X(18) VALUE 'PRIVACY-ERASE'.
           05 RF-CAMPAIGN       PIC X(08) VALUE SPACES.
           05 RF-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
       01  WS-FILING-RC          PIC S9(04) VALUE ZERO.
       01  WS-JOB-LOG-STATUS     PIC X(02).
       01  WS-REQUEST-STATUS     PIC X(02).
       01  WS-MASTER-STATUS      PIC X(02).
       01  WS-ARCHIVE-STATUS     PIC X(02).
       01  WS-MHIST-STATUS       PIC X(02).
       01  WS-NIXIE-STATUS       PIC X(02).
       01  WS-LINKAGE-STATUS     PIC X(02).
       01  WS-MOVE-HIST-STATUS   PIC X(02).
       01  WS-UDS-STATUS         PIC X(02).
       01  WS-HOLD-HIST-STATUS   PIC X(02).
       01  WS-DNM-STATUS         PIC X(02).
       01  WS-ABBREV-FILE-STATUS PIC X(02).
       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-WORK-STATUS        PIC X(02).
       01  WS-JOURNAL-STATUS     PIC X(02).
       01  WS-CONTACT-STATUS     PIC X(02).
       01  WS-RSP-HISTORY-STATUS PIC X(02).
       01  WS-WAVE-STATUS        PIC X(02).
       01  WS-POOL-STATUS        PIC X(02).
       01  WS-WAVE-HOLDOUT-STATUS PIC X(02).
       01  WS-SNAP-CONTROL-STATUS PIC X(02).
       01  WS-COPY-STATUS        PIC X(02).
       01  WS-OPEN-FAILED-SW     PIC X VALUE 'N'.
           88 OPEN-FAILED        VALUE 'Y'.
       01  WS-DNM-OPEN-SW        PIC X VALUE 'N'.
           88 DNM-FILE-OPEN      VALUE 'Y'.

      * the files searched, in certificate order, with what is done
      * to a record found on each.
       01  WS-FILE-NAMES-INIT.
           05 FILLER PIC X(30) VALUE 'ADDRESS-MASTER-FILE'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(30) VALUE 'ADDRESS-ARCHIVE-FILE'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(30) VALUE 'MAIL-HISTORY-FILE'.
           05 FILLER PIC X(10) VALUE 'ANONYMIZED'.
           05 FILLER PIC X(30) VALUE 'NIXIE-HISTORY-FILE'.
           05 FILLER PIC X(10) VALUE 'ANONYMIZED'.
           05 FILLER PIC X(30) VALUE 'MOVE-LINKAGE-FILE'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(30) VALUE 'MOVE-HISTORY-FILE'.
           05 FILLER PIC X(10) VALUE 'ANONYMIZED'.
           05 FILLER PIC X(30) VALUE 'UNDELIVERABLE-SUPPRESS-FILE'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(30) VALUE 'HOLDOUT-HISTORY-FILE'.
           05 FILLER PIC X(10) VALUE 'ANONYMIZED'.
           05 FILLER PIC X(30) VALUE 'MERGE-JOURNAL-FILE'.
           05 FILLER PIC X(10) VALUE 'ANONYMIZED'.
           05 FILLER PIC X(30) VALUE 'CONTACT-LOG-FILE'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(30) VALUE 'RESPONSE-HISTORY-FILE'.
           05 FILLER PIC X(10) VALUE 'ANONYMIZED'.
           05 FILLER PIC X(30) VALUE 'WAVE-POOL/HOLD-OUT FILES'.
           05 FILLER PIC X(10) VALUE 'DELETED'.
           05 FILLER PIC X(30) VALUE 'SNAPSHOT COPIES'.
           05 FILLER PIC X(10) VALUE 'SCRUBBED'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-INIT.
           05 WS-FILE-ENTRY OCCURS 13 TIMES.
               10 WS-FILE-NAME   PIC X(30).
               10 WS-FILE-ACTION PIC X(10).
       01  WS-FILE-PRESENCE.
           05 WS-FILE-PRESENT-SW OCCURS 13 TIMES PIC X.
              88 FILE-PRESENT   VALUE 'Y'.
       01  WS-FILE-SUB           PIC 9(04) COMP VALUE ZERO.

      * one entry per request, with its records touched per file
       01  WS-REQUEST-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
               10 WS-REQ-ID        PIC X(10).
               10 WS-REQ-LAST-NAME PIC X(15).
               10 WS-REQ-FIRST-NAME PIC X(10).
               10 WS-REQ-STREET    PIC X(30).
               10 WS-REQ-FILE-COUNT PIC 9(07) COMP OCCURS 13 TIMES.
               10 WS-REQ-ADDRESSES PIC 9(04) COMP.
               10 WS-REQ-DNM-ACTION PIC X(10).
               10 WS-REQ-INCOMPLETE-SW PIC X.
                  88 REQUEST-INCOMPLETE VALUE 'Y' 'D'.
                  88 DNM-NOT-KEPT       VALUE 'D'.
       01  WS-REQ-COUNT-IN       PIC 9(04) COMP VALUE ZERO.
       01  WS-REQ-SUB            PIC 9(04) COMP VALUE ZERO.

      * every name and address traced to a request
       01  WS-IDENT-TABLE.
           05 WS-IDENT-ENTRY OCCURS 1000 TIMES
              INDEXED BY WS-IDENT-IDX.
               10 WS-IDENT-KEY     PIC X(50).
               10 WS-IDENT-REQ     PIC 9(04) COMP.
       01  WS-IDENT-COUNT-IN     PIC 9(04) COMP VALUE ZERO.
       01  WS-IDENT-SUB          PIC 9(04) COMP VALUE ZERO.

      * every customer number traced to a request
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
              INDEXED BY WS-CUST-IDX.
               10 WS-CUST-NUMBER   PIC 9(09).
               10 WS-CUST-REQ      PIC 9(04) COMP.
       01  WS-CUST-COUNT-IN      PIC 9(04) COMP VALUE ZERO.
       01  WS-CUST-SUB           PIC 9(04) COMP VALUE ZERO.

      * search values for FIND-IDENTITY / FIND-CUSTOMER, and the
      * request (zero for none) they belong to
       01  WS-FIND-KEY.
           05 WS-FIND-LAST-NAME  PIC X(15).
           05 WS-FIND-FIRST-NAME PIC X(10).
           05 WS-FIND-STREET     PIC X(25).
       01  WS-FIND-CUSTOMER      PIC 9(09) VALUE ZERO.
       01  WS-FIND-REQ           PIC 9(04) COMP VALUE ZERO.
       01  WS-ADD-KEY            PIC X(50).
       01  WS-ADD-REQ            PIC 9(04) COMP VALUE ZERO.
       01  WS-ADD-CUSTOMER       PIC 9(09) VALUE ZERO.

      * what an anonymized record carries instead of the street
       01  WS-ANON-STREET.
           05 FILLER             PIC X(08) VALUE 'ERASED '.
           05 ANON-NUMBER        PIC 9(07).
           05 FILLER             PIC X(10) VALUE SPACES.
       01  WS-ANON-SEQ           PIC 9(07) VALUE ZERO.
       01  WS-RESUME-MH-KEY      PIC X(56).
       01  WS-RESUME-HH-KEY      PIC X(56).
       01  WS-RESUME-CL-KEY      PIC X(66).
       01  WS-FILE-MATCHES       PIC 9(07) COMP VALUE ZERO.

      * the campaigns with a wave pool, and the last ZIP3 their sent
      * waves reached; a piece past it has not been mailed yet.
       01  WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 500 TIMES.
               10 WS-POOL-CAMPAIGN PIC X(08).
               10 WS-POOL-BOUNDARY PIC X(03).
       01  WS-POOL-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-POOL-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-POOL-NAME          PIC X(30) VALUE SPACES.
       01  WS-WAVE-HOLDOUT-NAME  PIC X(30) VALUE SPACES.
       01  WS-POOL-UNSENT        PIC 9(07) COMP VALUE ZERO.

      * FILE-SNAPSHOT's control records and the copies they name;
      * the file order is FILE-SNAPSHOT's.
       01  WS-SNAP-TABLE.
           05 WS-SNAP-CONTROL   PIC X(94) OCCURS 100 TIMES.
       01  WS-SNAP-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-SNAP-SUB           PIC 9(04) COMP VALUE ZERO.
       01  WS-SNAP-CHANGED-SW    PIC X VALUE 'N'.
           88 SNAPSHOTS-CHANGED  VALUE 'Y'.
       01  WS-SNAP-RECORD.
           05 WSC-SNAPSHOT-ID    PIC 9(14).
           05 FILLER             PIC X(02).
           05 WSC-FILE-ENTRY OCCURS 6 TIMES.
               10 WSC-FILE-STATE PIC X(01).
                   88 WSC-FILE-COPIED     VALUE 'C'.
               10 FILLER         PIC X(01).
               10 WSC-RECORD-COUNT PIC 9(09).
               10 FILLER         PIC X(02).
       01  WS-SNAP-FILE-NAMES.
           05 FILLER             PIC X(30)
                                 VALUE 'address-master-file'.
           05 FILLER             PIC X(30)
                                 VALUE 'address-archive-file'.
           05 FILLER             PIC X(30)
                                 VALUE 'undeliverable-suppress-file'.
           05 FILLER             PIC X(30)
                                 VALUE 'do-not-mail-master-file'.
           05 FILLER             PIC X(30)
                                 VALUE 'mail-history-file'.
           05 FILLER             PIC X(30)
                                 VALUE 'zip-directory-master'.
       01  WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILE-NAMES.
           05 WS-SNAP-FILE-NAME  PIC X(30) OCCURS 6 TIMES.
       01  WS-SNAP-FILE          PIC 9(04) COMP VALUE ZERO.
       01  WS-COPY-NAME          PIC X(50) VALUE SPACES.
       01  WS-COPY-IMAGE         PIC X(120) VALUE SPACES.
       01  WS-COPY-CUST-POS      PIC 9(03) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05 WS-RECORDS-ERASED  PIC 9(07) COMP VALUE ZERO.
           05 WS-REQUESTS-INCOMPLETE PIC 9(07) COMP VALUE ZERO.

       01  WS-TODAY              PIC 9(08) VALUE ZERO.
       01  WS-NOW                PIC 9(06) VALUE ZERO.
       01  WS-OLD-IMAGE          PIC X(94) VALUE SPACES.

      * street standardization, same table and fold as READ-CSV so
      * the request's street meets the standardized records.
       01  WS-ABBREV-TABLE.
           05 WS-ABBREV-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-ABBREV-IDX.
               10 WS-AB-FROM-WORD PIC X(15).
               10 WS-AB-TO-WORD   PIC X(10).
       01  WS-ABBREV-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-STD-STREET         PIC X(30).
       01  WS-STD-WORDS.
           05 WS-STD-WORD OCCURS 16 TIMES PIC X(15).
       01  WS-STD-WORD-COUNT     PIC 9(02) VALUE ZERO.
       01  WS-STD-IDX            PIC 9(02) VALUE ZERO.
       01  WS-STD-PTR            PIC 9(02) VALUE 1.
       01  WS-STD-HOLD           PIC X(15).
       01  WS-STD-REST           PIC X(15).
       01  WS-STD-EMIT           PIC X(15).

       01  WS-CERT-HEADING.
           05 FILLER             PIC X(32) VALUE 'FILE'.
           05 FILLER             PIC X(12) VALUE 'ACTION'.
           05 FILLER             PIC X(07) VALUE 'RECORDS'.

       01  WS-CERT-LINE.
           05 CRT-FILE-NAME      PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CRT-ACTION         PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CRT-COUNT          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL          PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-ROUTINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW.
           INITIALIZE WS-REQUEST-TABLE.
           INITIALIZE WS-IDENT-TABLE.
           INITIALIZE WS-CUST-TABLE.
           MOVE ALL 'Y' TO WS-FILE-PRESENCE.
           PERFORM LOAD-ABBREV-TABLE THRU LOAD-ABBREV-TABLE-EXIT.
           OPEN INPUT erasure-request-file.
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'PRIVACY-ERASE ERROR: ERASURE-REQUEST-FILE '
                   'NOT FOUND'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-REQUESTS THRU LOAD-REQUESTS-EXIT.
           IF WS-REQ-COUNT-IN = ZERO
               DISPLAY 'PRIVACY-ERASE: NO ERASURE REQUESTS TO PROCESS'
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.
      * every keyed file is opened before anything is changed; a file
      * that does not exist holds nobody, any other failure stops the
      * run with nothing erased.
           OPEN I-O address-master-file.
           IF WS-MASTER-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(1)
           ELSE
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(1)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: ADDRESS-MASTER-FILE '
                       'OPEN FAILED, STATUS ' WS-MASTER-STATUS
               END-IF
           END-IF.
           OPEN I-O address-archive-file.
           IF WS-ARCHIVE-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(2)
           ELSE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(2)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: ADDRESS-ARCHIVE-FILE '
                       'OPEN FAILED, STATUS ' WS-ARCHIVE-STATUS
               END-IF
           END-IF.
           OPEN I-O mail-history-file.
           IF WS-MHIST-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(3)
           ELSE
               IF WS-MHIST-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(3)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: MAIL-HISTORY-FILE '
                       'OPEN FAILED, STATUS ' WS-MHIST-STATUS
               END-IF
           END-IF.
           OPEN I-O move-linkage-file.
           IF WS-LINKAGE-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(5)
           ELSE
               IF WS-LINKAGE-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(5)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: MOVE-LINKAGE-FILE '
                       'OPEN FAILED, STATUS ' WS-LINKAGE-STATUS
               END-IF
           END-IF.
           OPEN I-O undeliverable-suppress-file.
           IF WS-UDS-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(7)
           ELSE
               IF WS-UDS-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(7)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: UNDELIVERABLE-'
                       'SUPPRESS-FILE OPEN FAILED, STATUS '
                       WS-UDS-STATUS
               END-IF
           END-IF.
           OPEN I-O holdout-history-file.
           IF WS-HOLD-HIST-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(8)
           ELSE
               IF WS-HOLD-HIST-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(8)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: HOLDOUT-HISTORY-FILE '
                       'OPEN FAILED, STATUS ' WS-HOLD-HIST-STATUS
               END-IF
           END-IF.
           OPEN I-O contact-log-file.
           IF WS-CONTACT-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(10)
           ELSE
               IF WS-CONTACT-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(10)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: CONTACT-LOG-FILE '
                       'OPEN FAILED, STATUS ' WS-CONTACT-STATUS
               END-IF
           END-IF.
           OPEN I-O wave-control-file.
           IF WS-WAVE-STATUS = '35'
               MOVE 'N' TO WS-FILE-PRESENT-SW(12)
           ELSE
               IF WS-WAVE-STATUS NOT = '00'
                   MOVE 'N' TO WS-FILE-PRESENT-SW(12)
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'PRIVACY-ERASE ERROR: WAVE-CONTROL-FILE '
                       'OPEN FAILED, STATUS ' WS-WAVE-STATUS
               END-IF
           END-IF.
           OPEN I-O do-not-mail-master-file.
           IF WS-DNM-STATUS = '35'
               OPEN OUTPUT do-not-mail-master-file
               CLOSE do-not-mail-master-file
               OPEN I-O do-not-mail-master-file
           END-IF.
           IF WS-DNM-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               DISPLAY 'PRIVACY-ERASE ERROR: DO-NOT-MAIL-MASTER-FILE '
                   'OPEN FAILED, STATUS ' WS-DNM-STATUS
           ELSE
               CLOSE do-not-mail-master-file
           END-IF.
           IF OPEN-FAILED
               PERFORM CLOSE-KEYED-FILES THRU CLOSE-KEYED-FILES-EXIT
               DISPLAY 'PRIVACY-ERASE ERROR: NOTHING ERASED'
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT
               GOBACK
           END-IF.

      *-----------------------------------------------------------------
      * Trace each person: the address on the request, the old
      * addresses the move linkage forwarded to it, the customer
      * numbers on the master and archive under any of those, and
      * every master and archive address carrying those numbers.
      *-----------------------------------------------------------------
           MOVE 1 TO WS-REQ-SUB.
       TRACE-REQUESTS.
           IF WS-REQ-SUB > WS-REQ-COUNT-IN
               GO TO TRACE-MOVES
           END-IF.
           MOVE WS-REQ-LAST-NAME(WS-REQ-SUB) TO WS-FIND-LAST-NAME.
           MOVE WS-REQ-FIRST-NAME(WS-REQ-SUB) TO WS-FIND-FIRST-NAME.
           MOVE WS-REQ-STREET(WS-REQ-SUB) TO WS-FIND-STREET.
           MOVE WS-FIND-KEY TO WS-ADD-KEY.
           MOVE WS-REQ-SUB TO WS-ADD-REQ.
           PERFORM ADD-IDENTITY THRU ADD-IDENTITY-EXIT.
           ADD 1 TO WS-REQ-SUB.
           GO TO TRACE-REQUESTS.
       TRACE-MOVES.
           IF NOT FILE-PRESENT(5)
               GO TO TRACE-NUMBERS
           END-IF.
           MOVE LOW-VALUES TO ML-OLD-KEY.
           START move-linkage-file KEY NOT < ML-OLD-KEY
               INVALID KEY GO TO TRACE-NUMBERS
           END-START.
       TRACE-MOVES-READ.
           READ move-linkage-file NEXT RECORD
               AT END GO TO TRACE-NUMBERS
           END-READ.
           MOVE ML-OLD-LAST-NAME TO WS-FIND-LAST-NAME.
           MOVE ML-OLD-FIRST-NAME TO WS-FIND-FIRST-NAME.
           MOVE ML-NEW-STREET TO WS-FIND-STREET.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ > ZERO
               MOVE ML-OLD-KEY TO WS-ADD-KEY
               MOVE WS-FIND-REQ TO WS-ADD-REQ
               PERFORM ADD-IDENTITY THRU ADD-IDENTITY-EXIT
           END-IF.
           GO TO TRACE-MOVES-READ.
       TRACE-NUMBERS.
           MOVE 1 TO WS-IDENT-SUB.
       TRACE-NUMBERS-NEXT.
           IF WS-IDENT-SUB > WS-IDENT-COUNT-IN
               GO TO TRACE-MASTER-NUMBERS
           END-IF.
           MOVE WS-IDENT-REQ(WS-IDENT-SUB) TO WS-ADD-REQ.
           IF FILE-PRESENT(1)
               MOVE WS-IDENT-KEY(WS-IDENT-SUB) TO AM-KEY
               READ address-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-CUSTOMER-NUMBER TO WS-ADD-CUSTOMER
                       PERFORM ADD-CUSTOMER THRU ADD-CUSTOMER-EXIT
               END-READ
           END-IF.
           IF FILE-PRESENT(2)
               MOVE WS-IDENT-KEY(WS-IDENT-SUB) TO ARC-KEY
               READ address-archive-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARC-CUSTOMER-NUMBER TO WS-ADD-CUSTOMER
                       PERFORM ADD-CUSTOMER THRU ADD-CUSTOMER-EXIT
               END-READ
           END-IF.
           ADD 1 TO WS-IDENT-SUB.
           GO TO TRACE-NUMBERS-NEXT.
       TRACE-MASTER-NUMBERS.
           IF NOT FILE-PRESENT(1)
               GO TO TRACE-ARCHIVE-NUMBERS
           END-IF.
           MOVE 1 TO WS-CUST-SUB.
       TRACE-MASTER-NUMBERS-NEXT.
           IF WS-CUST-SUB > WS-CUST-COUNT-IN
               GO TO TRACE-ARCHIVE-NUMBERS
           END-IF.
           MOVE WS-CUST-NUMBER(WS-CUST-SUB) TO AM-CUSTOMER-NUMBER.
           MOVE WS-CUST-REQ(WS-CUST-SUB) TO WS-ADD-REQ.
           START address-master-file KEY NOT < AM-CUSTOMER-NUMBER
               INVALID KEY GO TO TRACE-MASTER-NUMBERS-END
           END-START.
       TRACE-MASTER-NUMBERS-READ.
           READ address-master-file NEXT RECORD
               AT END GO TO TRACE-MASTER-NUMBERS-END
           END-READ.
           IF AM-CUSTOMER-NUMBER NOT = WS-CUST-NUMBER(WS-CUST-SUB)
               GO TO TRACE-MASTER-NUMBERS-END
           END-IF.
           MOVE AM-KEY TO WS-ADD-KEY.
           PERFORM ADD-IDENTITY THRU ADD-IDENTITY-EXIT.
           GO TO TRACE-MASTER-NUMBERS-READ.
       TRACE-MASTER-NUMBERS-END.
           ADD 1 TO WS-CUST-SUB.
           GO TO TRACE-MASTER-NUMBERS-NEXT.
       TRACE-ARCHIVE-NUMBERS.
           IF NOT FILE-PRESENT(2) OR WS-CUST-COUNT-IN = ZERO
               GO TO ERASE-ROUTINE
           END-IF.
           MOVE LOW-VALUES TO ARC-KEY.
           START address-archive-file KEY NOT < ARC-KEY
               INVALID KEY GO TO ERASE-ROUTINE
           END-START.
       TRACE-ARCHIVE-NUMBERS-READ.
           READ address-archive-file NEXT RECORD
               AT END GO TO ERASE-ROUTINE
           END-READ.
           IF ARC-CUSTOMER-NUMBER IS NOT NUMERIC
            OR ARC-CUSTOMER-NUMBER = ZERO
               GO TO TRACE-ARCHIVE-NUMBERS-READ
           END-IF.
           MOVE ARC-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER.
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT.
           IF WS-FIND-REQ > ZERO
               MOVE ARC-KEY TO WS-ADD-KEY
               MOVE WS-FIND-REQ TO WS-ADD-REQ
               PERFORM ADD-IDENTITY THRU ADD-IDENTITY-EXIT
           END-IF.
           GO TO TRACE-ARCHIVE-NUMBERS-READ.

      *-----------------------------------------------------------------
      * Keyed files holding nothing but the person are deleted by key,
      * one traced address at a time.
      *-----------------------------------------------------------------
       ERASE-ROUTINE.
           MOVE 1 TO WS-IDENT-SUB.
       ERASE-BY-KEY.
           IF WS-IDENT-SUB > WS-IDENT-COUNT-IN
               GO TO ERASE-OTHER-FILES
           END-IF.
           MOVE WS-IDENT-REQ(WS-IDENT-SUB) TO WS-REQ-SUB.
           IF FILE-PRESENT(1)
               MOVE WS-IDENT-KEY(WS-IDENT-SUB) TO AM-KEY
               READ address-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE address-master-file RECORD
                       ADD 1 TO WS-REQ-FILE-COUNT(WS-REQ-SUB, 1)
               END-READ
           END-IF.
           IF FILE-PRESENT(2)
               MOVE WS-IDENT-KEY(WS-IDENT-SUB) TO ARC-KEY
               READ address-archive-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE address-archive-file RECORD
                       ADD 1 TO WS-REQ-FILE-COUNT(WS-REQ-SUB, 2)
               END-READ
           END-IF.
           IF FILE-PRESENT(5)
               MOVE WS-IDENT-KEY(WS-IDENT-SUB) TO ML-OLD-KEY
               READ move-linkage-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE move-linkage-file RECORD
                       ADD 1 TO WS-REQ-FILE-COUNT(WS-REQ-SUB, 5)
               END-READ
           END-IF.
           IF FILE-PRESENT(7)
               MOVE WS-IDENT-KEY(WS-IDENT-SUB) TO UDS-KEY
               READ undeliverable-suppress-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE undeliverable-suppress-file RECORD
                       ADD 1 TO WS-REQ-FILE-COUNT(WS-REQ-SUB, 7)
               END-READ
           END-IF.
           ADD 1 TO WS-IDENT-SUB.
           GO TO ERASE-BY-KEY.
       ERASE-OTHER-FILES.
           PERFORM ERASE-MAIL-HISTORY THRU ERASE-MAIL-HISTORY-EXIT.
           PERFORM ERASE-HOLD-OUTS THRU ERASE-HOLD-OUTS-EXIT.
           PERFORM ERASE-CONTACT-LOG THRU ERASE-CONTACT-LOG-EXIT.
           PERFORM ERASE-WAVE-POOLS THRU ERASE-WAVE-POOLS-EXIT.
           PERFORM CLOSE-KEYED-FILES THRU CLOSE-KEYED-FILES-EXIT.
           PERFORM ERASE-NIXIE-HISTORY THRU ERASE-NIXIE-HISTORY-EXIT.
           PERFORM ERASE-MOVE-HISTORY THRU ERASE-MOVE-HISTORY-EXIT.
           PERFORM ERASE-MERGE-JOURNAL THRU ERASE-MERGE-JOURNAL-EXIT.
           PERFORM ERASE-RESPONSES THRU ERASE-RESPONSES-EXIT.
           PERFORM ERASE-SNAPSHOTS THRU ERASE-SNAPSHOTS-EXIT.
           MOVE 'N' TO WS-DNM-OPEN-SW.
           OPEN I-O do-not-mail-master-file.
           IF WS-DNM-STATUS = '00'
               SET DNM-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'PRIVACY-ERASE ERROR: DO-NOT-MAIL-MASTER-FILE '
                   'OPEN FAILED, STATUS ' WS-DNM-STATUS
           END-IF.
           MOVE 1 TO WS-REQ-SUB.
           PERFORM KEEP-DO-NOT-MAIL THRU KEEP-DO-NOT-MAIL-EXIT.
           IF DNM-FILE-OPEN
               CLOSE do-not-mail-master-file
           END-IF.

       END-ROUTINE.
           OPEN OUTPUT erasure-certificate.
           MOVE 1 TO WS-REQ-SUB.
           PERFORM WRITE-CERTIFICATE THRU WRITE-CERTIFICATE-EXIT.
           CLOSE erasure-certificate.
           PERFORM FILE-REPORT THRU FILE-REPORT-EXIT.
           DISPLAY 'PRIVACY-ERASE RUN SUMMARY'.
           DISPLAY '  REQUESTS          : ' WS-REQ-COUNT-IN.
           DISPLAY '  ADDRESSES TRACED  : ' WS-IDENT-COUNT-IN.
           DISPLAY '  RECORDS ERASED    : ' WS-RECORDS-ERASED.
           DISPLAY '  INCOMPLETE        : ' WS-REQUESTS-INCOMPLETE.
           IF WS-REQUESTS-INCOMPLETE > ZERO
               DISPLAY 'PRIVACY-ERASE: ' WS-REQUESTS-INCOMPLETE
                   ' REQUEST(S) NOT CERTIFIED COMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-LOG THRU WRITE-JOB-LOG-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      * The mail history is kept for campaign counts, so a piece
      * mailed to the person stays with the name, street and customer
      * number taken out.  The key changes, so the old record is
      * deleted, the anonymous one written, and the browse picks up
      * again after the old key.
      *-----------------------------------------------------------------
       ERASE-MAIL-HISTORY.
           IF NOT FILE-PRESENT(3)
               GO TO ERASE-MAIL-HISTORY-EXIT
           END-IF.
           MOVE LOW-VALUES TO MH-KEY.
           START mail-history-file KEY NOT < MH-KEY
               INVALID KEY GO TO ERASE-MAIL-HISTORY-EXIT
           END-START.
       ERASE-MAIL-HISTORY-READ.
           READ mail-history-file NEXT RECORD
               AT END GO TO ERASE-MAIL-HISTORY-EXIT
           END-READ.
           MOVE MH-KEY(1:50) TO WS-FIND-KEY.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
            AND MH-CUSTOMER-NUMBER IS NUMERIC
            AND MH-CUSTOMER-NUMBER > ZERO
               MOVE MH-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           END-IF.
           IF WS-FIND-REQ = ZERO
               GO TO ERASE-MAIL-HISTORY-READ
           END-IF.
           MOVE MH-KEY TO WS-RESUME-MH-KEY.
           DELETE mail-history-file RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 3).
           ADD 1 TO WS-ANON-SEQ.
           MOVE WS-ANON-SEQ TO ANON-NUMBER.
           MOVE '*ERASED*' TO MH-LAST-NAME.
           MOVE WS-REQ-ID(WS-FIND-REQ) TO MH-FIRST-NAME.
           MOVE WS-ANON-STREET TO MH-STREET.
           MOVE ZERO TO MH-CUSTOMER-NUMBER.
           WRITE MAIL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-RESUME-MH-KEY TO MH-KEY.
           START mail-history-file KEY > MH-KEY
               INVALID KEY GO TO ERASE-MAIL-HISTORY-EXIT
           END-START.
           GO TO ERASE-MAIL-HISTORY-READ.
       ERASE-MAIL-HISTORY-EXIT.
           EXIT.

      * Hold-outs are measured against the mail history and are
      * anonymized the same way.
       ERASE-HOLD-OUTS.
           IF NOT FILE-PRESENT(8)
               GO TO ERASE-HOLD-OUTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO HH-KEY.
           START holdout-history-file KEY NOT < HH-KEY
               INVALID KEY GO TO ERASE-HOLD-OUTS-EXIT
           END-START.
       ERASE-HOLD-OUTS-READ.
           READ holdout-history-file NEXT RECORD
               AT END GO TO ERASE-HOLD-OUTS-EXIT
           END-READ.
           MOVE HH-KEY(7:50) TO WS-FIND-KEY.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
            AND HH-CUSTOMER-NUMBER IS NUMERIC
            AND HH-CUSTOMER-NUMBER > ZERO
               MOVE HH-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           END-IF.
           IF WS-FIND-REQ = ZERO
               GO TO ERASE-HOLD-OUTS-READ
           END-IF.
           MOVE HH-KEY TO WS-RESUME-HH-KEY.
           DELETE holdout-history-file RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 8).
           ADD 1 TO WS-ANON-SEQ.
           MOVE WS-ANON-SEQ TO ANON-NUMBER.
           MOVE '*ERASED*' TO HH-LAST-NAME.
           MOVE WS-REQ-ID(WS-FIND-REQ) TO HH-FIRST-NAME.
           MOVE WS-ANON-STREET TO HH-STREET.
           MOVE ZERO TO HH-CUSTOMER-NUMBER.
           WRITE HOLDOUT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-RESUME-HH-KEY TO HH-KEY.
           START holdout-history-file KEY > HH-KEY
               INVALID KEY GO TO ERASE-HOLD-OUTS-EXIT
           END-START.
           GO TO ERASE-HOLD-OUTS-READ.
       ERASE-HOLD-OUTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The nixie and move histories are sequential: copied to the
      * work file with the person's entries anonymized, and copied
      * back only when something was changed.
      *-----------------------------------------------------------------
       ERASE-NIXIE-HISTORY.
           OPEN INPUT nixie-history-file.
           IF WS-NIXIE-STATUS NOT = '00'
               MOVE 'N' TO WS-FILE-PRESENT-SW(4)
               GO TO ERASE-NIXIE-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
       ERASE-NIXIE-HISTORY-READ.
           READ nixie-history-file
               AT END GO TO ERASE-NIXIE-HISTORY-COPY
           END-READ.
           MOVE NH-LAST-NAME TO WS-FIND-LAST-NAME.
           MOVE NH-FIRST-NAME TO WS-FIND-FIRST-NAME.
           MOVE NH-STREET TO WS-FIND-STREET.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ > ZERO
               ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 4)
               ADD 1 TO WS-FILE-MATCHES
               MOVE '*ERASED*' TO NH-LAST-NAME
               MOVE WS-REQ-ID(WS-FIND-REQ) TO NH-FIRST-NAME
               MOVE SPACES TO NH-STREET
           END-IF.
           WRITE ERASE-WORK-RECORD FROM NIXIE-HISTORY-RECORD.
           GO TO ERASE-NIXIE-HISTORY-READ.
       ERASE-NIXIE-HISTORY-COPY.
           CLOSE nixie-history-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO ERASE-NIXIE-HISTORY-EXIT
           END-IF.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT nixie-history-file.
       ERASE-NIXIE-HISTORY-BACK.
           READ erase-work-file
               AT END GO TO ERASE-NIXIE-HISTORY-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO NIXIE-HISTORY-RECORD.
           WRITE NIXIE-HISTORY-RECORD.
           GO TO ERASE-NIXIE-HISTORY-BACK.
       ERASE-NIXIE-HISTORY-DONE.
           CLOSE erase-work-file.
           CLOSE nixie-history-file.
       ERASE-NIXIE-HISTORY-EXIT.
           EXIT.

      * A move is the person's whether it is found under the old
      * street or the new one.
       ERASE-MOVE-HISTORY.
           OPEN INPUT move-history-file.
           IF WS-MOVE-HIST-STATUS NOT = '00'
               MOVE 'N' TO WS-FILE-PRESENT-SW(6)
               GO TO ERASE-MOVE-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
       ERASE-MOVE-HISTORY-READ.
           READ move-history-file
               AT END GO TO ERASE-MOVE-HISTORY-COPY
           END-READ.
           MOVE MVH-LAST-NAME TO WS-FIND-LAST-NAME.
           MOVE MVH-FIRST-NAME TO WS-FIND-FIRST-NAME.
           MOVE MVH-OLD-STREET TO WS-FIND-STREET.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
               MOVE MVH-NEW-STREET TO WS-FIND-STREET
               PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT
           END-IF.
           IF WS-FIND-REQ > ZERO
               ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 6)
               ADD 1 TO WS-FILE-MATCHES
               MOVE '*ERASED*' TO MVH-LAST-NAME
               MOVE WS-REQ-ID(WS-FIND-REQ) TO MVH-FIRST-NAME
               MOVE SPACES TO MVH-OLD-STREET
               MOVE SPACES TO MVH-NEW-STREET
           END-IF.
           WRITE ERASE-WORK-RECORD FROM MOVE-HISTORY-RECORD.
           GO TO ERASE-MOVE-HISTORY-READ.
       ERASE-MOVE-HISTORY-COPY.
           CLOSE move-history-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO ERASE-MOVE-HISTORY-EXIT
           END-IF.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT move-history-file.
       ERASE-MOVE-HISTORY-BACK.
           READ erase-work-file
               AT END GO TO ERASE-MOVE-HISTORY-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO MOVE-HISTORY-RECORD.
           WRITE MOVE-HISTORY-RECORD.
           GO TO ERASE-MOVE-HISTORY-BACK.
       ERASE-MOVE-HISTORY-DONE.
           CLOSE erase-work-file.
           CLOSE move-history-file.
       ERASE-MOVE-HISTORY-EXIT.
           EXIT.

      * The contact log's note is free text about the person, so the
      * person's contacts are deleted outright.
       ERASE-CONTACT-LOG.
           IF NOT FILE-PRESENT(10)
               GO TO ERASE-CONTACT-LOG-EXIT
           END-IF.
           MOVE LOW-VALUES TO CL-KEY.
           START contact-log-file KEY NOT < CL-KEY
               INVALID KEY GO TO ERASE-CONTACT-LOG-EXIT
           END-START.
       ERASE-CONTACT-LOG-READ.
           READ contact-log-file NEXT RECORD
               AT END GO TO ERASE-CONTACT-LOG-EXIT
           END-READ.
           MOVE CL-KEY(1:50) TO WS-FIND-KEY.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
            AND CL-CUSTOMER-NUMBER IS NUMERIC
            AND CL-CUSTOMER-NUMBER > ZERO
               MOVE CL-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           END-IF.
           IF WS-FIND-REQ = ZERO
               GO TO ERASE-CONTACT-LOG-READ
           END-IF.
           MOVE CL-KEY TO WS-RESUME-CL-KEY.
           DELETE contact-log-file RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 10).
           MOVE WS-RESUME-CL-KEY TO CL-KEY.
           START contact-log-file KEY > CL-KEY
               INVALID KEY GO TO ERASE-CONTACT-LOG-EXIT
           END-START.
           GO TO ERASE-CONTACT-LOG-READ.
       ERASE-CONTACT-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A pooled campaign's pool (wave-pool.<campaign>, wave 00 on
      * WAVE-CONTROL-FILE) holds the pieces still to be cut.  The
      * person is taken out of every pool; wave 00's piece count is
      * lowered only for pieces beyond the last wave sent, as the
      * pieces held are the pool less the pieces already sent.
      *-----------------------------------------------------------------
       ERASE-WAVE-POOLS.
           IF NOT FILE-PRESENT(12)
               GO TO ERASE-WAVE-POOLS-EXIT
           END-IF.
           MOVE ZERO TO WS-POOL-COUNT.
           MOVE LOW-VALUES TO WC-KEY.
           START wave-control-file KEY NOT < WC-KEY
               INVALID KEY GO TO ERASE-WAVE-POOLS-EXIT
           END-START.
       ERASE-WAVE-POOLS-LOAD.
           READ wave-control-file NEXT RECORD
               AT END GO TO ERASE-WAVE-POOLS-SCRUB
           END-READ.
           IF WC-WAVE = ZERO
               IF WS-POOL-COUNT NOT < 500
                   DISPLAY 'PRIVACY-ERASE WARNING: MORE THAN 500 '
                       'POOLED CAMPAIGNS - CAMPAIGN ' WC-CAMPAIGN
                       ' NOT SEARCHED'
                   MOVE 1 TO WS-REQ-SUB
                   PERFORM MARK-ALL-INCOMPLETE
                       THRU MARK-ALL-INCOMPLETE-EXIT
                   GO TO ERASE-WAVE-POOLS-SCRUB
               END-IF
               ADD 1 TO WS-POOL-COUNT
               MOVE WC-CAMPAIGN TO WS-POOL-CAMPAIGN(WS-POOL-COUNT)
               MOVE LOW-VALUES TO WS-POOL-BOUNDARY(WS-POOL-COUNT)
               GO TO ERASE-WAVE-POOLS-LOAD
           END-IF.
           IF WS-POOL-COUNT > ZERO
            AND WC-SENT
            AND WC-CAMPAIGN = WS-POOL-CAMPAIGN(WS-POOL-COUNT)
            AND WC-LAST-ZIP3 > WS-POOL-BOUNDARY(WS-POOL-COUNT)
               MOVE WC-LAST-ZIP3 TO WS-POOL-BOUNDARY(WS-POOL-COUNT)
           END-IF.
           GO TO ERASE-WAVE-POOLS-LOAD.
       ERASE-WAVE-POOLS-SCRUB.
           MOVE 1 TO WS-POOL-SUB.
           PERFORM SCRUB-POOL THRU SCRUB-POOL-EXIT.
       ERASE-WAVE-POOLS-EXIT.
           EXIT.

       SCRUB-POOL.
           IF WS-POOL-SUB > WS-POOL-COUNT
               GO TO SCRUB-POOL-EXIT
           END-IF.
           MOVE SPACES TO WS-POOL-NAME.
           STRING 'wave-pool.' DELIMITED BY SIZE
                  WS-POOL-CAMPAIGN(WS-POOL-SUB) DELIMITED BY SPACE
                  INTO WS-POOL-NAME
           END-STRING.
           OPEN INPUT wave-pool-file.
           IF WS-POOL-STATUS NOT = '00'
               GO TO SCRUB-POOL-NEXT
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
           MOVE ZERO TO WS-POOL-UNSENT.
       SCRUB-POOL-READ.
           READ wave-pool-file
               AT END GO TO SCRUB-POOL-COPY
           END-READ.
           MOVE WP-LAST-NAME TO WS-FIND-LAST-NAME.
           MOVE WP-FIRST-NAME TO WS-FIND-FIRST-NAME.
           MOVE WP-STREET TO WS-FIND-STREET.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
               WRITE ERASE-WORK-RECORD FROM WAVE-POOL-RECORD
               GO TO SCRUB-POOL-READ
           END-IF.
           ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 12).
           ADD 1 TO WS-FILE-MATCHES.
           IF WP-ZIP(1:3) > WS-POOL-BOUNDARY(WS-POOL-SUB)
               ADD 1 TO WS-POOL-UNSENT
           END-IF.
           GO TO SCRUB-POOL-READ.
       SCRUB-POOL-COPY.
           CLOSE wave-pool-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO SCRUB-POOL-NEXT
           END-IF.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT wave-pool-file.
       SCRUB-POOL-BACK.
           READ erase-work-file
               AT END GO TO SCRUB-POOL-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO WAVE-POOL-RECORD.
           WRITE WAVE-POOL-RECORD.
           GO TO SCRUB-POOL-BACK.
       SCRUB-POOL-DONE.
           CLOSE erase-work-file.
           CLOSE wave-pool-file.
           IF WS-POOL-UNSENT = ZERO
               GO TO SCRUB-POOL-NEXT
           END-IF.
           MOVE WS-POOL-CAMPAIGN(WS-POOL-SUB) TO WC-CAMPAIGN.
           MOVE ZERO TO WC-WAVE.
           READ wave-control-file
               INVALID KEY GO TO SCRUB-POOL-NEXT
           END-READ.
           IF WC-PIECES > WS-POOL-UNSENT
               SUBTRACT WS-POOL-UNSENT FROM WC-PIECES
           ELSE
               MOVE ZERO TO WC-PIECES
           END-IF.
           REWRITE WAVE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'PRIVACY-ERASE WARNING: WAVE 00 OF '
                       WC-CAMPAIGN ' NOT REWRITTEN, STATUS '
                       WS-WAVE-STATUS
           END-REWRITE.
       SCRUB-POOL-NEXT.
           PERFORM SCRUB-WAVE-HOLDOUT THRU SCRUB-WAVE-HOLDOUT-EXIT.
           ADD 1 TO WS-POOL-SUB.
           GO TO SCRUB-POOL.
       SCRUB-POOL-EXIT.
           EXIT.

      * the hold-outs kept beside the pool until its first wave goes
       SCRUB-WAVE-HOLDOUT.
           MOVE SPACES TO WS-WAVE-HOLDOUT-NAME.
           STRING 'wave-holdout.' DELIMITED BY SIZE
                  WS-POOL-CAMPAIGN(WS-POOL-SUB) DELIMITED BY SPACE
                  INTO WS-WAVE-HOLDOUT-NAME
           END-STRING.
           OPEN INPUT wave-holdout-file.
           IF WS-WAVE-HOLDOUT-STATUS NOT = '00'
               GO TO SCRUB-WAVE-HOLDOUT-EXIT
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
       SCRUB-WAVE-HOLDOUT-READ.
           READ wave-holdout-file
               AT END GO TO SCRUB-WAVE-HOLDOUT-COPY
           END-READ.
           MOVE WH-LAST-NAME TO WS-FIND-LAST-NAME.
           MOVE WH-FIRST-NAME TO WS-FIND-FIRST-NAME.
           MOVE WH-STREET TO WS-FIND-STREET.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
            AND WH-CUSTOMER-NUMBER IS NUMERIC
            AND WH-CUSTOMER-NUMBER > ZERO
               MOVE WH-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           END-IF.
           IF WS-FIND-REQ = ZERO
               WRITE ERASE-WORK-RECORD FROM WAVE-HOLDOUT-RECORD
               GO TO SCRUB-WAVE-HOLDOUT-READ
           END-IF.
           ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 12).
           ADD 1 TO WS-FILE-MATCHES.
           GO TO SCRUB-WAVE-HOLDOUT-READ.
       SCRUB-WAVE-HOLDOUT-COPY.
           CLOSE wave-holdout-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO SCRUB-WAVE-HOLDOUT-EXIT
           END-IF.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT wave-holdout-file.
       SCRUB-WAVE-HOLDOUT-BACK.
           READ erase-work-file
               AT END GO TO SCRUB-WAVE-HOLDOUT-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO WAVE-HOLDOUT-RECORD.
           WRITE WAVE-HOLDOUT-RECORD.
           GO TO SCRUB-WAVE-HOLDOUT-BACK.
       SCRUB-WAVE-HOLDOUT-DONE.
           CLOSE erase-work-file.
           CLOSE wave-holdout-file.
       SCRUB-WAVE-HOLDOUT-EXIT.
           EXIT.

       MARK-ALL-INCOMPLETE.
           IF WS-REQ-SUB > WS-REQ-COUNT-IN
               GO TO MARK-ALL-INCOMPLETE-EXIT
           END-IF.
           MOVE 'Y' TO WS-REQ-INCOMPLETE-SW(WS-REQ-SUB).
           ADD 1 TO WS-REQ-SUB.
           GO TO MARK-ALL-INCOMPLETE.
       MARK-ALL-INCOMPLETE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A merge-journal image would let MERGE-BACKOUT put the person
      * back on file.  The person's entries are marked E, which no
      * backout or change feed acts on, and the image is blanked but
      * for the anonymous name.
      *-----------------------------------------------------------------
       ERASE-MERGE-JOURNAL.
           OPEN INPUT merge-journal-file.
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE 'N' TO WS-FILE-PRESENT-SW(9)
               GO TO ERASE-MERGE-JOURNAL-EXIT
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
       ERASE-MERGE-JOURNAL-READ.
           READ merge-journal-file
               AT END GO TO ERASE-MERGE-JOURNAL-COPY
           END-READ.
           MOVE ZERO TO WS-FIND-REQ.
           IF MJ-ACTION = 'A' OR 'C' OR 'D' OR 'R'
               MOVE MJI-KEY TO WS-FIND-KEY
               PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT
               IF WS-FIND-REQ = ZERO
                AND MJI-CUSTOMER-NUMBER IS NUMERIC
                AND MJI-CUSTOMER-NUMBER > ZERO
                   MOVE MJI-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
               END-IF
           END-IF.
           IF WS-FIND-REQ > ZERO
               ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 9)
               ADD 1 TO WS-FILE-MATCHES
               MOVE 'E' TO MJ-ACTION
               MOVE SPACES TO MJ-IMAGE
               MOVE '*ERASED*' TO MJI-LAST-NAME
               MOVE WS-REQ-ID(WS-FIND-REQ) TO MJI-FIRST-NAME
           END-IF.
           WRITE ERASE-WORK-RECORD FROM MERGE-JOURNAL-RECORD.
           GO TO ERASE-MERGE-JOURNAL-READ.
       ERASE-MERGE-JOURNAL-COPY.
           CLOSE merge-journal-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO ERASE-MERGE-JOURNAL-EXIT
           END-IF.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT merge-journal-file.
       ERASE-MERGE-JOURNAL-BACK.
           READ erase-work-file
               AT END GO TO ERASE-MERGE-JOURNAL-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO MERGE-JOURNAL-RECORD.
           WRITE MERGE-JOURNAL-RECORD.
           GO TO ERASE-MERGE-JOURNAL-BACK.
       ERASE-MERGE-JOURNAL-DONE.
           CLOSE erase-work-file.
           CLOSE merge-journal-file.
       ERASE-MERGE-JOURNAL-EXIT.
           EXIT.

      * Responses are kept for campaign results, with the person
      * taken out as in the mail history.
       ERASE-RESPONSES.
           OPEN INPUT response-history-file.
           IF WS-RSP-HISTORY-STATUS NOT = '00'
               MOVE 'N' TO WS-FILE-PRESENT-SW(11)
               GO TO ERASE-RESPONSES-EXIT
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
       ERASE-RESPONSES-READ.
           READ response-history-file
               AT END GO TO ERASE-RESPONSES-COPY
           END-READ.
           MOVE RSH-LAST-NAME TO WS-FIND-LAST-NAME.
           MOVE RSH-FIRST-NAME TO WS-FIND-FIRST-NAME.
           MOVE RSH-STREET TO WS-FIND-STREET.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
            AND RSH-CUSTOMER-NUMBER IS NUMERIC
            AND RSH-CUSTOMER-NUMBER > ZERO
               MOVE RSH-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           END-IF.
           IF WS-FIND-REQ > ZERO
               ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 11)
               ADD 1 TO WS-FILE-MATCHES
               MOVE '*ERASED*' TO RSH-LAST-NAME
               MOVE WS-REQ-ID(WS-FIND-REQ) TO RSH-FIRST-NAME
               MOVE SPACES TO RSH-STREET
               MOVE ZERO TO RSH-CUSTOMER-NUMBER
           END-IF.
           WRITE ERASE-WORK-RECORD FROM RESPONSE-HISTORY-RECORD.
           GO TO ERASE-RESPONSES-READ.
       ERASE-RESPONSES-COPY.
           CLOSE response-history-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO ERASE-RESPONSES-EXIT
           END-IF.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT response-history-file.
       ERASE-RESPONSES-BACK.
           READ erase-work-file
               AT END GO TO ERASE-RESPONSES-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO RESPONSE-HISTORY-RECORD.
           WRITE RESPONSE-HISTORY-RECORD.
           GO TO ERASE-RESPONSES-BACK.
       ERASE-RESPONSES-DONE.
           CLOSE erase-work-file.
           CLOSE response-history-file.
       ERASE-RESPONSES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FILE-RESTORE reloads the <file>.<snapshot id> copies, so the
      * person is taken out of every snapshot as well: dropped from
      * the master, archive and suppress copies, with the record
      * count on SNAPSHOT-CONTROL-FILE lowered to match, and
      * anonymized in the mail-history copy.  The do-not-mail and
      * ZIP directory copies hold nothing to erase.
      *-----------------------------------------------------------------
       ERASE-SNAPSHOTS.
           OPEN INPUT snapshot-control-file.
           IF WS-SNAP-CONTROL-STATUS NOT = '00'
               MOVE 'N' TO WS-FILE-PRESENT-SW(13)
               GO TO ERASE-SNAPSHOTS-EXIT
           END-IF.
           MOVE ZERO TO WS-SNAP-COUNT.
           MOVE 'N' TO WS-SNAP-CHANGED-SW.
       ERASE-SNAPSHOTS-LOAD.
           READ snapshot-control-file
               AT END GO TO ERASE-SNAPSHOTS-LOADED
           END-READ.
           IF SNAPSHOT-CONTROL-RECORD(1:14) IS NOT NUMERIC
               GO TO ERASE-SNAPSHOTS-LOAD
           END-IF.
           IF WS-SNAP-COUNT NOT < 100
               DISPLAY 'PRIVACY-ERASE WARNING: MORE THAN 100 '
                   'SNAPSHOTS - SNAPSHOTS NOT SEARCHED'
               CLOSE snapshot-control-file
               MOVE 1 TO WS-REQ-SUB
               PERFORM MARK-ALL-INCOMPLETE
                   THRU MARK-ALL-INCOMPLETE-EXIT
               GO TO ERASE-SNAPSHOTS-EXIT
           END-IF.
           ADD 1 TO WS-SNAP-COUNT.
           MOVE SNAPSHOT-CONTROL-RECORD
               TO WS-SNAP-CONTROL(WS-SNAP-COUNT).
           GO TO ERASE-SNAPSHOTS-LOAD.
       ERASE-SNAPSHOTS-LOADED.
           CLOSE snapshot-control-file.
           MOVE 1 TO WS-SNAP-SUB.
       ERASE-SNAPSHOTS-NEXT.
           IF WS-SNAP-SUB > WS-SNAP-COUNT
               GO TO ERASE-SNAPSHOTS-REWRITE
           END-IF.
           MOVE WS-SNAP-CONTROL(WS-SNAP-SUB) TO WS-SNAP-RECORD.
           MOVE 1 TO WS-SNAP-FILE.
           PERFORM SCRUB-COPY THRU SCRUB-COPY-EXIT.
           MOVE 2 TO WS-SNAP-FILE.
           PERFORM SCRUB-COPY THRU SCRUB-COPY-EXIT.
           MOVE 3 TO WS-SNAP-FILE.
           PERFORM SCRUB-COPY THRU SCRUB-COPY-EXIT.
           MOVE 5 TO WS-SNAP-FILE.
           PERFORM SCRUB-COPY THRU SCRUB-COPY-EXIT.
           MOVE WS-SNAP-RECORD TO WS-SNAP-CONTROL(WS-SNAP-SUB).
           ADD 1 TO WS-SNAP-SUB.
           GO TO ERASE-SNAPSHOTS-NEXT.
       ERASE-SNAPSHOTS-REWRITE.
           IF NOT SNAPSHOTS-CHANGED
               GO TO ERASE-SNAPSHOTS-EXIT
           END-IF.
           OPEN OUTPUT snapshot-control-file.
           MOVE 1 TO WS-SNAP-SUB.
       ERASE-SNAPSHOTS-WRITE.
           IF WS-SNAP-SUB > WS-SNAP-COUNT
               GO TO ERASE-SNAPSHOTS-CLOSE
           END-IF.
           MOVE WS-SNAP-CONTROL(WS-SNAP-SUB)
               TO SNAPSHOT-CONTROL-RECORD.
           WRITE SNAPSHOT-CONTROL-RECORD.
           ADD 1 TO WS-SNAP-SUB.
           GO TO ERASE-SNAPSHOTS-WRITE.
       ERASE-SNAPSHOTS-CLOSE.
           CLOSE snapshot-control-file.
       ERASE-SNAPSHOTS-EXIT.
           EXIT.

      * one copy of the snapshot in WS-SNAP-RECORD, file WS-SNAP-FILE
       SCRUB-COPY.
           IF NOT WSC-FILE-COPIED(WS-SNAP-FILE)
               GO TO SCRUB-COPY-EXIT
           END-IF.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-SNAP-FILE-NAME(WS-SNAP-FILE) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WSC-SNAPSHOT-ID DELIMITED BY SIZE
                  INTO WS-COPY-NAME
           END-STRING.
           OPEN INPUT snapshot-copy-file.
           IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'PRIVACY-ERASE WARNING: SNAPSHOT COPY '
                   WS-COPY-NAME ' NOT FOUND'
               GO TO SCRUB-COPY-EXIT
           END-IF.
           MOVE ZERO TO WS-COPY-CUST-POS.
           IF WS-SNAP-FILE = 1 OR 2
               MOVE 86 TO WS-COPY-CUST-POS
           END-IF.
           IF WS-SNAP-FILE = 5
               MOVE 73 TO WS-COPY-CUST-POS
           END-IF.
           OPEN OUTPUT erase-work-file.
           MOVE ZERO TO WS-FILE-MATCHES.
       SCRUB-COPY-READ.
           READ snapshot-copy-file INTO WS-COPY-IMAGE
               AT END GO TO SCRUB-COPY-COPY
           END-READ.
           MOVE WS-COPY-IMAGE(1:50) TO WS-FIND-KEY.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ = ZERO
            AND WS-COPY-CUST-POS > ZERO
            AND WS-COPY-IMAGE(WS-COPY-CUST-POS:9) IS NUMERIC
               MOVE WS-COPY-IMAGE(WS-COPY-CUST-POS:9)
                   TO WS-FIND-CUSTOMER
               IF WS-FIND-CUSTOMER > ZERO
                   PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
               END-IF
           END-IF.
           IF WS-FIND-REQ = ZERO
               WRITE ERASE-WORK-RECORD FROM WS-COPY-IMAGE
               GO TO SCRUB-COPY-READ
           END-IF.
           ADD 1 TO WS-REQ-FILE-COUNT(WS-FIND-REQ, 13).
           ADD 1 TO WS-FILE-MATCHES.
           IF WS-SNAP-FILE NOT = 5
               SUBTRACT 1 FROM WSC-RECORD-COUNT(WS-SNAP-FILE)
               GO TO SCRUB-COPY-READ
           END-IF.
           ADD 1 TO WS-ANON-SEQ.
           MOVE WS-ANON-SEQ TO ANON-NUMBER.
           MOVE '*ERASED*' TO WS-COPY-IMAGE(1:15).
           MOVE WS-REQ-ID(WS-FIND-REQ) TO WS-COPY-IMAGE(16:10).
           MOVE WS-ANON-STREET TO WS-COPY-IMAGE(26:25).
           MOVE ZEROS TO WS-COPY-IMAGE(73:9).
           WRITE ERASE-WORK-RECORD FROM WS-COPY-IMAGE.
           GO TO SCRUB-COPY-READ.
       SCRUB-COPY-COPY.
           CLOSE snapshot-copy-file.
           CLOSE erase-work-file.
           IF WS-FILE-MATCHES = ZERO
               GO TO SCRUB-COPY-EXIT
           END-IF.
           SET SNAPSHOTS-CHANGED TO TRUE.
           OPEN INPUT erase-work-file.
           OPEN OUTPUT snapshot-copy-file.
       SCRUB-COPY-BACK.
           READ erase-work-file
               AT END GO TO SCRUB-COPY-DONE
           END-READ.
           MOVE ERASE-WORK-RECORD TO SNAPSHOT-COPY-RECORD.
           WRITE SNAPSHOT-COPY-RECORD.
           GO TO SCRUB-COPY-BACK.
       SCRUB-COPY-DONE.
           CLOSE erase-work-file.
           CLOSE snapshot-copy-file.
       SCRUB-COPY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The do-not-mail entry is what keeps the person from being
      * mailed again, so it is the one record kept: written when
      * missing, reopened when it had been withdrawn, and audited on
      * OPTOUT-AUDIT-FILE as OPTOUT-LOAD audits its own changes.
      *-----------------------------------------------------------------
       KEEP-DO-NOT-MAIL.
           IF WS-REQ-SUB > WS-REQ-COUNT-IN
               GO TO KEEP-DO-NOT-MAIL-EXIT
           END-IF.
           IF NOT DNM-FILE-OPEN
               GO TO KEEP-DO-NOT-MAIL-FAILED
           END-IF.
           MOVE SPACES TO DO-NOT-MAIL-RECORD.
           MOVE WS-REQ-LAST-NAME(WS-REQ-SUB) TO DNM-LAST-NAME.
           MOVE WS-REQ-FIRST-NAME(WS-REQ-SUB) TO DNM-FIRST-NAME.
           MOVE WS-REQ-STREET(WS-REQ-SUB) TO DNM-STREET.
           READ do-not-mail-master-file
               INVALID KEY
                   GO TO KEEP-DO-NOT-MAIL-ADD
           END-READ.
           IF WS-DNM-STATUS NOT = '00'
               GO TO KEEP-DO-NOT-MAIL-FAILED
           END-IF.
           IF DNM-EFFECTIVE-DATE NOT > WS-TODAY
            AND DNM-EXPIRY-DATE > WS-TODAY
               MOVE 'KEPT' TO WS-REQ-DNM-ACTION(WS-REQ-SUB)
               GO TO KEEP-DO-NOT-MAIL-NEXT
           END-IF.
           MOVE DO-NOT-MAIL-RECORD TO WS-OLD-IMAGE.
           MOVE WS-TODAY TO DNM-EFFECTIVE-DATE.
           MOVE 99999999 TO DNM-EXPIRY-DATE.
           REWRITE DO-NOT-MAIL-RECORD.
           IF WS-DNM-STATUS NOT = '00'
               GO TO KEEP-DO-NOT-MAIL-FAILED
           END-IF.
           MOVE 'REOPENED' TO WS-REQ-DNM-ACTION(WS-REQ-SUB).
           PERFORM WRITE-OPTOUT-AUDIT THRU WRITE-OPTOUT-AUDIT-EXIT.
           GO TO KEEP-DO-NOT-MAIL-NEXT.
       KEEP-DO-NOT-MAIL-ADD.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE WS-TODAY TO DNM-EFFECTIVE-DATE.
           MOVE 99999999 TO DNM-EXPIRY-DATE.
           MOVE WS-TODAY TO DNM-ADD-DATE.
           WRITE DO-NOT-MAIL-RECORD.
           IF WS-DNM-STATUS NOT = '00'
               GO TO KEEP-DO-NOT-MAIL-FAILED
           END-IF.
           MOVE 'ADDED' TO WS-REQ-DNM-ACTION(WS-REQ-SUB).
           PERFORM WRITE-OPTOUT-AUDIT THRU WRITE-OPTOUT-AUDIT-EXIT.
           GO TO KEEP-DO-NOT-MAIL-NEXT.
      * without the entry the person could be mailed again, so the
      * request cannot be certified.
       KEEP-DO-NOT-MAIL-FAILED.
           IF DNM-FILE-OPEN
               DISPLAY 'PRIVACY-ERASE ERROR: DO-NOT-MAIL ENTRY FOR '
                   'REQUEST ' WS-REQ-ID(WS-REQ-SUB)
                   ' NOT WRITTEN, STATUS ' WS-DNM-STATUS
           END-IF.
           MOVE 'NOT KEPT' TO WS-REQ-DNM-ACTION(WS-REQ-SUB).
           MOVE 'D' TO WS-REQ-INCOMPLETE-SW(WS-REQ-SUB).
       KEEP-DO-NOT-MAIL-NEXT.
           ADD 1 TO WS-REQ-SUB.
           GO TO KEEP-DO-NOT-MAIL.
       KEEP-DO-NOT-MAIL-EXIT.
           EXIT.

       WRITE-OPTOUT-AUDIT.
           OPEN EXTEND optout-audit-file.
           IF WS-AUDIT-STATUS = '05' OR '35'
               OPEN OUTPUT optout-audit-file
           END-IF.
           MOVE SPACES TO OPTOUT-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OA-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO OA-TIME.
           MOVE 'ERASE' TO OA-ACTION.
           MOVE WS-OLD-IMAGE TO OA-OLD-VALUE.
           MOVE DO-NOT-MAIL-RECORD TO OA-NEW-VALUE.
           WRITE OPTOUT-AUDIT-RECORD.
           CLOSE optout-audit-file.
       WRITE-OPTOUT-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One certificate per request, for Legal's file: every file
      * searched, what was done there and how many records.
      *-----------------------------------------------------------------
       WRITE-CERTIFICATE.
           IF WS-REQ-SUB > WS-REQ-COUNT-IN
               GO TO WRITE-CERTIFICATE-EXIT
           END-IF.
           IF WS-REQ-SUB > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL '-' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE 'PRIVACY ERASURE CERTIFICATE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REQUEST ID ........: ' DELIMITED BY SIZE
                  WS-REQ-ID(WS-REQ-SUB) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PROCESSED .........: ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ADDRESSES TRACED TO THE PERSON ..:' TO TOT-LABEL.
           MOVE WS-REQ-ADDRESSES(WS-REQ-SUB) TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CERT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-FILE-SUB.
       WRITE-CERTIFICATE-FILE.
           IF WS-FILE-SUB > 13
               GO TO WRITE-CERTIFICATE-DNM
           END-IF.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO CRT-FILE-NAME.
           MOVE WS-FILE-ACTION(WS-FILE-SUB) TO CRT-ACTION.
           IF NOT FILE-PRESENT(WS-FILE-SUB)
               MOVE 'NO FILE' TO CRT-ACTION
           END-IF.
           MOVE WS-REQ-FILE-COUNT(WS-REQ-SUB, WS-FILE-SUB)
               TO CRT-COUNT.
           ADD WS-REQ-FILE-COUNT(WS-REQ-SUB, WS-FILE-SUB)
               TO WS-RECORDS-ERASED.
           MOVE WS-CERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-FILE-SUB.
           GO TO WRITE-CERTIFICATE-FILE.
       WRITE-CERTIFICATE-DNM.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE 'DO-NOT-MAIL-MASTER-FILE' TO CRT-FILE-NAME.
           MOVE WS-REQ-DNM-ACTION(WS-REQ-SUB) TO CRT-ACTION.
           MOVE 1 TO CRT-COUNT.
           IF DNM-NOT-KEPT(WS-REQ-SUB)
               MOVE ZERO TO CRT-COUNT
           END-IF.
           MOVE WS-CERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF DNM-NOT-KEPT(WS-REQ-SUB)
               ADD 1 TO WS-REQUESTS-INCOMPLETE
               MOVE '*** INCOMPLETE - DO-NOT-MAIL ENTRY NOT WRITTEN'
                   TO REPORT-LINE
               MOVE '; RERUN THIS REQUEST' TO REPORT-LINE(47:20)
           ELSE
               IF REQUEST-INCOMPLETE(WS-REQ-SUB)
                   ADD 1 TO WS-REQUESTS-INCOMPLETE
                   MOVE '*** INCOMPLETE - MORE ADDRESSES THAN THIS RUN '
                       TO REPORT-LINE
                   MOVE 'CAN TRACE; RERUN THIS REQUEST ON ITS OWN'
                       TO REPORT-LINE(47:34)
               ELSE
                   MOVE 'ERASURE COMPLETE - ONLY THE DO-NOT-MAIL ENTRY '
                       TO REPORT-LINE
                   MOVE 'IS KEPT' TO REPORT-LINE(47:7)
               END-IF
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REQ-SUB.
           GO TO WRITE-CERTIFICATE.
       WRITE-CERTIFICATE-EXIT.
           EXIT.

      * The request file, street standardized; a blank request is
      * skipped.
       LOAD-REQUESTS.
           READ erasure-request-file
               AT END GO TO LOAD-REQUESTS-CLOSE
           END-READ.
           IF ER-REQUEST-ID = SPACES OR ER-LAST-NAME = SPACES
               DISPLAY 'PRIVACY-ERASE WARNING: REQUEST WITHOUT ID OR '
                   'NAME SKIPPED'
               GO TO LOAD-REQUESTS
           END-IF.
           IF WS-REQ-COUNT-IN NOT < 200
               DISPLAY 'PRIVACY-ERASE WARNING: MORE THAN 200 '
                   'REQUESTS - REQUEST ' ER-REQUEST-ID
                   ' LEFT FOR THE NEXT RUN'
               GO TO LOAD-REQUESTS
           END-IF.
           ADD 1 TO WS-REQ-COUNT-IN.
           MOVE ER-REQUEST-ID TO WS-REQ-ID(WS-REQ-COUNT-IN).
           MOVE ER-LAST-NAME TO WS-REQ-LAST-NAME(WS-REQ-COUNT-IN).
           MOVE ER-FIRST-NAME TO WS-REQ-FIRST-NAME(WS-REQ-COUNT-IN).
           MOVE ER-STREET TO WS-STD-STREET.
           PERFORM STANDARDIZE-STREET THRU STANDARDIZE-STREET-EXIT.
           MOVE WS-STD-STREET TO WS-REQ-STREET(WS-REQ-COUNT-IN).
           MOVE 'N' TO WS-REQ-INCOMPLETE-SW(WS-REQ-COUNT-IN).
           GO TO LOAD-REQUESTS.
       LOAD-REQUESTS-CLOSE.
           CLOSE erasure-request-file.
       LOAD-REQUESTS-EXIT.
           EXIT.

      * Add WS-ADD-KEY for request WS-ADD-REQ unless already traced;
      * a full table leaves the request incomplete.
       ADD-IDENTITY.
           MOVE WS-ADD-KEY TO WS-FIND-KEY.
           PERFORM FIND-IDENTITY THRU FIND-IDENTITY-EXIT.
           IF WS-FIND-REQ > ZERO
               GO TO ADD-IDENTITY-EXIT
           END-IF.
           IF WS-IDENT-COUNT-IN NOT < 1000
               MOVE 'Y' TO WS-REQ-INCOMPLETE-SW(WS-ADD-REQ)
               GO TO ADD-IDENTITY-EXIT
           END-IF.
           ADD 1 TO WS-IDENT-COUNT-IN.
           MOVE WS-ADD-KEY TO WS-IDENT-KEY(WS-IDENT-COUNT-IN).
           MOVE WS-ADD-REQ TO WS-IDENT-REQ(WS-IDENT-COUNT-IN).
           ADD 1 TO WS-REQ-ADDRESSES(WS-ADD-REQ).
       ADD-IDENTITY-EXIT.
           EXIT.

      * Add customer number WS-ADD-CUSTOMER for request WS-ADD-REQ.
       ADD-CUSTOMER.
           IF WS-ADD-CUSTOMER IS NOT NUMERIC
            OR WS-ADD-CUSTOMER = ZERO
               GO TO ADD-CUSTOMER-EXIT
           END-IF.
           MOVE WS-ADD-CUSTOMER TO WS-FIND-CUSTOMER.
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT.
           IF WS-FIND-REQ > ZERO
               GO TO ADD-CUSTOMER-EXIT
           END-IF.
           IF WS-CUST-COUNT-IN NOT < 500
               MOVE 'Y' TO WS-REQ-INCOMPLETE-SW(WS-ADD-REQ)
               GO TO ADD-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CUST-COUNT-IN.
           MOVE WS-ADD-CUSTOMER TO WS-CUST-NUMBER(WS-CUST-COUNT-IN).
           MOVE WS-ADD-REQ TO WS-CUST-REQ(WS-CUST-COUNT-IN).
       ADD-CUSTOMER-EXIT.
           EXIT.

      * request traced to WS-FIND-KEY, zero for none
       FIND-IDENTITY.
           MOVE ZERO TO WS-FIND-REQ.
           IF WS-IDENT-COUNT-IN = ZERO
               GO TO FIND-IDENTITY-EXIT
           END-IF.
           SET WS-IDENT-IDX TO 1.
           SEARCH WS-IDENT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IDENT-IDX > WS-IDENT-COUNT-IN
                   CONTINUE
               WHEN WS-IDENT-KEY(WS-IDENT-IDX) = WS-FIND-KEY
                   MOVE WS-IDENT-REQ(WS-IDENT-IDX) TO WS-FIND-REQ
           END-SEARCH.
       FIND-IDENTITY-EXIT.
           EXIT.

      * request traced to WS-FIND-CUSTOMER, zero for none
       FIND-CUSTOMER.
           MOVE ZERO TO WS-FIND-REQ.
           IF WS-CUST-COUNT-IN = ZERO
               GO TO FIND-CUSTOMER-EXIT
           END-IF.
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUST-IDX > WS-CUST-COUNT-IN
                   CONTINUE
               WHEN WS-CUST-NUMBER(WS-CUST-IDX) = WS-FIND-CUSTOMER
                   MOVE WS-CUST-REQ(WS-CUST-IDX) TO WS-FIND-REQ
           END-SEARCH.
       FIND-CUSTOMER-EXIT.
           EXIT.

       CLOSE-KEYED-FILES.
           IF FILE-PRESENT(1)
               CLOSE address-master-file
           END-IF.
           IF FILE-PRESENT(2)
               CLOSE address-archive-file
           END-IF.
           IF FILE-PRESENT(3)
               CLOSE mail-history-file
           END-IF.
           IF FILE-PRESENT(5)
               CLOSE move-linkage-file
           END-IF.
           IF FILE-PRESENT(7)
               CLOSE undeliverable-suppress-file
           END-IF.
           IF FILE-PRESENT(8)
               CLOSE holdout-history-file
           END-IF.
           IF FILE-PRESENT(10)
               CLOSE contact-log-file
           END-IF.
           IF FILE-PRESENT(12)
               CLOSE wave-control-file
           END-IF.
       CLOSE-KEYED-FILES-EXIT.
           EXIT.

       LOAD-ABBREV-TABLE.
           OPEN INPUT abbrev-table-file.
           IF WS-ABBREV-FILE-STATUS NOT = '00'
               GO TO LOAD-ABBREV-TABLE-EXIT
           END-IF.
       LOAD-ABBREV-TABLE-READ.
           READ abbrev-table-file
               AT END GO TO LOAD-ABBREV-TABLE-CLOSE.
           IF WS-ABBREV-COUNT < 100
               ADD 1 TO WS-ABBREV-COUNT
               MOVE AB-FROM-WORD
                   TO WS-AB-FROM-WORD(WS-ABBREV-COUNT)
               MOVE AB-TO-WORD
                   TO WS-AB-TO-WORD(WS-ABBREV-COUNT)
           END-IF.
           GO TO LOAD-ABBREV-TABLE-READ.
       LOAD-ABBREV-TABLE-CLOSE.
           CLOSE abbrev-table-file.
       LOAD-ABBREV-TABLE-EXIT.
           EXIT.

      * Same street fold as READ-CSV's PROCESS-ADDRESS: upper-case,
      * "#" to APT, and every word rewritten through the table.
       STANDARDIZE-STREET.
           MOVE FUNCTION UPPER-CASE (WS-STD-STREET) TO WS-STD-STREET.
           IF WS-ABBREV-COUNT = ZERO
               GO TO STANDARDIZE-STREET-EXIT
           END-IF.
           MOVE SPACES TO WS-STD-WORDS.
           MOVE ZERO TO WS-STD-WORD-COUNT.
           UNSTRING WS-STD-STREET DELIMITED BY ALL ' '
               INTO WS-STD-WORD(1) WS-STD-WORD(2) WS-STD-WORD(3)
                    WS-STD-WORD(4) WS-STD-WORD(5) WS-STD-WORD(6)
                    WS-STD-WORD(7) WS-STD-WORD(8) WS-STD-WORD(9)
                    WS-STD-WORD(10) WS-STD-WORD(11) WS-STD-WORD(12)
                    WS-STD-WORD(13) WS-STD-WORD(14) WS-STD-WORD(15)
                    WS-STD-WORD(16)
               TALLYING IN WS-STD-WORD-COUNT.
           MOVE SPACES TO WS-STD-STREET.
           MOVE 1 TO WS-STD-PTR.
           MOVE ZERO TO WS-STD-IDX.
       STANDARDIZE-STREET-WORD.
           ADD 1 TO WS-STD-IDX.
           IF WS-STD-IDX > WS-STD-WORD-COUNT
            OR WS-STD-IDX > 16
               GO TO STANDARDIZE-STREET-EXIT
           END-IF.
           IF WS-STD-WORD(WS-STD-IDX) = SPACES
               GO TO STANDARDIZE-STREET-WORD
           END-IF.
           MOVE WS-STD-WORD(WS-STD-IDX) TO WS-STD-HOLD.
           IF WS-STD-HOLD(1:1) = '#'
               MOVE WS-STD-HOLD(2:14) TO WS-STD-REST
               MOVE 'APT' TO WS-STD-EMIT
               PERFORM STD-EMIT-WORD THRU STD-EMIT-WORD-EXIT
               MOVE WS-STD-REST TO WS-STD-HOLD
               IF WS-STD-HOLD = SPACES
                   GO TO STANDARDIZE-STREET-WORD
               END-IF
           ELSE
               SET WS-ABBREV-IDX TO 1
               SEARCH WS-ABBREV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AB-FROM-WORD(WS-ABBREV-IDX) = WS-STD-HOLD
                       MOVE WS-AB-TO-WORD(WS-ABBREV-IDX)
                           TO WS-STD-HOLD
               END-SEARCH
           END-IF.
           MOVE WS-STD-HOLD TO WS-STD-EMIT.
           PERFORM STD-EMIT-WORD THRU STD-EMIT-WORD-EXIT.
           GO TO STANDARDIZE-STREET-WORD.
       STANDARDIZE-STREET-EXIT.
           EXIT.

       STD-EMIT-WORD.
           IF WS-STD-PTR > 1 AND WS-STD-PTR NOT > 30
               STRING ' ' DELIMITED BY SIZE INTO WS-STD-STREET
                   WITH POINTER WS-STD-PTR
               END-STRING
           END-IF.
           IF WS-STD-PTR NOT > 30
               STRING WS-STD-EMIT DELIMITED BY SPACE
                   INTO WS-STD-STREET
                   WITH POINTER WS-STD-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
       STD-EMIT-WORD-EXIT.
           EXIT.

      * File the closed report in the report repository for the
      * report viewer; this run's own return code is kept.
       FILE-REPORT.
           MOVE RETURN-CODE TO WS-FILING-RC.
           CALL 'REPORT-FILE' USING WS-REPORT-FILING
               ON EXCEPTION
                   DISPLAY 'PRIVACY-ERASE WARNING: REPORT-FILE NOT '
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
               DISPLAY 'PRIVACY-ERASE WARNING: JOB-LOG-FILE '
                   'COULD NOT BE OPENED, STATUS ' WS-JOB-LOG-STATUS
               GO TO WRITE-JOB-LOG-EXIT
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE 'PRIVACY-ERASE' TO JL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JL-TIME.
           MOVE 'CONSOLE' TO JL-OPERATOR.
           MOVE WS-REQ-COUNT-IN TO JL-COUNT-1.
           MOVE WS-IDENT-COUNT-IN TO JL-COUNT-2.
           MOVE WS-RECORDS-ERASED TO JL-COUNT-3.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           CLOSE job-log-file.
       WRITE-JOB-LOG-EXIT.
           EXIT.
       END PROGRAM PRIVACY-ERASE.
