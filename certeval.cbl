      *                   field comes back Y the session the trainee
      *                   first qualifies, A when already certified,
      *                   N otherwise.
      *   2026/10/15 QC - TRAINING-LOG-RECORD follows the drills'
      *                   layout, which now ends with the drill code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EVAL.
           05 TLOG-OUTCOME       PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-LEVEL         PIC X(01).
           05 FILLER             PIC X(02).
           05 TLOG-DRILL         PIC X(01).

       FD  certification-file.
       01  CERTIFICATION-RECORD.
