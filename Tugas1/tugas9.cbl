       FD  CALC-HIST-ARCHIVE.
       01  CALC-HIST-ARCHIVE-RECORD.
           05  CA-PURGE-DATE          PIC 9(06).
           05  CA-HIST-IMAGE          PIC X(56).
      *
      *    Work copies of the archives with the restored images left
      *    out - copied back over the live archives once a student is
       FD  STUDENT-ARCH-KEEP.
       01  STUDENT-ARCH-KEEP-RECORD   PIC X(132).
       FD  CALC-ARCH-KEEP.
       01  CALC-ARCH-KEEP-RECORD      PIC X(62).
       FD  REINSTATE-REPORT.
       01  REINSTATE-REPORT-LINE      PIC X(132).
       WORKING-STORAGE SECTION.
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  run-control-status     PIC X(2).
       01  run-log-status         PIC X(2).
       01  batch-lock-aktif       PIC X(1).
               DISPLAY "SANDI SALAH"
           END-IF.
           REWRITE OP-OPERATOR-RECORD.
           IF OP-IS-LOCKED
               MOVE "DIKUNCI" TO signon-hasil
           ELSE
               MOVE "SANDI-SALAH" TO signon-hasil
           END-IF.
           PERFORM CATAT-SIGNON-LOG.
      *
      *    The stored password is never the clear text - it is
           MOVE sandi-polos(sandi-idx:1)
               TO sandi-acak(13 - sandi-idx:1).
      *
      *    One sign-on log line per attempt - date, time of
      *    day, program, operator, and how it went (the attempt
      *    that locks a record logs DIKUNCI), so "who was in the
      *    system that night, and when" finally has an answer.
       CATAT-SIGNON-LOG.
           MOVE SPACES TO SIGNON-LOG-LINE.
           ACCEPT signon-jam FROM TIME.
           STRING "TGL=" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "  PROGRAM=TUGAS9" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
      *
