           05  TF-NILAI-A             PIC X(06).
           05  TF-NILAI-B             PIC X(06).
           05  TF-OPERATOR-CODE       PIC X(01).
           05  TF-JENIS               PIC X(01).
           05  TF-REF-SEQ             PIC X(06).
      *
      *    One disposition per exception worked - M for a tugas1
      *    student reject keyed by NPM, K for a tugas2 calculation
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  run-date               PIC 9(6).
       01  operator-id            PIC X(10).
       01  operator-level         PIC 9(1).
      *    The repair for a calculation - every field is offered
      *    with its rejected value kept on a blank answer, and the
      *    corrected card goes onto TRANS-FILE, where the tugas12
      *    edit will check it again ahead of the tugas2 batch. A
      *    rejected reversal (operator R) goes back as a reversal -
      *    the sequence it cancels is not on the exception line, so
      *    it is keyed again.
       PERBAIKI-KALKULASI.
           MOVE ek-seq TO TF-TRANS-SEQ.
           MOVE ek-npm TO TF-NPM.
           MOVE ek-nilai-a TO TF-NILAI-A.
           MOVE ek-nilai-b TO TF-NILAI-B.
           MOVE kode-operator-asal TO TF-OPERATOR-CODE.
           MOVE SPACE TO TF-JENIS.
           MOVE SPACES TO TF-REF-SEQ.
           DISPLAY "Sequence baru (kosong = tetap): ".
           ACCEPT jawab-field.
           IF jawab-field NOT = SPACES
               MOVE jawab-field TO TF-TRANS-SEQ
           END-IF.
           IF ek-operator = "R"
               PERFORM PERBAIKI-PEMBATALAN
           ELSE
               PERFORM PERBAIKI-NILAI-KALKULASI
           END-IF.
           WRITE TRANS-FILE-RECORD.
           MOVE "R" TO XD-DISP.
           PERFORM CATAT-DISPOSISI-KALK.
           ADD 1 TO resubmit-count.
           MOVE SPACES TO WORKBENCH-REPORT-LINE.
           STRING "RESUBMIT KALKULASI SEQ=" DELIMITED BY SIZE
                  TF-TRANS-SEQ DELIMITED BY SIZE
                  "  (SEMULA " DELIMITED BY SIZE
                  ek-seq DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WORKBENCH-REPORT-LINE.
           WRITE WORKBENCH-REPORT-LINE.
       PERBAIKI-NILAI-KALKULASI.
           DISPLAY "NPM baru (kosong = tetap): ".
           ACCEPT jawab-field.
           IF jawab-field NOT = SPACES
           IF jawab-field NOT = SPACES
               MOVE jawab-field TO TF-OPERATOR-CODE
           END-IF.
       PERBAIKI-PEMBATALAN.
           MOVE "R" TO TF-JENIS.
           MOVE ZERO TO TF-NILAI-A.
           MOVE ZERO TO TF-NILAI-B.
           MOVE ZERO TO TF-OPERATOR-CODE.
           DISPLAY "Sequence asal yang dibatalkan: ".
           ACCEPT TF-REF-SEQ.
      *
      *    An overflow or divide-by-zero reject reaches the
      *    exception line after tugas2 has already turned the 1-4
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
                  "  PROGRAM=TUGAS16" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas16.
