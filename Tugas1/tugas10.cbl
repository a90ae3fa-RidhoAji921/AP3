       FD  CALCHIST-BACKUP.
       01  CALCHIST-BACKUP-RECORD.
           05  CB-TYPE                PIC X(01).
           05  CB-DATA                PIC X(56).
       FD  OPERATOR-BACKUP.
       01  OPERATOR-BACKUP-RECORD.
           05  OB-TYPE                PIC X(01).
       FD  CALCHIST-BACKUP-WORK.
       01  CALCHIST-BACKUP-WORK-RECORD.
           05  CW-TYPE                PIC X(01).
           05  CW-DATA                PIC X(56).
       FD  OPERATOR-BACKUP-WORK.
       01  OPERATOR-BACKUP-WORK-RECORD.
           05  OW-TYPE                PIC X(01).
       01  unload-count           PIC 9(8).
       01  reload-count           PIC 9(8).
       01  trailer-count          PIC 9(8).
       01  backup-baca-count      PIC 9(8) VALUE ZERO.
       01  backup-terima-count    PIC 9(8) VALUE ZERO.
       01  backup-tolak-count     PIC 9(8) VALUE ZERO.
       01  backup-date            PIC X(6).
       01  log-tindakan           PIC X(30).
       01  log-hasil              PIC X(10).
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  operator-id            PIC X(10) VALUE SPACES.
       01  operator-level         PIC 9(1).
       01  operator-is-signed-on  PIC X(1).
           88  operator-signed-on  VALUE "Y".
       LINKAGE SECTION.
      *
      *    Optional argument from the tugas7 chain driver - the
      *    backup's record counts go back through it for RUN-STATS.
      *    A stand-alone run has no caller, so the item has no
      *    address and nothing is handed back.
           COPY "STEPSTAT.CPY".
       PROCEDURE DIVISION USING ST-STATISTIK-LANGKAH.
       MULAI.
           ACCEPT run-date FROM DATE.
           OPEN EXTEND RUN-LOG.
      *    a damaged unload leaves the last good image in place.
       MODE-BACKUP.
           PERFORM UNLOAD-STUDENT-MASTER.
           PERFORM HITUNG-STATISTIK-UNLOAD.
           PERFORM UNLOAD-CALCHIST-MASTER.
           PERFORM HITUNG-STATISTIK-UNLOAD.
           PERFORM UNLOAD-OPERATOR-MASTER.
           PERFORM HITUNG-STATISTIK-UNLOAD.
           GO TO TUTUP.
      *
      *    Run statistics for the chain - every record unloaded is
      *    read; those in an image the verify passed are accepted
      *    and posted to the live backup, those in a damaged image
      *    are rejected.
       HITUNG-STATISTIK-UNLOAD.
           ADD unload-count TO backup-baca-count.
           IF log-hasil = "OK"
               ADD unload-count TO backup-terima-count
           ELSE
               ADD unload-count TO backup-tolak-count
           END-IF.
       UNLOAD-STUDENT-MASTER.
           MOVE "UNLOAD STUDENT-MASTER" TO log-tindakan.
           OPEN INPUT STUDENT-MASTER.
           WRITE RUN-LOG-LINE.
       TUTUP.
           CLOSE RUN-LOG.
           IF ADDRESS OF ST-STATISTIK-LANGKAH NOT = NULL
               MOVE backup-baca-count   TO ST-BACA-COUNT
               MOVE backup-terima-count TO ST-TERIMA-COUNT
               MOVE backup-tolak-count  TO ST-TOLAK-COUNT
               MOVE backup-terima-count TO ST-POSTING-COUNT
           END-IF.
           DISPLAY "TUGAS10 SELESAI, RC=", RETURN-CODE.
           GOBACK.
      *
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
                  "  PROGRAM=TUGAS10" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas10.
