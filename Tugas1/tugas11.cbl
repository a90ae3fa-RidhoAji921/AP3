           SELECT PROMOTE-REPORT ASSIGN TO "PROMOTE-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS promote-report-status.
           SELECT KELAS-MASTER ASSIGN TO "KELAS-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS KM-KELAS
               FILE STATUS IS kelas-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  CALC-HIST-ARCHIVE.
       01  CALC-HIST-ARCHIVE-RECORD.
           05  CA-PURGE-DATE          PIC 9(06).
           05  CA-HIST-IMAGE          PIC X(56).
      *
      *    One promotion rule per card - the kelas being emptied and
      *    the kelas its students move to. A new kelas of "LULUS"
           05  PC-KELAS-BARU          PIC X(05).
       FD  PROMOTE-REPORT.
       01  PROMOTE-REPORT-LINE        PIC X(132).
       FD  KELAS-MASTER.
           COPY "KELAS.CPY".
       WORKING-STORAGE SECTION.
       01  student-master-status  PIC X(2).
       01  calc-hist-master-status PIC X(2).
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  audit-log-status       PIC X(2).
       01  student-archive-status PIC X(2).
       01  calc-hist-archive-status PIC X(2).
       01  archived-calc-count    PIC 9(8) VALUE ZERO.
       01  empty-kelas-count      PIC 9(6) VALUE ZERO.
       01  skipped-rule-count     PIC 9(6) VALUE ZERO.
       01  kelas-master-status    PIC X(2).
       01  kelas-baru-alasan      PIC X(30).
       01  kelas-isi-count        PIC 9(6).
       01  kapasitas-warn-count   PIC 9(6) VALUE ZERO.
       01  isi-edited             PIC ZZZZZ9.
       01  kapasitas-edited       PIC ZZ9.
      *
      *    The whole control deck, loaded up front so the card
      *    order can be checked before a single student moves.
               CLOSE PROMOTE-CONTROL
               GOBACK
           END-IF.
           OPEN INPUT KELAS-MASTER.
           IF kelas-master-status NOT = "00"
               DISPLAY "KELAS-MASTER TIDAK ADA, JALANKAN TUGAS1 MODE 7"
               MOVE 8 TO RETURN-CODE
               CLOSE PROMOTE-CONTROL
               CLOSE STUDENT-MASTER
               GOBACK
           END-IF.
           OPEN I-O CALC-HISTORY-MASTER.
           IF calc-hist-master-status = "35"
               OPEN OUTPUT CALC-HISTORY-MASTER
      *    find the same record forever. Graduation is an archive
      *    purge, so a LULUS card needs the same level 3 a tugas8
      *    run does - a lesser operator's card is skipped and
      *    reported, not half-applied. A new kelas must be on the
      *    kelas master and open, or the card is skipped as well.
       PROSES-SATU-ATURAN.
           MOVE at-kelas-lama(aturan-idx) TO kelas-lama.
           MOVE at-kelas-baru(aturan-idx) TO kelas-baru.
                   ADD 1 TO skipped-rule-count
                   PERFORM TULIS-ATURAN-DILEWATI
               ELSE
                   PERFORM CEK-KELAS-BARU
                   IF kelas-baru-alasan = SPACES
                       PERFORM PROSES-SATU-KELAS
                   ELSE
                       ADD 1 TO skipped-rule-count
                       PERFORM TULIS-KELAS-BARU-DITOLAK
                   END-IF
               END-IF
           END-IF.
       CEK-KELAS-BARU.
           MOVE SPACES TO kelas-baru-alasan.
           IF NOT kelas-lulus
               MOVE kelas-baru TO KM-KELAS
               READ KELAS-MASTER
                   INVALID KEY
                       MOVE "KELAS TIDAK TERDAFTAR"
                           TO kelas-baru-alasan
                   NOT INVALID KEY
                       IF NOT KM-IS-AKTIF
                           MOVE "KELAS SUDAH DITUTUP"
                               TO kelas-baru-alasan
                       END-IF
               END-READ
           END-IF.
      *
      *    Walks the old kelas down the sm-kelas alternate key the
      *    way the tugas8 purge does - a rewrite moves the student
      *    out of the old kelas chain (and a graduate is deleted),
      *    so restarting the browse after each one always finds the
      *    next remaining member until the kelas is empty. Once the
      *    class has moved, the new kelas is counted against its
      *    capacity - the promotion still stands, but a class that
      *    has gone over is flagged on the report.
       PROSES-SATU-KELAS.
           MOVE "N" TO kelas-habis.
           PERFORM AMBIL-SATU-DARI-KELAS.
               ADD 1 TO empty-kelas-count
           END-IF.
           PERFORM TULIS-REKAP-KELAS.
           IF NOT kelas-lulus AND kelas-member-count > ZERO
               PERFORM HITUNG-ISI-KELAS-BARU
               IF kelas-isi-count > KM-KAPASITAS
                   ADD 1 TO kapasitas-warn-count
                   PERFORM TULIS-LEWAT-KAPASITAS
               END-IF
           END-IF.
       HITUNG-ISI-KELAS-BARU.
           MOVE ZERO TO kelas-isi-count.
           MOVE "N" TO kelas-habis.
           MOVE kelas-baru TO SM-KELAS.
           START STUDENT-MASTER KEY = SM-KELAS
               INVALID KEY MOVE "Y" TO kelas-habis
           END-START.
           IF NOT no-more-in-kelas
               PERFORM BACA-ISI-KELAS-BARU
           END-IF.
           PERFORM HITUNG-SATU-ISI UNTIL no-more-in-kelas.
       HITUNG-SATU-ISI.
           ADD 1 TO kelas-isi-count.
           PERFORM BACA-ISI-KELAS-BARU.
       BACA-ISI-KELAS-BARU.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO kelas-habis
           END-READ.
           IF NOT no-more-in-kelas
               AND SM-KELAS NOT = kelas-baru
               MOVE "Y" TO kelas-habis
           END-IF.
       PROSES-KELAS-MEMBER.
           IF kelas-lulus
               PERFORM LULUSKAN-CURRENT-STUDENT
                      DELIMITED BY SIZE
               INTO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
       TULIS-KELAS-BARU-DITOLAK.
           MOVE SPACES TO PROMOTE-REPORT-LINE.
           STRING "KARTU DILEWATI: LAMA=" DELIMITED BY SIZE
                  kelas-lama DELIMITED BY SIZE
                  " BARU=" DELIMITED BY SIZE
                  kelas-baru DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  kelas-baru-alasan DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
               INTO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
       TULIS-LEWAT-KAPASITAS.
           MOVE kelas-isi-count TO isi-edited.
           MOVE KM-KAPASITAS TO kapasitas-edited.
           MOVE SPACES TO PROMOTE-REPORT-LINE.
           STRING "PERINGATAN: KELAS " DELIMITED BY SIZE
                  kelas-baru DELIMITED BY SIZE
                  " TERISI " DELIMITED BY SIZE
                  isi-edited DELIMITED BY SIZE
                  " MELEBIHI KAPASITAS " DELIMITED BY SIZE
                  kapasitas-edited DELIMITED BY SIZE
               INTO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
       TUTUP.
           MOVE SPACES TO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
                  skipped-rule-count DELIMITED BY SIZE
               INTO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
           MOVE SPACES TO PROMOTE-REPORT-LINE.
           STRING "KELAS LEWAT KAPASITAS : " DELIMITED BY SIZE
                  kapasitas-warn-count DELIMITED BY SIZE
               INTO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
           CLOSE STUDENT-MASTER.
           CLOSE KELAS-MASTER.
           CLOSE CALC-HISTORY-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE STUDENT-ARCHIVE.
           DISPLAY "PROMOSI SELESAI, DIPROMOSIKAN: ", promoted-count,
               " DILULUSKAN: ", graduated-count.
           IF RETURN-CODE = ZERO
               AND (empty-kelas-count > 0 OR skipped-rule-count > 0
                   OR kapasitas-warn-count > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
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
                  "  PROGRAM=TUGAS11" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
      *
