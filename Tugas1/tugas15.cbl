           SELECT KELAS-LOAD-REPORT ASSIGN TO "KELAS-LOAD-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS kelas-load-report-status.
           SELECT KELAS-MASTER ASSIGN TO "KELAS-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS KM-KELAS
               FILE STATUS IS kelas-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
      *    date and closed by a T record carrying the record count
      *    (and, for the calculations, a NILAI-C hash total), so the
      *    receiving side can prove it has the complete file the
      *    same way tugas5 cross-foots CALC-SUMMARY. A calculation
      *    D record ends with its jenis - "H" an ordinary posting,
      *    "R" a reversal - and, for a reversal, the sequence it
      *    cancels (zeros otherwise). The T record's hash covers
      *    the ordinary postings only; the reversals follow it as a
      *    count and a hash of their own, so the registrar nets
      *    them out instead of counting a cancelled calculation
      *    twice.
       FD  REGISTRAR-MHS.
       01  REGISTRAR-MHS-LINE         PIC X(200).
       FD  REGISTRAR-KALK.
           05  KA-KELAS               PIC X(05).
       FD  KELAS-LOAD-REPORT.
       01  KELAS-LOAD-REPORT-LINE    PIC X(132).
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
       01  registrar-mhs-status   PIC X(2).
       01  registrar-kalk-status  PIC X(2).
       01  mhs-extract-count      PIC 9(8) VALUE ZERO.
       01  kalk-extract-count     PIC 9(8) VALUE ZERO.
       01  kalk-hash-total        PIC 9(14) VALUE ZERO.
       01  kalk-batal-count       PIC 9(8) VALUE ZERO.
       01  kalk-batal-hash        PIC 9(14) VALUE ZERO.
       01  kalk-jenis             PIC X(1).
       01  kalk-ref-seq           PIC 9(6).
       01  assign-applied-count   PIC 9(6) VALUE ZERO.
       01  assign-reject-count    PIC 9(6) VALUE ZERO.
       01  assign-reject-reason   PIC X(40).
       01  kelas-master-status    PIC X(2).
       01  kelas-isi-count        PIC 9(4).
       01  kelas-habis            PIC X(1).
           88  no-more-in-kelas    VALUE "Y".
       01  kapasitas-warn-count   PIC 9(6) VALUE ZERO.
       01  isi-edited             PIC ZZZ9.
       01  kapasitas-edited       PIC ZZ9.
       01  audit-action           PIC X(6).
       01  audit-before-image     PIC X(126).
       01  audit-after-image      PIC X(126).
           CLOSE STUDENT-MASTER.
           CLOSE CALC-HISTORY-MASTER.
           DISPLAY "EKSTRAK SELESAI, MAHASISWA: ", mhs-extract-count,
               " KALKULASI: ", kalk-extract-count,
               " PEMBATALAN: ", kalk-batal-count.
           GOBACK.
       EKSTRAK-MAHASISWA.
           OPEN OUTPUT REGISTRAR-MHS.
                  kalk-extract-count DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  kalk-hash-total DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  kalk-batal-count DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  kalk-batal-hash DELIMITED BY SIZE
               INTO REGISTRAR-KALK-LINE.
           WRITE REGISTRAR-KALK-LINE.
           CLOSE REGISTRAR-KALK.
               AND CH-PERIODE NOT = periode-filter
               CONTINUE
           ELSE
               IF CH-IS-REVERSAL
                   MOVE "R" TO kalk-jenis
                   MOVE CH-REF-SEQ TO kalk-ref-seq
               ELSE
                   MOVE "H" TO kalk-jenis
                   MOVE ZERO TO kalk-ref-seq
               END-IF
               MOVE SPACES TO REGISTRAR-KALK-LINE
               STRING "D|" DELIMITED BY SIZE
                      CH-NPM DELIMITED BY SIZE
                      CH-RUN-DATE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      CH-PERIODE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      kalk-jenis DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      kalk-ref-seq DELIMITED BY SIZE
                   INTO REGISTRAR-KALK-LINE
               WRITE REGISTRAR-KALK-LINE
               ADD 1 TO kalk-extract-count
               IF CH-IS-REVERSAL
                   ADD 1 TO kalk-batal-count
                   ADD CH-NILAI-C TO kalk-batal-hash
               ELSE
                   ADD CH-NILAI-C TO kalk-hash-total
               END-IF
           END-IF.
           PERFORM BACA-CALC-HIST.
      *
               CLOSE KELAS-ASSIGN
               GOBACK
           END-IF.
           OPEN INPUT KELAS-MASTER.
           IF kelas-master-status NOT = "00"
               DISPLAY "KELAS-MASTER TIDAK ADA, JALANKAN TUGAS1 MODE 7"
               MOVE 8 TO RETURN-CODE
               CLOSE KELAS-ASSIGN
               CLOSE STUDENT-MASTER
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF audit-log-status = "35"
               OPEN OUTPUT AUDIT-LOG
                  assign-applied-count DELIMITED BY SIZE
                  "  DITOLAK : " DELIMITED BY SIZE
                  assign-reject-count DELIMITED BY SIZE
                  "  LEWAT KAPASITAS : " DELIMITED BY SIZE
                  kapasitas-warn-count DELIMITED BY SIZE
               INTO KELAS-LOAD-REPORT-LINE.
           WRITE KELAS-LOAD-REPORT-LINE.
           CLOSE KELAS-ASSIGN.
           CLOSE STUDENT-MASTER.
           CLOSE KELAS-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE KELAS-LOAD-REPORT.
           DISPLAY "MUAT KELAS SELESAI, DITERAPKAN: ",
               assign-applied-count, " DITOLAK: ", assign-reject-count.
           IF RETURN-CODE = ZERO
               AND (assign-reject-count > 0 OR kapasitas-warn-count > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
           READ KELAS-ASSIGN
               AT END MOVE "Y" TO eof-kelas-assign
           END-READ.
      *
      *    The card's kelas must be on the kelas master and open.
      *    The seats it already has are counted before the student
      *    is read, since the count walks the sm-kelas key through
      *    the same record area the student is read into.
       MUAT-SATU-KELAS.
           MOVE SPACES TO assign-reject-reason.
           IF KA-KELAS = SPACES
               MOVE "KELAS KOSONG" TO assign-reject-reason
           ELSE
               MOVE KA-KELAS TO KM-KELAS
               READ KELAS-MASTER
                   INVALID KEY
                       MOVE "KELAS TIDAK TERDAFTAR"
                           TO assign-reject-reason
                   NOT INVALID KEY
                       IF NOT KM-IS-AKTIF
                           MOVE "KELAS SUDAH DITUTUP"
                               TO assign-reject-reason
                       END-IF
               END-READ
           END-IF.
           IF assign-reject-reason = SPACES
               PERFORM HITUNG-ISI-KELAS
               MOVE KA-NPM TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY
                  KA-KELAS DELIMITED BY SIZE
               INTO KELAS-LOAD-REPORT-LINE.
           WRITE KELAS-LOAD-REPORT-LINE.
           ADD 1 TO kelas-isi-count.
           IF kelas-isi-count > KM-KAPASITAS
               ADD 1 TO kapasitas-warn-count
               PERFORM TULIS-LEWAT-KAPASITAS
           END-IF.
      *
      *    Counts the students already in the card's kelas, other
      *    than the card's own student, down the sm-kelas key.
       HITUNG-ISI-KELAS.
           MOVE ZERO TO kelas-isi-count.
           MOVE "N" TO kelas-habis.
           MOVE KA-KELAS TO SM-KELAS.
           START STUDENT-MASTER KEY = SM-KELAS
               INVALID KEY MOVE "Y" TO kelas-habis
           END-START.
           IF NOT no-more-in-kelas
               PERFORM BACA-ISI-KELAS
           END-IF.
           PERFORM HITUNG-SATU-ISI UNTIL no-more-in-kelas.
       HITUNG-SATU-ISI.
           IF SM-NPM NOT = KA-NPM
               ADD 1 TO kelas-isi-count
           END-IF.
           PERFORM BACA-ISI-KELAS.
       BACA-ISI-KELAS.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO kelas-habis
           END-READ.
           IF NOT no-more-in-kelas
               AND SM-KELAS NOT = KA-KELAS
               MOVE "Y" TO kelas-habis
           END-IF.
      *
      *    The assignment stands - the registrar's word is final -
      *    but a class taken past its capacity is flagged on the
      *    report right under the card that did it.
       TULIS-LEWAT-KAPASITAS.
           MOVE kelas-isi-count TO isi-edited.
           MOVE KM-KAPASITAS TO kapasitas-edited.
           MOVE SPACES TO KELAS-LOAD-REPORT-LINE.
           STRING "PERINGATAN: KELAS " DELIMITED BY SIZE
                  KA-KELAS DELIMITED BY SIZE
                  " TERISI " DELIMITED BY SIZE
                  isi-edited DELIMITED BY SIZE
                  " MELEBIHI KAPASITAS " DELIMITED BY SIZE
                  kapasitas-edited DELIMITED BY SIZE
               INTO KELAS-LOAD-REPORT-LINE.
           WRITE KELAS-LOAD-REPORT-LINE.
       TULIS-KARTU-DITOLAK.
           MOVE SPACES TO KELAS-LOAD-REPORT-LINE.
           STRING "DITOLAK: NPM=" DELIMITED BY SIZE
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
                  "  PROGRAM=TUGAS15" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
      *
