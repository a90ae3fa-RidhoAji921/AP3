      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 20
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SM-NPM
               ALTERNATE RECORD KEY IS SM-NAMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-KELAS WITH DUPLICATES
               FILE STATUS IS student-master-status.
           SELECT CALC-HISTORY-MASTER ASSIGN TO "CALC-HISTORY-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS calc-hist-master-status.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS operator-master-status.
           SELECT SIGNON-LOG ASSIGN TO "SIGNON-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-control-status.
           SELECT RUN-LOG ASSIGN TO "RUN-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-log-status.
           SELECT TRANS-FILE ASSIGN TO "TRANS-FILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS trans-file-status.
           SELECT RENUMBER-SEED ASSIGN TO "RENUMBER-SEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS renumber-seed-status.
           SELECT GENERATE-REPORT ASSIGN TO "GENERATE-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS generate-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT.CPY".
       FD  CALC-HISTORY-MASTER.
           COPY "CALCHIST.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPERATOR.CPY".
       FD  SIGNON-LOG.
       01  SIGNON-LOG-LINE            PIC X(132).
      *
      *    The shared run-control lock record - "B" while the
      *    tugas7 chain owns the masters, "O" while an online
      *    update session is registered, spaces when free.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           05  RC-FLAG                PIC X(01).
           05  RC-TGL                 PIC 9(06).
           05  RC-PROGRAM             PIC X(08).
           05  RC-OPERATOR            PIC X(10).
       FD  RUN-LOG.
       01  RUN-LOG-LINE               PIC X(132).
      *
      *    The transaction card exactly as tugas12 edits it - read
      *    as characters to find where a hand-keyed deck already
      *    stands, written with the generated values.
       FD  TRANS-FILE.
       01  TRANS-CARD-RECORD.
           05  TG-TRANS-SEQ            PIC X(06).
           05  TG-NPM                  PIC X(08).
           05  TG-NILAI-A              PIC X(06).
           05  TG-NILAI-B              PIC X(06).
           05  TG-OPERATOR-CODE        PIC X(01).
           05  TG-JENIS                PIC X(01).
           05  TG-REF-SEQ              PIC X(06).
      *
      *    The tugas12 renumber high-water mark - read only here,
      *    so generated sequences start above anything it issued.
       FD  RENUMBER-SEED.
       01  RENUMBER-SEED-RECORD.
           05  RS-LAST-SEQ            PIC 9(06).
       FD  GENERATE-REPORT.
       01  GENERATE-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  student-master-status  PIC X(2).
       01  calc-hist-master-status PIC X(2).
       01  operator-master-status PIC X(2).
       01  signon-log-status      PIC X(2).
       01  sandi-masuk            PIC X(12).
       01  sandi-polos            PIC X(12).
       01  sandi-acak             PIC X(12).
       01  sandi-baru1            PIC X(12).
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  run-control-status     PIC X(2).
       01  run-log-status         PIC X(2).
       01  batch-lock-aktif       PIC X(1).
           88  batch-lock-on       VALUE "Y".
       01  online-lock-set        PIC X(1) VALUE "N".
           88  online-lock-was-set VALUE "Y".
       01  runlog-pesan           PIC X(40).
       01  trans-file-status      PIC X(2).
       01  renumber-seed-status   PIC X(2).
       01  generate-report-status PIC X(2).
       01  run-date               PIC 9(6).
       01  operator-id            PIC X(10).
       01  operator-level         PIC 9(1).
       01  operator-is-signed-on  PIC X(1).
           88  operator-signed-on  VALUE "Y".
       01  gen-pilihan            PIC 9(1).
       01  gen-kelas              PIC X(5).
       01  gen-npm                PIC X(8).
       01  gen-nilai-a            PIC 9(6).
       01  gen-nilai-b            PIC 9(6).
       01  gen-operasi            PIC 9(1).
       01  gen-tambah-jawab       PIC X(1).
           88  gen-tambah          VALUE "Y" "y".
       01  eof-trans-file         PIC X(1).
           88  no-more-trans       VALUE "Y".
       01  eof-calc-hist          PIC X(1).
           88  no-more-calc-hist   VALUE "Y".
       01  kelas-habis            PIC X(1).
           88  no-more-in-kelas    VALUE "Y".
       01  npm-list-selesai       PIC X(1).
           88  no-more-npm-input   VALUE "Y".
      *
      *    Every sequence already used - in the deck waiting for
      *    tonight, by the tugas12 renumber, or on the history
      *    master - lies at or below seq-tertinggi; the generated
      *    cards climb from there, so the edit sees them in order
      *    and the history key never turns one away as a repeat.
       01  seq-tertinggi          PIC 9(6) VALUE ZERO.
       01  seq-berikut            PIC 9(7).
       01  seq-pertama            PIC 9(6) VALUE ZERO.
       01  seq-terakhir           PIC 9(6) VALUE ZERO.
       01  kartu-lama-count       PIC 9(6) VALUE ZERO.
      *
      *    NPMs already given a card from a typed list - a name
      *    keyed twice gets one card.
       01  npm-list-table.
           05  npm-list-entry OCCURS 999 TIMES.
               10  nl-npm         PIC X(8).
       01  npm-list-count         PIC 9(3) COMP VALUE ZERO.
       01  npm-list-idx           PIC 9(3) COMP.
       01  npm-sudah-ada          PIC X(1).
           88  npm-diulang         VALUE "Y".
       01  npm-angka-x            PIC X(8).
       01  npm-angka REDEFINES npm-angka-x PIC 9(8).
       01  kartu-count            PIC 9(6) VALUE ZERO.
       01  ditolak-count          PIC 9(6) VALUE ZERO.
       01  hash-npm               PIC 9(14) VALUE ZERO.
       01  hash-nilai-a           PIC 9(12) VALUE ZERO.
       01  hash-nilai-b           PIC 9(12) VALUE ZERO.
       01  hash-seq               PIC 9(12) VALUE ZERO.
       01  ditolak-alasan         PIC X(30).
       PROCEDURE DIVISION.
      *
      *    Mass transaction generator - one card per student of a
      *    kelas, or per NPM of a typed list, all carrying the same
      *    NILAI-A, NILAI-B and operation, appended to TRANS-FILE
      *    for the normal tugas12 edit and tugas2 posting. The
      *    online lock is held while the deck is written so the
      *    chain cannot pick it up half built.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Operator ID: ".
           ACCEPT operator-id.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT operator-signed-on
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF operator-level < 2
               DISPLAY "GENERATOR TRANSAKSI MEMERLUKAN OPERATOR LEVEL 2"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CEK-KUNCI-BATCH.
           IF batch-lock-on
               DISPLAY "RANTAI BATCH SEDANG BERJALAN, GENERATOR DITOLAK"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Pilih dasar kartu".
           DISPLAY "1. Satu kelas".
           DISPLAY "2. Daftar NPM".
           ACCEPT gen-pilihan.
           IF gen-pilihan < 1 OR gen-pilihan > 2
               DISPLAY "PILIHAN TIDAK VALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF gen-pilihan = 1
               DISPLAY "Kelas: "
               ACCEPT gen-kelas
               IF gen-kelas = SPACES
                   DISPLAY "KELAS KOSONG, GENERATOR DIBATALKAN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           DISPLAY "NILAI-A: ".
           ACCEPT gen-nilai-a.
           DISPLAY "NILAI-B: ".
           ACCEPT gen-nilai-b.
           DISPLAY "Pilih operasi matematika".
           DISPLAY "1. Penjumlahan".
           DISPLAY "2. Pengurangan".
           DISPLAY "3. Perkalian".
           DISPLAY "4. Pembagian".
           ACCEPT gen-operasi.
           IF gen-operasi < 1 OR gen-operasi > 4
               DISPLAY "OPERASI TIDAK VALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF gen-operasi = 4 AND gen-nilai-b = ZERO
               DISPLAY "PEMBAGIAN DENGAN NOL, GENERATOR DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PASANG-KUNCI-ONLINE.
           OPEN INPUT STUDENT-MASTER.
           IF student-master-status NOT = "00"
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, GENERATOR "
                   "DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               PERFORM LEPAS-KUNCI-ONLINE
               GOBACK
           END-IF.
           PERFORM CARI-SEQ-TERTINGGI.
           MOVE "Y" TO gen-tambah-jawab.
           IF kartu-lama-count > ZERO
               DISPLAY "TRANS-FILE SUDAH BERISI ", kartu-lama-count,
                   " KARTU"
               DISPLAY "Tambahkan ke deck yang ada? (Y = tambah, "
                   "T = ganti): "
               ACCEPT gen-tambah-jawab
           END-IF.
           IF gen-tambah
               OPEN EXTEND TRANS-FILE
               IF trans-file-status = "35"
                   OPEN OUTPUT TRANS-FILE
               END-IF
           ELSE
               OPEN OUTPUT TRANS-FILE
           END-IF.
           OPEN OUTPUT GENERATE-REPORT.
           PERFORM TULIS-JUDUL-LISTING.
           MOVE seq-tertinggi TO seq-berikut.
           GO TO GENERATE-PER-KELAS, GENERATE-PER-NPM
               DEPENDING ON gen-pilihan.
      *
      *    Every member of the kelas, read down the SM-KELAS
      *    alternate key the way the tugas8 purge and the tugas3
      *    roster reach a class.
       GENERATE-PER-KELAS.
           MOVE "N" TO kelas-habis.
           MOVE gen-kelas TO SM-KELAS.
           START STUDENT-MASTER KEY = SM-KELAS
               INVALID KEY MOVE "Y" TO kelas-habis
           END-START.
           PERFORM AMBIL-SATU-DARI-KELAS.
           PERFORM GENERATE-KELAS-MEMBER UNTIL no-more-in-kelas.
           IF kartu-count = ZERO
               DISPLAY "KELAS ", gen-kelas, " TIDAK MEMPUNYAI MAHASISWA"
           END-IF.
           GO TO TUTUP.
       GENERATE-KELAS-MEMBER.
           PERFORM TULIS-SATU-KARTU.
           PERFORM AMBIL-SATU-DARI-KELAS.
       AMBIL-SATU-DARI-KELAS.
           IF NOT no-more-in-kelas
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO kelas-habis
               END-READ
               IF NOT no-more-in-kelas
                   AND SM-KELAS NOT = gen-kelas
                   MOVE "Y" TO kelas-habis
               END-IF
           END-IF.
      *
      *    Cards for the NPMs typed one at a time - a blank entry
      *    ends the list. An NPM not on the master gets no card and
      *    is listed for the operator to check.
       GENERATE-PER-NPM.
           MOVE "N" TO npm-list-selesai.
           PERFORM GENERATE-SATU-NPM UNTIL no-more-npm-input.
           GO TO TUTUP.
       GENERATE-SATU-NPM.
           DISPLAY "NPM (kosong = selesai): ".
           ACCEPT gen-npm.
           IF gen-npm = SPACES
               MOVE "Y" TO npm-list-selesai
           ELSE
               PERFORM CEK-NPM-DIULANG
               IF npm-diulang
                   MOVE "NPM SUDAH ADA DI DAFTAR" TO ditolak-alasan
                   PERFORM TULIS-NPM-DITOLAK
               ELSE
                   MOVE gen-npm TO SM-NPM
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE "NPM TIDAK TERDAFTAR" TO ditolak-alasan
                           PERFORM TULIS-NPM-DITOLAK
                       NOT INVALID KEY
                           PERFORM TULIS-SATU-KARTU
                   END-READ
               END-IF
           END-IF.
       CEK-NPM-DIULANG.
           MOVE "N" TO npm-sudah-ada.
           PERFORM CEK-SATU-NPM-DIULANG
               VARYING npm-list-idx FROM 1 BY 1
               UNTIL npm-list-idx > npm-list-count OR npm-diulang.
           IF NOT npm-diulang AND npm-list-count < 999
               ADD 1 TO npm-list-count
               MOVE gen-npm TO nl-npm(npm-list-count)
           END-IF.
       CEK-SATU-NPM-DIULANG.
           IF nl-npm(npm-list-idx) = gen-npm
               MOVE "Y" TO npm-sudah-ada
           END-IF.
      *
      *    One card for the student in SM-STUDENT-RECORD, with the
      *    next sequence, and its line on the control listing.
       TULIS-SATU-KARTU.
           ADD 1 TO seq-berikut.
           IF seq-berikut > 999999
               MOVE "SEQUENCE SUDAH 999999" TO ditolak-alasan
               MOVE SM-NPM TO gen-npm
               PERFORM TULIS-NPM-DITOLAK
           ELSE
               MOVE SPACES TO TRANS-CARD-RECORD
               MOVE seq-berikut TO seq-terakhir
               IF seq-pertama = ZERO
                   MOVE seq-terakhir TO seq-pertama
               END-IF
               MOVE seq-terakhir TO TG-TRANS-SEQ
               MOVE SM-NPM       TO TG-NPM
               MOVE gen-nilai-a  TO TG-NILAI-A
               MOVE gen-nilai-b  TO TG-NILAI-B
               MOVE gen-operasi  TO TG-OPERATOR-CODE
               MOVE SPACE        TO TG-JENIS
               MOVE "000000"     TO TG-REF-SEQ
               WRITE TRANS-CARD-RECORD
               ADD 1 TO kartu-count
               ADD seq-terakhir TO hash-seq
               ADD gen-nilai-a TO hash-nilai-a
               ADD gen-nilai-b TO hash-nilai-b
               MOVE SM-NPM TO npm-angka-x
               IF npm-angka-x NUMERIC
                   ADD npm-angka TO hash-npm
               END-IF
               MOVE SPACES TO GENERATE-REPORT-LINE
               STRING "  SEQ=" DELIMITED BY SIZE
                      seq-terakhir DELIMITED BY SIZE
                      "  NPM=" DELIMITED BY SIZE
                      SM-NPM DELIMITED BY SIZE
                      "  NAMA=" DELIMITED BY SIZE
                      SM-NAMA DELIMITED BY SIZE
                      "  KELAS=" DELIMITED BY SIZE
                      SM-KELAS DELIMITED BY SIZE
                   INTO GENERATE-REPORT-LINE
               WRITE GENERATE-REPORT-LINE
           END-IF.
       TULIS-NPM-DITOLAK.
           ADD 1 TO ditolak-count.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           STRING "  DITOLAK: NPM=" DELIMITED BY SIZE
                  gen-npm DELIMITED BY SIZE
                  "  ALASAN: " DELIMITED BY SIZE
                  ditolak-alasan DELIMITED BY SIZE
               INTO GENERATE-REPORT-LINE.
           WRITE GENERATE-REPORT-LINE.
       TUTUP.
           PERFORM TULIS-TOTAL-KONTROL.
           CLOSE TRANS-FILE.
           CLOSE GENERATE-REPORT.
           CLOSE STUDENT-MASTER.
           PERFORM LEPAS-KUNCI-ONLINE.
           DISPLAY "GENERATOR SELESAI, KARTU: ", kartu-count,
               " DITOLAK: ", ditolak-count.
           IF kartu-count = ZERO OR ditolak-count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *    The highest sequence in use - the cards already waiting
      *    in TRANS-FILE, the renumber seed, and every posting on
      *    the history master.
       CARI-SEQ-TERTINGGI.
           OPEN INPUT TRANS-FILE.
           IF trans-file-status = "00"
               MOVE "N" TO eof-trans-file
               PERFORM BACA-TRANS-FILE
               PERFORM PERIKSA-SATU-KARTU-LAMA UNTIL no-more-trans
               CLOSE TRANS-FILE
           END-IF.
           OPEN INPUT RENUMBER-SEED.
           IF renumber-seed-status = "00"
               READ RENUMBER-SEED
                   AT END CONTINUE
                   NOT AT END
                       IF RS-LAST-SEQ NUMERIC
                           AND RS-LAST-SEQ > seq-tertinggi
                           MOVE RS-LAST-SEQ TO seq-tertinggi
                       END-IF
               END-READ
               CLOSE RENUMBER-SEED
           END-IF.
           OPEN INPUT CALC-HISTORY-MASTER.
           IF calc-hist-master-status = "00"
               MOVE "N" TO eof-calc-hist
               PERFORM READ-CALC-HIST
               PERFORM PERIKSA-SATU-RIWAYAT UNTIL no-more-calc-hist
               CLOSE CALC-HISTORY-MASTER
           END-IF.
       BACA-TRANS-FILE.
           READ TRANS-FILE
               AT END MOVE "Y" TO eof-trans-file
           END-READ.
       PERIKSA-SATU-KARTU-LAMA.
           ADD 1 TO kartu-lama-count.
           IF TG-TRANS-SEQ NUMERIC
               AND TG-TRANS-SEQ > seq-tertinggi
               MOVE TG-TRANS-SEQ TO seq-tertinggi
           END-IF.
           PERFORM BACA-TRANS-FILE.
       READ-CALC-HIST.
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END MOVE "Y" TO eof-calc-hist
           END-READ.
       PERIKSA-SATU-RIWAYAT.
           IF CH-TRANS-SEQ > seq-tertinggi
               MOVE CH-TRANS-SEQ TO seq-tertinggi
           END-IF.
           PERFORM READ-CALC-HIST.
       TULIS-JUDUL-LISTING.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           STRING "LISTING KONTROL GENERATOR TRANSAKSI"
                      DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    OPERATOR: " DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
               INTO GENERATE-REPORT-LINE.
           WRITE GENERATE-REPORT-LINE.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           IF gen-pilihan = 1
               STRING "DASAR: KELAS " DELIMITED BY SIZE
                      gen-kelas DELIMITED BY SIZE
                      "  NILAI-A=" DELIMITED BY SIZE
                      gen-nilai-a DELIMITED BY SIZE
                      "  NILAI-B=" DELIMITED BY SIZE
                      gen-nilai-b DELIMITED BY SIZE
                      "  OPERASI=" DELIMITED BY SIZE
                      gen-operasi DELIMITED BY SIZE
                   INTO GENERATE-REPORT-LINE
           ELSE
               STRING "DASAR: DAFTAR NPM" DELIMITED BY SIZE
                      "  NILAI-A=" DELIMITED BY SIZE
                      gen-nilai-a DELIMITED BY SIZE
                      "  NILAI-B=" DELIMITED BY SIZE
                      gen-nilai-b DELIMITED BY SIZE
                      "  OPERASI=" DELIMITED BY SIZE
                      gen-operasi DELIMITED BY SIZE
                   INTO GENERATE-REPORT-LINE
           END-IF.
           WRITE GENERATE-REPORT-LINE.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           IF gen-tambah
               STRING "DITAMBAHKAN KE TRANS-FILE, KARTU LAMA: "
                          DELIMITED BY SIZE
                      kartu-lama-count DELIMITED BY SIZE
                   INTO GENERATE-REPORT-LINE
           ELSE
               STRING "TRANS-FILE DIGANTI, KARTU LAMA DIBUANG: "
                          DELIMITED BY SIZE
                      kartu-lama-count DELIMITED BY SIZE
                   INTO GENERATE-REPORT-LINE
           END-IF.
           WRITE GENERATE-REPORT-LINE.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           WRITE GENERATE-REPORT-LINE.
      *
      *    Control totals for the batch - the card count and hash
      *    totals of sequence, NPM and both values, to be agreed
      *    with the tugas12 edit listing before tugas2 posts.
       TULIS-TOTAL-KONTROL.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           WRITE GENERATE-REPORT-LINE.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           STRING "KARTU DITULIS : " DELIMITED BY SIZE
                  kartu-count DELIMITED BY SIZE
                  "  DITOLAK : " DELIMITED BY SIZE
                  ditolak-count DELIMITED BY SIZE
                  "  SEQ " DELIMITED BY SIZE
                  seq-pertama DELIMITED BY SIZE
                  " S/D " DELIMITED BY SIZE
                  seq-terakhir DELIMITED BY SIZE
               INTO GENERATE-REPORT-LINE.
           WRITE GENERATE-REPORT-LINE.
           MOVE SPACES TO GENERATE-REPORT-LINE.
           STRING "HASH SEQ : " DELIMITED BY SIZE
                  hash-seq DELIMITED BY SIZE
                  "  HASH NPM : " DELIMITED BY SIZE
                  hash-npm DELIMITED BY SIZE
                  "  HASH NILAI-A : " DELIMITED BY SIZE
                  hash-nilai-a DELIMITED BY SIZE
                  "  HASH NILAI-B : " DELIMITED BY SIZE
                  hash-nilai-b DELIMITED BY SIZE
               INTO GENERATE-REPORT-LINE.
           WRITE GENERATE-REPORT-LINE.
       CEK-KUNCI-BATCH.
           MOVE "N" TO batch-lock-aktif.
           OPEN INPUT RUN-CONTROL.
           IF run-control-status = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FLAG = "B"
                           MOVE "Y" TO batch-lock-aktif
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.
       PASANG-KUNCI-ONLINE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "O" TO RC-FLAG.
           MOVE run-date TO RC-TGL.
           MOVE "TUGAS20" TO RC-PROGRAM.
           MOVE operator-id TO RC-OPERATOR.
           OPEN OUTPUT RUN-CONTROL.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL.
           MOVE "Y" TO online-lock-set.
           MOVE "KUNCI ONLINE DIPASANG" TO runlog-pesan.
           PERFORM CATAT-RUN-CONTROL-LOG.
       LEPAS-KUNCI-ONLINE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE ZERO TO RC-TGL.
           OPEN OUTPUT RUN-CONTROL.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL.
           MOVE "N" TO online-lock-set.
           MOVE "KUNCI ONLINE DILEPAS" TO runlog-pesan.
           PERFORM CATAT-RUN-CONTROL-LOG.
       CATAT-RUN-CONTROL-LOG.
           OPEN EXTEND RUN-LOG.
           IF run-log-status = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "TGL=" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "  TUGAS20 " DELIMITED BY SIZE
                  runlog-pesan DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
               INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG.
      *
      *    Checks the operator id and password against the operator
      *    security file tugas1 maintains, counting failed tries on
      *    the operator record and locking it after the third, and
      *    writes every attempt - good or bad - to the sign-on log.
       SIGN-ON-OPERATOR.
           MOVE "N" TO operator-is-signed-on.
           OPEN EXTEND SIGNON-LOG.
           IF signon-log-status = "35"
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           OPEN I-O OPERATOR-MASTER.
           IF operator-master-status NOT = "00"
               DISPLAY "OPERATOR-MASTER TIDAK ADA, JALANKAN TUGAS1"
           ELSE
               MOVE operator-id TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "OPERATOR TIDAK DIKENAL: ", operator-id
                       MOVE "TIDAK-DIKENAL" TO signon-hasil
                       PERFORM CATAT-SIGNON-LOG
                   NOT INVALID KEY
                       PERFORM PERIKSA-SANDI-OPERATOR
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE SIGNON-LOG.
      *
      *    A locked record refuses even the right password - only a
      *    tugas1 mode-6 reset by an administrator opens it again.
      *    A record without a stored password is on its first use,
      *    so the operator sets one before going any further.
       PERIKSA-SANDI-OPERATOR.
           IF OP-IS-LOCKED
               DISPLAY "OPERATOR TERKUNCI, HUBUNGI ADMINISTRATOR"
               MOVE "TERKUNCI" TO signon-hasil
               PERFORM CATAT-SIGNON-LOG
           ELSE
               DISPLAY "Sandi: "
               ACCEPT sandi-masuk
               MOVE sandi-masuk TO sandi-polos
               PERFORM ACAK-SANDI
               IF OP-SANDI-ACAK = SPACES
                   PERFORM GANTI-SANDI-WAJIB
               ELSE
                   IF sandi-acak = OP-SANDI-ACAK
                       PERFORM SANDI-COCOK
                   ELSE
                       PERFORM SANDI-SALAH
                   END-IF
               END-IF
           END-IF.
       SANDI-COCOK.
           MOVE ZERO TO OP-GAGAL-COUNT.
           IF OP-MUST-CHANGE
               PERFORM GANTI-SANDI-WAJIB
           ELSE
               REWRITE OP-OPERATOR-RECORD
               MOVE "Y" TO operator-is-signed-on
               MOVE OP-LEVEL TO operator-level
               MOVE "BERHASIL" TO signon-hasil
               PERFORM CATAT-SIGNON-LOG
           END-IF.
      *
      *    The forced password change - on first use and after an
      *    administrator reset. The new password is asked for
      *    twice, stored scrambled, and the operator signs on
      *    with it.
       GANTI-SANDI-WAJIB.
           DISPLAY "Sandi baru: "
           ACCEPT sandi-baru1.
           DISPLAY "Ulangi sandi baru: "
           ACCEPT sandi-baru2.
           IF sandi-baru1 = SPACES OR sandi-baru1 NOT = sandi-baru2
               DISPLAY "SANDI BARU TIDAK SAMA ATAU KOSONG, GAGAL"
               MOVE "GANTI-GAGAL" TO signon-hasil
               PERFORM CATAT-SIGNON-LOG
           ELSE
               MOVE sandi-baru1 TO sandi-polos
               PERFORM ACAK-SANDI
               MOVE sandi-acak TO OP-SANDI-ACAK
               MOVE "N" TO OP-HARUS-GANTI
               MOVE ZERO TO OP-GAGAL-COUNT
               REWRITE OP-OPERATOR-RECORD
               MOVE "Y" TO operator-is-signed-on
               MOVE OP-LEVEL TO operator-level
               MOVE "BERHASIL" TO signon-hasil
               PERFORM CATAT-SIGNON-LOG
           END-IF.
       SANDI-SALAH.
           ADD 1 TO OP-GAGAL-COUNT.
           IF OP-GAGAL-COUNT NOT < 3
               MOVE "Y" TO OP-TERKUNCI
               DISPLAY "OPERATOR DIKUNCI SETELAH 3 KEGAGALAN"
           ELSE
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
      *    reversed and run through a fixed substitution alphabet,
      *    so a listing of the operator file gives nothing to type.
       ACAK-SANDI.
           MOVE SPACES TO sandi-acak.
           PERFORM ACAK-SATU-HURUF
               VARYING sandi-idx FROM 1 BY 1 UNTIL sandi-idx > 12.
           INSPECT sandi-acak CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "QWERTYUIOPASDFGHJKLZXCVBNM".
           INSPECT sandi-acak CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "qwertyuiopasdfghjklzxcvbnm".
           INSPECT sandi-acak CONVERTING
               "0123456789" TO "9876543210".
       ACAK-SATU-HURUF.
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
                  "  PROGRAM=TUGAS20" DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas20.
