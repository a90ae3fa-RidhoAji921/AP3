      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 23
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas23.
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
       01  run-date               PIC 9(6).
       01  operator-id            PIC X(10).
       01  operator-level         PIC 9(1).
       01  operator-is-signed-on  PIC X(1).
           88  operator-signed-on  VALUE "Y".
       01  npm-target             PIC X(8).
       01  periode-filter         PIC X(6).
       01  seq-target             PIC 9(6).
       01  pilih-aksi             PIC 9(1).
       01  inquiry-selesai        PIC X(1) VALUE "N".
           88  inquiry-done        VALUE "Y".
       01  npm-selesai            PIC X(1).
           88  npm-done            VALUE "Y".
       01  eof-calc-hist          PIC X(1).
           88  no-more-calc-hist   VALUE "Y".
       01  nama-tampil            PIC X(50).
       01  kelas-tampil           PIC X(5).
      *
      *    The student's history entries in key order - sequence
      *    order within the NPM - held so the operator can page
      *    back as well as forward without re-reading the master.
      *    Only the entries of the filtered period are loaded when
      *    a period filter is set. rw-batal-oleh names the reversal
      *    that cancelled an ordinary entry, when both are loaded.
       01  riwayat-table.
           05  riwayat-entry OCCURS 999 TIMES.
               10  rw-seq         PIC 9(6).
               10  rw-periode     PIC X(6).
               10  rw-nilai-a     PIC 9(6).
               10  rw-operator    PIC X(1).
               10  rw-nilai-b     PIC 9(6).
               10  rw-nilai-c     PIC 9(10).
               10  rw-run-date    PIC 9(6).
               10  rw-jenis       PIC X(1).
               10  rw-ref-seq     PIC 9(6).
               10  rw-batal-oleh  PIC 9(6).
       01  riwayat-count          PIC 9(4) COMP VALUE ZERO.
       01  riwayat-idx            PIC 9(4) COMP.
       01  riwayat-jdx            PIC 9(4) COMP.
       01  riwayat-terpotong      PIC X(1).
           88  riwayat-penuh       VALUE "Y".
       01  ketemu-idx             PIC 9(4) COMP.
       01  halaman-awal           PIC 9(4) COMP.
       01  halaman-akhir          PIC 9(4) COMP.
       01  baris-per-halaman      PIC 9(4) COMP VALUE 10.
       01  awal-edited            PIC ZZZ9.
       01  akhir-edited           PIC ZZZ9.
       01  count-edited           PIC ZZZ9.
       01  keterangan-baris       PIC X(20).
       01  baris-tampil           PIC X(80).
       01  riwayat-column-heading.
           05  FILLER             PIC X(8)  VALUE "SEQ".
           05  FILLER             PIC X(8)  VALUE "PERIODE".
           05  FILLER             PIC X(8)  VALUE "NILAI-A".
           05  FILLER             PIC X(3)  VALUE "OP".
           05  FILLER             PIC X(12) VALUE "NILAI-B".
           05  FILLER             PIC X(12) VALUE "NILAI-C".
           05  FILLER             PIC X(8)  VALUE "TGL RUN".
           05  FILLER             PIC X(20) VALUE "KETERANGAN".
       PROCEDURE DIVISION.
      *
      *    Calculation-history inquiry - one student at a time,
      *    the name and kelas header and then the student's
      *    CALC-HISTORY-MASTER entries a page at a time, with
      *    paging both ways, a period filter and a jump to a
      *    sequence number. Every signed-on operator may use it.
      *    It only reads, so it does not take the run-control
      *    lock and stays usable while the nightly chain runs -
      *    an entry the chain posts meanwhile shows up the next
      *    time the NPM is asked for.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Operator ID: ".
           ACCEPT operator-id.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT operator-signed-on
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF student-master-status NOT = "00"
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, INKUIRI DIBATAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CALC-HISTORY-MASTER.
           IF calc-hist-master-status NOT = "00"
               DISPLAY "CALC-HISTORY-MASTER TIDAK ADA, INKUIRI DIBATAL"
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TANYA-SATU-NPM UNTIL inquiry-done.
           CLOSE STUDENT-MASTER.
           CLOSE CALC-HISTORY-MASTER.
           DISPLAY "INKUIRI RIWAYAT SELESAI".
           GOBACK.
      *
      *    One student - a blank NPM ends the session. An NPM no
      *    longer on STUDENT-MASTER is still shown, the way the
      *    tugas2 history report shows it.
       TANYA-SATU-NPM.
           DISPLAY "NPM (kosong = selesai): ".
           ACCEPT npm-target.
           IF npm-target = SPACES
               MOVE "Y" TO inquiry-selesai
           ELSE
               MOVE npm-target TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "(NPM TIDAK DITEMUKAN)" TO nama-tampil
                       MOVE SPACES TO kelas-tampil
                   NOT INVALID KEY
                       MOVE SM-NAMA TO nama-tampil
                       MOVE SM-KELAS TO kelas-tampil
               END-READ
               MOVE SPACES TO periode-filter
               PERFORM MUAT-RIWAYAT
               MOVE 1 TO halaman-awal
               MOVE "N" TO npm-selesai
               PERFORM LAYANI-SATU-HALAMAN UNTIL npm-done
           END-IF.
       LAYANI-SATU-HALAMAN.
           PERFORM TAMPILKAN-HALAMAN.
           DISPLAY "1=Maju 2=Mundur 3=Saring periode "
               "4=Lompat ke sequence 5=NPM lain 6=Selesai: ".
           ACCEPT pilih-aksi.
           EVALUATE pilih-aksi
               WHEN 1
                   PERFORM HALAMAN-MAJU
               WHEN 2
                   PERFORM HALAMAN-MUNDUR
               WHEN 3
                   PERFORM SARING-PERIODE
               WHEN 4
                   PERFORM LOMPAT-SEQUENCE
               WHEN 5
                   MOVE "Y" TO npm-selesai
               WHEN 6
                   MOVE "Y" TO npm-selesai
                   MOVE "Y" TO inquiry-selesai
               WHEN OTHER
                   DISPLAY "PILIHAN TIDAK VALID"
           END-EVALUATE.
      *
      *    Loads the NPM's entries - positioned on the first key of
      *    the NPM and read forward until the NPM changes - then
      *    marks each loaded entry that a loaded reversal cancels.
       MUAT-RIWAYAT.
           MOVE ZERO TO riwayat-count.
           MOVE "N" TO riwayat-terpotong.
           MOVE "N" TO eof-calc-hist.
           MOVE npm-target TO CH-NPM.
           MOVE ZERO TO CH-TRANS-SEQ.
           START CALC-HISTORY-MASTER KEY NOT < CH-HIST-KEY
               INVALID KEY MOVE "Y" TO eof-calc-hist
           END-START.
           IF NOT no-more-calc-hist
               PERFORM BACA-RIWAYAT
           END-IF.
           PERFORM MUAT-SATU-RIWAYAT UNTIL no-more-calc-hist.
           PERFORM TANDAI-PEMBATALAN
               VARYING riwayat-idx FROM 1 BY 1
               UNTIL riwayat-idx > riwayat-count.
       BACA-RIWAYAT.
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END MOVE "Y" TO eof-calc-hist
           END-READ.
           IF NOT no-more-calc-hist AND CH-NPM NOT = npm-target
               MOVE "Y" TO eof-calc-hist
           END-IF.
       MUAT-SATU-RIWAYAT.
           IF periode-filter = SPACES OR CH-PERIODE = periode-filter
               IF riwayat-count < 999
                   ADD 1 TO riwayat-count
                   MOVE CH-TRANS-SEQ TO rw-seq(riwayat-count)
                   MOVE CH-PERIODE TO rw-periode(riwayat-count)
                   MOVE CH-NILAI-A TO rw-nilai-a(riwayat-count)
                   MOVE CH-OPERATOR TO rw-operator(riwayat-count)
                   MOVE CH-NILAI-B TO rw-nilai-b(riwayat-count)
                   MOVE CH-NILAI-C TO rw-nilai-c(riwayat-count)
                   MOVE CH-RUN-DATE TO rw-run-date(riwayat-count)
                   MOVE CH-JENIS TO rw-jenis(riwayat-count)
                   MOVE CH-REF-SEQ TO rw-ref-seq(riwayat-count)
                   MOVE ZERO TO rw-batal-oleh(riwayat-count)
               ELSE
                   MOVE "Y" TO riwayat-terpotong
                   MOVE "Y" TO eof-calc-hist
               END-IF
           END-IF.
           IF NOT no-more-calc-hist
               PERFORM BACA-RIWAYAT
           END-IF.
       TANDAI-PEMBATALAN.
           IF rw-jenis(riwayat-idx) = "R"
               PERFORM TANDAI-SATU-DIBATAL
                   VARYING riwayat-jdx FROM 1 BY 1
                   UNTIL riwayat-jdx > riwayat-count
           END-IF.
       TANDAI-SATU-DIBATAL.
           IF rw-seq(riwayat-jdx) = rw-ref-seq(riwayat-idx)
               AND rw-jenis(riwayat-jdx) NOT = "R"
               MOVE rw-seq(riwayat-idx) TO rw-batal-oleh(riwayat-jdx)
           END-IF.
      *
      *    The screen for one page - the student header, the
      *    column heading, up to ten entries from halaman-awal on,
      *    and where the page sits in the whole list.
       TAMPILKAN-HALAMAN.
           DISPLAY "------------------------------------------------"
               "--------------------------------".
           DISPLAY "NPM  : ", npm-target, "  NAMA: ", nama-tampil.
           IF periode-filter = SPACES
               DISPLAY "KELAS: ", kelas-tampil, "  PERIODE: SEMUA"
           ELSE
               DISPLAY "KELAS: ", kelas-tampil, "  PERIODE: ",
                   periode-filter
           END-IF.
           IF riwayat-count = ZERO
               DISPLAY "TIDAK ADA RIWAYAT KALKULASI UNTUK NPM INI"
           ELSE
               ADD halaman-awal baris-per-halaman GIVING halaman-akhir
               SUBTRACT 1 FROM halaman-akhir
               IF halaman-akhir > riwayat-count
                   MOVE riwayat-count TO halaman-akhir
               END-IF
               DISPLAY riwayat-column-heading
               PERFORM TAMPILKAN-SATU-BARIS
                   VARYING riwayat-idx FROM halaman-awal BY 1
                   UNTIL riwayat-idx > halaman-akhir
               MOVE halaman-awal TO awal-edited
               MOVE halaman-akhir TO akhir-edited
               MOVE riwayat-count TO count-edited
               DISPLAY "ENTRI ", awal-edited, " - ", akhir-edited,
                   " DARI ", count-edited
           END-IF.
           IF riwayat-penuh
               DISPLAY "RIWAYAT LEBIH DARI 999 ENTRI - SARING PER "
                   "PERIODE UNTUK MELIHAT SISANYA"
           END-IF.
      *
      *    One history entry - a reversal names the sequence it
      *    cancels, and a cancelled entry names its reversal.
       TAMPILKAN-SATU-BARIS.
           MOVE SPACES TO keterangan-baris.
           IF rw-jenis(riwayat-idx) = "R"
               STRING "BATAL SEQ=" DELIMITED BY SIZE
                      rw-ref-seq(riwayat-idx) DELIMITED BY SIZE
                   INTO keterangan-baris
           ELSE
               IF rw-batal-oleh(riwayat-idx) NOT = ZERO
                   STRING "DIBATAL SEQ=" DELIMITED BY SIZE
                          rw-batal-oleh(riwayat-idx) DELIMITED BY SIZE
                       INTO keterangan-baris
               END-IF
           END-IF.
           MOVE SPACES TO baris-tampil.
           STRING rw-seq(riwayat-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rw-periode(riwayat-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rw-nilai-a(riwayat-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rw-operator(riwayat-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rw-nilai-b(riwayat-idx) DELIMITED BY SIZE
                  " =    " DELIMITED BY SIZE
                  rw-nilai-c(riwayat-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rw-run-date(riwayat-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  keterangan-baris DELIMITED BY SIZE
               INTO baris-tampil.
           DISPLAY baris-tampil.
       HALAMAN-MAJU.
           IF halaman-akhir < riwayat-count
               ADD baris-per-halaman TO halaman-awal
           ELSE
               DISPLAY "SUDAH HALAMAN TERAKHIR"
           END-IF.
       HALAMAN-MUNDUR.
           IF halaman-awal > 1
               IF halaman-awal > baris-per-halaman
                   SUBTRACT baris-per-halaman FROM halaman-awal
               ELSE
                   MOVE 1 TO halaman-awal
               END-IF
           ELSE
               DISPLAY "SUDAH HALAMAN PERTAMA"
           END-IF.
      *
      *    A period filter reloads the list with only that
      *    period's entries; a blank period shows them all again.
       SARING-PERIODE.
           DISPLAY "Periode (misal 20251, kosong = semua): ".
           ACCEPT periode-filter.
           PERFORM MUAT-RIWAYAT.
           MOVE 1 TO halaman-awal.
      *
      *    Starts the page at the given sequence number, or at the
      *    first one after it when that number is not in the list.
       LOMPAT-SEQUENCE.
           DISPLAY "Lompat ke sequence: ".
           ACCEPT seq-target.
           MOVE ZERO TO ketemu-idx.
           PERFORM CARI-SEQUENCE
               VARYING riwayat-idx FROM 1 BY 1
               UNTIL riwayat-idx > riwayat-count
                   OR ketemu-idx NOT = ZERO.
           IF ketemu-idx = ZERO
               DISPLAY "TIDAK ADA SEQUENCE ", seq-target,
                   " ATAU SESUDAHNYA"
           ELSE
               IF rw-seq(ketemu-idx) NOT = seq-target
                   DISPLAY "SEQUENCE ", seq-target,
                       " TIDAK ADA, DITAMPILKAN MULAI ",
                       rw-seq(ketemu-idx)
               END-IF
               MOVE ketemu-idx TO halaman-awal
           END-IF.
       CARI-SEQUENCE.
           IF rw-seq(riwayat-idx) NOT < seq-target
               MOVE riwayat-idx TO ketemu-idx
           END-IF.
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
                  "  PROGRAM=TUGAS23" DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas23.
