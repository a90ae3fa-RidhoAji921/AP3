      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 18
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS operator-master-status.
           SELECT SIGNON-LOG ASSIGN TO "SIGNON-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT GRADE-SCALE ASSIGN TO "GRADE-SCALE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GS-PERIODE
               FILE STATUS IS grade-scale-status.
           SELECT PERIOD-TOTALS ASSIGN TO "PERIOD-TOTALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS period-totals-status.
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
           SELECT KHS-REPORT ASSIGN TO "KHS-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS khs-report-status.
           SELECT SORT-WORK ASSIGN TO "SORT-WORK".
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY "OPERATOR.CPY".
       FD  SIGNON-LOG.
       01  SIGNON-LOG-LINE            PIC X(132).
       FD  AUDIT-LOG.
       01  AUDIT-LOG-LINE             PIC X(340).
       FD  GRADE-SCALE.
           COPY "SKALA.CPY".
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       FD  STUDENT-MASTER.
           COPY "STUDENT.CPY".
       FD  CALC-HISTORY-MASTER.
           COPY "CALCHIST.CPY".
       FD  KHS-REPORT.
       01  KHS-REPORT-LINE            PIC X(132).
      *
      *    One semester of one student - an "S" total from a closed
      *    period, or a "B" marker for a period the student has
      *    postings in that is not closed yet. Sorted by npm and
      *    period so each transcript reads in semester order.
       SD  SORT-WORK.
       01  SORT-SEMESTER-RECORD.
           05  SK-NPM                 PIC X(08).
           05  SK-PERIODE             PIC X(06).
           05  SK-JENIS               PIC X(01).
               88  SK-BELUM-DITUTUP    VALUE "B".
           05  SK-TOTAL               PIC 9(14).
       WORKING-STORAGE SECTION.
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
       01  audit-log-status       PIC X(2).
       01  grade-scale-status     PIC X(2).
       01  period-totals-status   PIC X(2).
       01  student-master-status  PIC X(2).
       01  calc-hist-master-status PIC X(2).
       01  khs-report-status      PIC X(2).
       01  run-date               PIC 9(6).
       01  operator-id            PIC X(10).
       01  operator-level         PIC 9(1).
       01  operator-is-signed-on  PIC X(1).
           88  operator-signed-on  VALUE "Y".
       01  pilih-mode             PIC 9(1).
       01  mode-level-required    PIC 9(1).
       01  audit-action           PIC X(6).
       01  audit-npm              PIC X(8) VALUE SPACES.
       01  audit-before-image     PIC X(126).
       01  audit-after-image      PIC X(126).
       01  eof-period-totals      PIC X(1).
           88  no-more-totals      VALUE "Y".
       01  eof-grade-scale        PIC X(1).
           88  no-more-scales      VALUE "Y".
       01  eof-calc-hist          PIC X(1).
           88  no-more-calc-hist   VALUE "Y".
       01  eof-sort-work          PIC X(1) VALUE "N".
           88  no-more-sorted      VALUE "Y".
       01  riwayat-dibuka         PIC X(1) VALUE "N".
           88  riwayat-ada         VALUE "Y".
      *
      *    Every period with a "P" close record on PERIOD-TOTALS.
       01  tutup-table.
           05  tutup-entry OCCURS 200 TIMES.
               10  tt-periode     PIC X(6).
       01  tutup-count            PIC 9(3) COMP VALUE ZERO.
       01  tutup-idx              PIC 9(3) COMP.
       01  cari-periode           PIC X(6).
       01  periode-sudah-tutup    PIC X(1).
           88  periode-closed      VALUE "Y".
      *
      *    The whole grade-scale file, held in period order so a
      *    period without a scale of its own can fall back to the
      *    latest earlier one.
       01  skala-table.
           05  skala-entry OCCURS 200 TIMES.
               10  skl-periode     PIC X(6).
               10  skl-band OCCURS 5 TIMES.
                   15  skl-huruf   PIC X(1).
                   15  skl-batas   PIC 9(14).
                   15  skl-bobot   PIC 9V99.
       01  skala-count            PIC 9(3) COMP VALUE ZERO.
       01  skala-idx              PIC 9(3) COMP.
       01  skala-pakai-idx        PIC 9(3) COMP.
       01  band-idx               PIC 9(1) COMP.
       01  band-jdx               PIC 9(1) COMP.
       01  band-found             PIC 9(1) COMP.
       01  huruf-daftar           PIC X(5) VALUE "ABCDE".
       01  skala-periode          PIC X(6).
       01  batas-masuk            PIC 9(14).
       01  bobot-masuk            PIC 9(3).
       01  skala-is-update        PIC X(1).
           88  skala-was-update    VALUE "Y".
       01  skala-urutan-salah     PIC X(1).
           88  skala-not-descending VALUE "Y".
       01  band-masuk-salah       PIC X(1).
           88  band-input-invalid  VALUE "Y".
       01  skala-sesudah          PIC X(6).
       01  skala-ambil-alih       PIC X(1).
           88  skala-takes-closed  VALUE "Y".
       01  periode-diambil        PIC X(6).
      *
      *    Transcript selection - one npm, one kelas, or everyone
      *    on the student master.
       01  khs-pilihan            PIC 9(1).
           88  khs-satu-npm        VALUE 1.
           88  khs-satu-kelas      VALUE 2.
           88  khs-semua           VALUE 3.
       01  khs-npm                PIC X(8).
       01  khs-kelas              PIC X(5).
       01  cari-npm               PIC X(8).
       01  npm-terakhir           PIC X(8) VALUE SPACES.
       01  npm-terpilih-flag      PIC X(1) VALUE "N".
           88  npm-terpilih        VALUE "Y".
       01  riwayat-npm            PIC X(8).
       01  riwayat-terpilih       PIC X(1).
           88  riwayat-dipilih     VALUE "Y".
       01  belum-table.
           05  belum-entry OCCURS 50 TIMES.
               10  bl-periode     PIC X(6).
       01  belum-count            PIC 9(2) COMP.
       01  belum-idx              PIC 9(2) COMP.
       01  belum-sudah-ada        PIC X(1).
           88  belum-tercatat      VALUE "Y".
       01  current-npm            PIC X(8).
       01  semester-count         PIC 9(3).
       01  bobot-sum              PIC 9(5)V99.
       01  ipk                    PIC 9V99.
       01  huruf-hasil            PIC X(1).
       01  bobot-hasil            PIC 9V99.
       01  khs-student-count      PIC 9(6) VALUE ZERO.
       01  page-count             PIC 9(4) VALUE ZERO.
       01  page-edited            PIC ZZZ9.
       01  nilai-edited           PIC Z(13)9.
       01  bobot-edited           PIC 9.99.
       01  ipk-edited             PIC 9.99.
       01  catatan-skala          PIC X(20).
       01  khs-column-heading.
           05  FILLER             PIC X(10) VALUE "PERIODE".
           05  FILLER             PIC X(18) VALUE "TOTAL NILAI-C".
           05  FILLER             PIC X(7)  VALUE "HURUF".
           05  FILLER             PIC X(7)  VALUE "BOBOT".
           05  FILLER             PIC X(7)  VALUE "IPK".
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Operator ID: ".
           ACCEPT operator-id.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT operator-signed-on
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Pilih mode operasi".
           DISPLAY "1. Ubah skala nilai per periode".
           DISPLAY "2. Daftar skala nilai".
           DISPLAY "3. Cetak KHS (transkrip kumulatif)".
           ACCEPT pilih-mode.
           IF pilih-mode < 1 OR pilih-mode > 3
               DISPLAY "PILIHAN TIDAK VALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF pilih-mode = 1
               MOVE 3 TO mode-level-required
           ELSE
               MOVE 1 TO mode-level-required
           END-IF.
           IF operator-level < mode-level-required
               DISPLAY "WEWENANG OPERATOR TIDAK CUKUP UNTUK MODE INI"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           GO TO MODE-SKALA, MODE-DAFTAR-SKALA, MODE-KHS
               DEPENDING ON pilih-mode.
      *
      *    Sets the five grade bands for one period - the lowest
      *    total for A, B, C and D (E always starts at zero) and
      *    the grade points of each, entered in hundredths. The
      *    bands must fall from A to E, and no band carries more
      *    than 4.00. A scale grades its own period and every later
      *    one up to the next scale on file, so once any period in
      *    that range is closed the scale has graded a semester and
      *    a change to it is refused. A new scale is refused on the
      *    same range when a closed period in it would pick the new
      *    scale up in place of the earlier one that graded it. A
      *    closed period no scale has graded yet may still be given
      *    its first.
       MODE-SKALA.
           DISPLAY "Periode skala (misal 20251): ".
           ACCEPT skala-periode.
           IF skala-periode = SPACES
               DISPLAY "PERIODE KOSONG, DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MUAT-PERIODE-TUTUP.
           OPEN I-O GRADE-SCALE.
           IF grade-scale-status = "35"
               OPEN OUTPUT GRADE-SCALE
               CLOSE GRADE-SCALE
               OPEN I-O GRADE-SCALE
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF audit-log-status = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO audit-before-image.
           MOVE "N" TO skala-is-update.
           MOVE skala-periode TO GS-PERIODE.
           READ GRADE-SCALE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO skala-is-update
                   MOVE GS-SKALA-RECORD TO audit-before-image
                   DISPLAY "Skala saat ini:"
                   PERFORM TAMPILKAN-SATU-BAND
                       VARYING band-idx FROM 1 BY 1 UNTIL band-idx > 5
           END-READ.
           MOVE skala-periode TO cari-periode.
           PERFORM CEK-PERIODE-TUTUP.
           IF skala-was-update AND periode-closed
               DISPLAY "PERIODE ", skala-periode,
                   " SUDAH DITUTUP, SKALA TIDAK DAPAT DIUBAH"
               MOVE 8 TO RETURN-CODE
               GO TO TUTUP-SKALA
           END-IF.
           PERFORM CEK-SKALA-AMBIL-ALIH.
           IF skala-takes-closed
               IF skala-was-update
                   DISPLAY "PERIODE ", periode-diambil,
                       " SUDAH DITUTUP DGN SKALA INI, SKALA ",
                       skala-periode, " TIDAK DAPAT DIUBAH"
               ELSE
                   DISPLAY "PERIODE ", periode-diambil,
                       " SUDAH DITUTUP DGN SKALA LAMA, SKALA ",
                       skala-periode, " DITOLAK"
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO TUTUP-SKALA
           END-IF.
           MOVE SPACES TO GS-SKALA-RECORD.
           MOVE skala-periode TO GS-PERIODE.
           MOVE "N" TO band-masuk-salah.
           PERFORM ISI-SATU-BAND
               VARYING band-idx FROM 1 BY 1
               UNTIL band-idx > 5 OR band-input-invalid.
           IF band-input-invalid
               DISPLAY "SKALA DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GO TO TUTUP-SKALA
           END-IF.
           MOVE "N" TO skala-urutan-salah.
           PERFORM PERIKSA-SATU-BAND
               VARYING band-idx FROM 2 BY 1 UNTIL band-idx > 5.
           IF skala-not-descending
               DISPLAY "BATAS DAN BOBOT HARUS MENURUN DARI A KE E, "
                   "DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GO TO TUTUP-SKALA
           END-IF.
           IF skala-was-update
               REWRITE GS-SKALA-RECORD
               MOVE "SKLUPD" TO audit-action
           ELSE
               WRITE GS-SKALA-RECORD
               MOVE "SKLADD" TO audit-action
           END-IF.
           MOVE GS-SKALA-RECORD TO audit-after-image.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY "SKALA PERIODE ", skala-periode, " TELAH DISIMPAN".
       TUTUP-SKALA.
           CLOSE GRADE-SCALE.
           CLOSE AUDIT-LOG.
           GOBACK.
       TAMPILKAN-SATU-BAND.
           MOVE GS-BOBOT(band-idx) TO bobot-edited.
           DISPLAY "  ", GS-HURUF(band-idx), "  DARI ",
               GS-BATAS-BAWAH(band-idx), "  BOBOT ", bobot-edited.
      *
      *    The next scale on file after skala-periode bounds the
      *    periods this scale grades - from its own period up to
      *    that scale, or past it when there is none. For a change
      *    they are graded on this scale today; for a new one on
      *    the latest scale before it. With no scale before a new
      *    one, those periods were never given a letter and nothing
      *    graded would change.
       CEK-SKALA-AMBIL-ALIH.
           MOVE "N" TO skala-ambil-alih.
           MOVE HIGH-VALUES TO skala-sesudah.
           MOVE LOW-VALUES TO GS-PERIODE.
           START GRADE-SCALE KEY IS NOT < GS-PERIODE
               INVALID KEY
                   MOVE skala-periode TO GS-PERIODE
               NOT INVALID KEY
                   READ GRADE-SCALE NEXT RECORD
                       AT END
                           MOVE skala-periode TO GS-PERIODE
                   END-READ
           END-START.
           IF skala-was-update OR GS-PERIODE < skala-periode
               MOVE skala-periode TO GS-PERIODE
               START GRADE-SCALE KEY IS > GS-PERIODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GRADE-SCALE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE GS-PERIODE TO skala-sesudah
                       END-READ
               END-START
               PERFORM CEK-SATU-AMBIL-ALIH
                   VARYING tutup-idx FROM 1 BY 1
                   UNTIL tutup-idx > tutup-count OR skala-takes-closed
           END-IF.
       CEK-SATU-AMBIL-ALIH.
           IF tt-periode(tutup-idx) NOT < skala-periode
               AND tt-periode(tutup-idx) < skala-sesudah
               MOVE "Y" TO skala-ambil-alih
               MOVE tt-periode(tutup-idx) TO periode-diambil
           END-IF.
      *
      *    Each figure is checked as it is keyed, before it goes
      *    into the band - a bad one stops the entry.
       ISI-SATU-BAND.
           MOVE huruf-daftar(band-idx:1) TO GS-HURUF(band-idx).
           IF band-idx = 5
               MOVE ZERO TO GS-BATAS-BAWAH(band-idx)
           ELSE
               DISPLAY "Batas bawah total huruf ", GS-HURUF(band-idx),
                   ": "
               ACCEPT batas-masuk
               IF batas-masuk NOT NUMERIC
                   DISPLAY "BATAS HURUF ", GS-HURUF(band-idx),
                       " BUKAN ANGKA"
                   MOVE "Y" TO band-masuk-salah
               ELSE
                   MOVE batas-masuk TO GS-BATAS-BAWAH(band-idx)
               END-IF
           END-IF.
           IF NOT band-input-invalid
               DISPLAY "Bobot huruf ", GS-HURUF(band-idx),
                   " x100 (misal 400 = 4.00): "
               ACCEPT bobot-masuk
               IF bobot-masuk NOT NUMERIC OR bobot-masuk > 400
                   DISPLAY "BOBOT HURUF ", GS-HURUF(band-idx),
                       " HARUS ANGKA 0-400"
                   MOVE "Y" TO band-masuk-salah
               ELSE
                   DIVIDE bobot-masuk BY 100
                       GIVING GS-BOBOT(band-idx)
               END-IF
           END-IF.
       PERIKSA-SATU-BAND.
           SUBTRACT 1 FROM band-idx GIVING band-jdx.
           IF GS-BATAS-BAWAH(band-idx) NOT < GS-BATAS-BAWAH(band-jdx)
               OR GS-BOBOT(band-idx) > GS-BOBOT(band-jdx)
               MOVE "Y" TO skala-urutan-salah
           END-IF.
       MODE-DAFTAR-SKALA.
           OPEN INPUT GRADE-SCALE.
           IF grade-scale-status NOT = "00"
               DISPLAY "GRADE-SCALE BELUM ADA, JALANKAN MODE 1"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO eof-grade-scale.
           PERFORM BACA-GRADE-SCALE.
           PERFORM TAMPILKAN-SATU-SKALA UNTIL no-more-scales.
           CLOSE GRADE-SCALE.
           GOBACK.
       BACA-GRADE-SCALE.
           READ GRADE-SCALE NEXT RECORD
               AT END MOVE "Y" TO eof-grade-scale
           END-READ.
       TAMPILKAN-SATU-SKALA.
           DISPLAY "PERIODE ", GS-PERIODE.
           PERFORM TAMPILKAN-SATU-BAND
               VARYING band-idx FROM 1 BY 1 UNTIL band-idx > 5.
           PERFORM BACA-GRADE-SCALE.
      *
      *    The transcript run - every closed-period total of each
      *    selected student is sorted into npm and period order,
      *    together with a marker for each period the student has
      *    postings in that is not closed yet, and printed one page
      *    per student.
       MODE-KHS.
           DISPLAY "Cetak KHS untuk".
           DISPLAY "1. Satu NPM".
           DISPLAY "2. Satu kelas".
           DISPLAY "3. Semua mahasiswa".
           ACCEPT khs-pilihan.
           IF khs-pilihan < 1 OR khs-pilihan > 3
               DISPLAY "PILIHAN TIDAK VALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF khs-satu-npm
               DISPLAY "NPM: "
               ACCEPT khs-npm
           END-IF.
           IF khs-satu-kelas
               DISPLAY "Kelas: "
               ACCEPT khs-kelas
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF student-master-status NOT = "00"
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, KHS DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MUAT-PERIODE-TUTUP.
           PERFORM MUAT-SKALA.
           OPEN INPUT CALC-HISTORY-MASTER.
           IF calc-hist-master-status = "00"
               MOVE "Y" TO riwayat-dibuka
           END-IF.
           OPEN OUTPUT KHS-REPORT.
           SORT SORT-WORK
               ON ASCENDING KEY SK-NPM SK-PERIODE
               INPUT PROCEDURE IS RELEASE-SEMESTER
               OUTPUT PROCEDURE IS CETAK-KHS.
           CLOSE STUDENT-MASTER.
           IF riwayat-ada
               CLOSE CALC-HISTORY-MASTER
           END-IF.
           CLOSE KHS-REPORT.
           DISPLAY "KHS SELESAI, MAHASISWA: ", khs-student-count.
           IF khs-student-count = ZERO
               DISPLAY "PERINGATAN - TIDAK ADA KHS YANG DICETAK"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *    Loads every closed period - the "P" records tugas13
      *    writes - for the serial search below.
       MUAT-PERIODE-TUTUP.
           MOVE ZERO TO tutup-count.
           OPEN INPUT PERIOD-TOTALS.
           IF period-totals-status = "00"
               MOVE "N" TO eof-period-totals
               PERFORM READ-PERIOD-TOTALS
               PERFORM MUAT-SATU-TUTUP UNTIL no-more-totals
               CLOSE PERIOD-TOTALS
           END-IF.
       READ-PERIOD-TOTALS.
           READ PERIOD-TOTALS
               AT END MOVE "Y" TO eof-period-totals
           END-READ.
       MUAT-SATU-TUTUP.
           IF PT-TYPE = "P"
               IF tutup-count < 200
                   ADD 1 TO tutup-count
                   MOVE PT-PERIODE TO tt-periode(tutup-count)
               ELSE
                   DISPLAY "TABEL PERIODE TUTUP PENUH, ENTRI DILEWATI"
               END-IF
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
       CEK-PERIODE-TUTUP.
           MOVE "N" TO periode-sudah-tutup.
           PERFORM CEK-SATU-TUTUP
               VARYING tutup-idx FROM 1 BY 1
               UNTIL tutup-idx > tutup-count.
       CEK-SATU-TUTUP.
           IF tt-periode(tutup-idx) = cari-periode
               MOVE "Y" TO periode-sudah-tutup
           END-IF.
       MUAT-SKALA.
           MOVE ZERO TO skala-count.
           OPEN INPUT GRADE-SCALE.
           IF grade-scale-status = "00"
               MOVE "N" TO eof-grade-scale
               PERFORM BACA-GRADE-SCALE
               PERFORM MUAT-SATU-SKALA UNTIL no-more-scales
               CLOSE GRADE-SCALE
           ELSE
               DISPLAY "GRADE-SCALE BELUM ADA, HURUF TIDAK DIBERIKAN"
           END-IF.
       MUAT-SATU-SKALA.
           IF skala-count < 200
               ADD 1 TO skala-count
               MOVE GS-SKALA-RECORD TO skala-entry(skala-count)
           ELSE
               DISPLAY "TABEL SKALA PENUH, SKALA DILEWATI: ",
                   GS-PERIODE
           END-IF.
           PERFORM BACA-GRADE-SCALE.
      *
      *    Input procedure for the sort - the closed-period "S"
      *    totals of the selected students, then one "B" marker per
      *    student and open period found walking the history.
      *    Postings from before the period stamp (blank periode)
      *    belong to no semester and are passed over.
       RELEASE-SEMESTER.
           OPEN INPUT PERIOD-TOTALS.
           IF period-totals-status = "00"
               MOVE "N" TO eof-period-totals
               PERFORM READ-PERIOD-TOTALS
               PERFORM RELEASE-SATU-TOTALS UNTIL no-more-totals
               CLOSE PERIOD-TOTALS
           END-IF.
           IF riwayat-ada
               MOVE SPACES TO riwayat-npm
               MOVE "N" TO eof-calc-hist
               PERFORM READ-CALC-HIST
               PERFORM RELEASE-SATU-RIWAYAT UNTIL no-more-calc-hist
           END-IF.
       RELEASE-SATU-TOTALS.
           IF PT-TYPE = "S"
               MOVE PT-NPM TO cari-npm
               PERFORM CEK-NPM-TERPILIH
               IF npm-terpilih
                   MOVE PT-NPM         TO SK-NPM
                   MOVE PT-PERIODE     TO SK-PERIODE
                   MOVE "S"            TO SK-JENIS
                   MOVE PT-NILAI-TOTAL TO SK-TOTAL
                   RELEASE SORT-SEMESTER-RECORD
               END-IF
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
       READ-CALC-HIST.
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END MOVE "Y" TO eof-calc-hist
           END-READ.
       RELEASE-SATU-RIWAYAT.
           IF CH-NPM NOT = riwayat-npm
               MOVE CH-NPM TO riwayat-npm
               MOVE ZERO TO belum-count
               MOVE CH-NPM TO cari-npm
               PERFORM CEK-NPM-TERPILIH
               MOVE npm-terpilih-flag TO riwayat-terpilih
           END-IF.
           IF riwayat-dipilih AND CH-PERIODE NOT = SPACES
               MOVE CH-PERIODE TO cari-periode
               PERFORM CEK-PERIODE-TUTUP
               IF NOT periode-closed
                   PERFORM CATAT-PERIODE-BELUM
               END-IF
           END-IF.
           PERFORM READ-CALC-HIST.
       CATAT-PERIODE-BELUM.
           MOVE "N" TO belum-sudah-ada.
           PERFORM CEK-SATU-BELUM
               VARYING belum-idx FROM 1 BY 1
               UNTIL belum-idx > belum-count.
           IF NOT belum-tercatat AND belum-count < 50
               ADD 1 TO belum-count
               MOVE CH-PERIODE TO bl-periode(belum-count)
               MOVE CH-NPM     TO SK-NPM
               MOVE CH-PERIODE TO SK-PERIODE
               MOVE "B"        TO SK-JENIS
               MOVE ZERO       TO SK-TOTAL
               RELEASE SORT-SEMESTER-RECORD
           END-IF.
       CEK-SATU-BELUM.
           IF bl-periode(belum-idx) = CH-PERIODE
               MOVE "Y" TO belum-sudah-ada
           END-IF.
      *
      *    Whether cari-npm is one of the students asked for. A
      *    single npm is taken as given, so a graduate's transcript
      *    can still be printed from the frozen totals; a kelas or
      *    everyone means the students on the master now. The last
      *    answer is kept, since the history asks once per record.
       CEK-NPM-TERPILIH.
           IF cari-npm NOT = npm-terakhir
               MOVE cari-npm TO npm-terakhir
               MOVE "N" TO npm-terpilih-flag
               IF khs-satu-npm
                   IF cari-npm = khs-npm
                       MOVE "Y" TO npm-terpilih-flag
                   END-IF
               ELSE
                   MOVE cari-npm TO SM-NPM
                   READ STUDENT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF khs-semua OR SM-KELAS = khs-kelas
                               MOVE "Y" TO npm-terpilih-flag
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
      *    Output procedure for the sort - a page per student, a
      *    line per semester, and the cumulative index closing the
      *    page.
       CETAK-KHS.
           MOVE SPACES TO current-npm.
           PERFORM RETURN-SORTED-SEMESTER.
           PERFORM TERIMA-SATU-SEMESTER UNTIL no-more-sorted.
           IF current-npm NOT = SPACES
               PERFORM TULIS-PENUTUP-KHS
           END-IF.
       RETURN-SORTED-SEMESTER.
           RETURN SORT-WORK
               AT END MOVE "Y" TO eof-sort-work
           END-RETURN.
       TERIMA-SATU-SEMESTER.
           IF SK-NPM NOT = current-npm
               IF current-npm NOT = SPACES
                   PERFORM TULIS-PENUTUP-KHS
               END-IF
               MOVE SK-NPM TO current-npm
               MOVE ZERO TO semester-count
               MOVE ZERO TO bobot-sum
               MOVE ZERO TO ipk
               PERFORM TULIS-JUDUL-KHS
           END-IF.
           IF SK-BELUM-DITUTUP
               PERFORM TULIS-BARIS-BELUM
           ELSE
               PERFORM TULIS-BARIS-SEMESTER
           END-IF.
           PERFORM RETURN-SORTED-SEMESTER.
       TULIS-JUDUL-KHS.
           ADD 1 TO page-count.
           MOVE page-count TO page-edited.
           MOVE current-npm TO SM-NPM.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "(TIDAK DI STUDENT-MASTER)" TO SM-NAMA
                   MOVE SPACES TO SM-KELAS
           END-READ.
           MOVE SPACES TO KHS-REPORT-LINE.
           STRING "KARTU HASIL STUDI KUMULATIF" DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    HALAMAN: " DELIMITED BY SIZE
                  page-edited DELIMITED BY SIZE
               INTO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
           MOVE SPACES TO KHS-REPORT-LINE.
           STRING "NPM=" DELIMITED BY SIZE
                  current-npm DELIMITED BY SIZE
                  "  NAMA=" DELIMITED BY SIZE
                  SM-NAMA DELIMITED BY SIZE
                  "  KELAS=" DELIMITED BY SIZE
                  SM-KELAS DELIMITED BY SIZE
               INTO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
           MOVE SPACES TO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
           MOVE khs-column-heading TO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
      *
      *    A closed semester - graded on its period's scale, or the
      *    latest earlier one (named on the line), and added into
      *    the cumulative index. Without any scale at all the total
      *    still prints but the semester stays out of the index.
       TULIS-BARIS-SEMESTER.
           MOVE SK-TOTAL TO nilai-edited.
           MOVE SK-PERIODE TO cari-periode.
           PERFORM PILIH-SKALA.
           MOVE SPACES TO KHS-REPORT-LINE.
           IF skala-pakai-idx = ZERO
               STRING SK-PERIODE DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      nilai-edited DELIMITED BY SIZE
                      "    SKALA NILAI BELUM ADA" DELIMITED BY SIZE
                   INTO KHS-REPORT-LINE
           ELSE
               PERFORM TENTUKAN-HURUF
               ADD 1 TO semester-count
               ADD bobot-hasil TO bobot-sum
               DIVIDE bobot-sum BY semester-count GIVING ipk ROUNDED
               MOVE bobot-hasil TO bobot-edited
               MOVE ipk TO ipk-edited
               MOVE SPACES TO catatan-skala
               IF skl-periode(skala-pakai-idx) NOT = SK-PERIODE
                   STRING "(SKALA " DELIMITED BY SIZE
                          skl-periode(skala-pakai-idx) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO catatan-skala
               END-IF
               STRING SK-PERIODE DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      nilai-edited DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      huruf-hasil DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      bobot-edited DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      ipk-edited DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      catatan-skala DELIMITED BY SIZE
                   INTO KHS-REPORT-LINE
           END-IF.
           WRITE KHS-REPORT-LINE.
       TULIS-BARIS-BELUM.
           MOVE SPACES TO KHS-REPORT-LINE.
           STRING SK-PERIODE DELIMITED BY SIZE
                  "    BELUM DITUTUP" DELIMITED BY SIZE
               INTO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
      *
      *    The table is in period order, so the last scale not
      *    after the semester is the one that grades it.
       PILIH-SKALA.
           MOVE ZERO TO skala-pakai-idx.
           PERFORM CEK-SATU-SKALA
               VARYING skala-idx FROM 1 BY 1
               UNTIL skala-idx > skala-count.
       CEK-SATU-SKALA.
           IF skl-periode(skala-idx) NOT > cari-periode
               MOVE skala-idx TO skala-pakai-idx
           END-IF.
       TENTUKAN-HURUF.
           MOVE ZERO TO band-found.
           PERFORM CEK-SATU-BAND
               VARYING band-idx FROM 1 BY 1
               UNTIL band-idx > 5 OR band-found NOT = ZERO.
           IF band-found = ZERO
               MOVE 5 TO band-found
           END-IF.
           MOVE skl-huruf(skala-pakai-idx, band-found) TO huruf-hasil.
           MOVE skl-bobot(skala-pakai-idx, band-found) TO bobot-hasil.
       CEK-SATU-BAND.
           IF SK-TOTAL NOT < skl-batas(skala-pakai-idx, band-idx)
               MOVE band-idx TO band-found
           END-IF.
       TULIS-PENUTUP-KHS.
           MOVE ipk TO ipk-edited.
           MOVE SPACES TO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
           MOVE SPACES TO KHS-REPORT-LINE.
           STRING "SEMESTER DINILAI: " DELIMITED BY SIZE
                  semester-count DELIMITED BY SIZE
                  "  INDEKS PRESTASI KUMULATIF: " DELIMITED BY SIZE
                  ipk-edited DELIMITED BY SIZE
               INTO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
           MOVE SPACES TO KHS-REPORT-LINE.
           WRITE KHS-REPORT-LINE.
           ADD 1 TO khs-student-count.
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
                  "  PROGRAM=TUGAS18" DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
      *
      *    Appends each grade-scale change to the audit trail in the
      *    line format tugas1 writes - no student is involved, so
      *    the npm is left blank the way operator changes leave it.
       WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING "TGL=" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  AKSI=" DELIMITED BY SIZE
                  audit-action DELIMITED BY SIZE
                  "  NPM=" DELIMITED BY SIZE
                  audit-npm DELIMITED BY SIZE
                  "  SEBELUM=" DELIMITED BY SIZE
                  audit-before-image DELIMITED BY SIZE
                  "  SESUDAH=" DELIMITED BY SIZE
                  audit-after-image DELIMITED BY SIZE
               INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
       END PROGRAM tugas18.
