      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 22
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG ASSIGN TO "SIGNON-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS operator-master-status.
           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDIT-ARCHIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS audit-archive-status.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT SECURITY-REPORT ASSIGN TO "SECURITY-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS security-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-LOG.
       01  SIGNON-LOG-LINE            PIC X(132).
       FD  OPERATOR-MASTER.
           COPY "OPERATOR.CPY".
       FD  AUDIT-ARCHIVE.
       01  AUDIT-ARCHIVE-LINE         PIC X(340).
       FD  AUDIT-LOG.
       01  AUDIT-LOG-LINE             PIC X(340).
       FD  SECURITY-REPORT.
       01  SECURITY-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  signon-log-status      PIC X(2).
       01  operator-master-status PIC X(2).
       01  audit-archive-status   PIC X(2).
       01  audit-log-status       PIC X(2).
       01  security-report-status PIC X(2).
       01  run-date               PIC 9(6).
       01  tanggal-awal           PIC X(6).
       01  tanggal-akhir          PIC X(6).
       01  jam-masuk-kantor       PIC X(6).
       01  jam-pulang-kantor      PIC X(6).
       01  eof-signon-log         PIC X(1) VALUE "N".
           88  no-more-signon      VALUE "Y".
       01  eof-operator-master    PIC X(1) VALUE "N".
           88  no-more-operators   VALUE "Y".
       01  eof-audit              PIC X(1) VALUE "N".
           88  no-more-audit       VALUE "Y".
       01  audit-log-dibaca       PIC X(1) VALUE "N".
           88  audit-log-ada       VALUE "Y".
       01  page-count             PIC 9(4) VALUE ZERO.
       01  page-edited            PIC ZZZ9.
      *
      *    One SIGNON-LOG line taken apart on the labels
      *    CATAT-SIGNON-LOG writes between the fields. The program
      *    name is not a fixed width (TUGAS1 against TUGAS15), so
      *    the line is split on the labels rather than on fixed
      *    positions. Lines written before the time of day was
      *    logged end at HASIL and leave sp-jam blank.
       01  signon-parsed.
           05  sp-awal.
               10  FILLER         PIC X(4).
               10  sp-tgl         PIC X(6).
           05  sp-program         PIC X(8).
           05  sp-operator        PIC X(10).
           05  sp-hasil           PIC X(14).
               88  sp-berhasil     VALUE "BERHASIL".
               88  sp-gagal        VALUE "SANDI-SALAH" "DIKUNCI"
                                         "TERKUNCI" "GANTI-GAGAL"
                                         "TIDAK-DIKENAL".
           05  sp-jam             PIC X(6).
       01  signon-dalam-rentang   PIC X(1).
           88  signon-in-range     VALUE "Y".
      *
      *    The audit log line at the fixed positions WRITE-AUDIT-LOG
      *    builds it with, as tugas4 reads it. For the operator
      *    actions of tugas1 mode 6 the images are operator records,
      *    so only the id and the lock byte are picked out of them -
      *    a reset is an OPUPD whose before image was locked and
      *    whose after image is not.
       01  audit-line-parsed.
           05  FILLER             PIC X(4).
           05  al-tgl             PIC X(6).
           05  FILLER             PIC X(11).
           05  al-operator        PIC X(10).
           05  FILLER             PIC X(7).
           05  al-aksi            PIC X(6).
               88  al-aksi-hapus   VALUE "DELETE".
               88  al-aksi-operator VALUE "OPADD" "OPUPD" "OPDEL".
               88  al-aksi-kelas   VALUE "KLSADD" "KLSUPD" "KLSDEL".
               88  al-aksi-arsip   VALUE "PURGE" "REINST".
               88  al-aksi-merge   VALUE "MERGE".
               88  al-aksi-skala   VALUE "SKLADD" "SKLUPD".
           05  FILLER             PIC X(6).
           05  al-npm             PIC X(8).
           05  FILLER             PIC X(10).
           05  al-sebelum.
               10  al-seb-operator PIC X(10).
               10  FILLER         PIC X(44).
               10  al-seb-terkunci PIC X(1).
               10  FILLER         PIC X(71).
           05  FILLER             PIC X(10).
           05  al-sesudah.
               10  al-ses-operator PIC X(10).
               10  FILLER         PIC X(44).
               10  al-ses-terkunci PIC X(1).
               10  FILLER         PIC X(71).
      *
      *    Every operator id the review meets - the whole of
      *    OPERATOR-MASTER first, then any id that only turns up in
      *    the sign-on log or the audit trail (an id typed at a
      *    sign-on prompt that was never authorized, or an operator
      *    since removed). Same serial-search table idiom as the
      *    tugas4 recaps.
       01  operator-table.
           05  op-entry OCCURS 200 TIMES.
               10  ot-operator    PIC X(10).
               10  ot-level       PIC 9(1).
               10  ot-nama        PIC X(30).
               10  ot-terkunci    PIC X(1).
               10  ot-di-master   PIC X(1).
               10  ot-akhir-masuk PIC X(6).
               10  ot-masuk-count PIC 9(6).
               10  ot-salah-count PIC 9(6).
               10  ot-kunci-count PIC 9(6).
               10  ot-tolak-count PIC 9(6).
               10  ot-ganti-count PIC 9(6).
               10  ot-asing-count PIC 9(6).
               10  ot-hapus-count PIC 9(6).
               10  ot-opr-count   PIC 9(6).
               10  ot-kls-count   PIC 9(6).
               10  ot-arsip-count PIC 9(6).
               10  ot-merge-count PIC 9(6).
               10  ot-skala-count PIC 9(6).
       01  op-used-count          PIC 9(3) COMP VALUE ZERO.
       01  op-idx                 PIC 9(3) COMP.
       01  op-found-idx           PIC 9(3) COMP.
       01  operator-dicari        PIC X(10).
       01  gagal-count            PIC 9(6).
       01  penuh-count            PIC 9(6).
       01  operator-keterangan    PIC X(30).
       01  judul-bagian           PIC X(60).
      *
      *    Lock resets found in the audit trail, oldest first as
      *    the archive and then the live log hold them. Each
      *    lockout in the range takes the first reset of the same
      *    id on or after its date that no earlier lockout has
      *    already taken.
       01  reset-table.
           05  reset-entry OCCURS 500 TIMES.
               10  rt-operator    PIC X(10).
               10  rt-tgl         PIC X(6).
               10  rt-oleh        PIC X(10).
               10  rt-terpakai    PIC X(1).
       01  reset-used-count       PIC 9(3) COMP VALUE ZERO.
       01  reset-idx              PIC 9(3) COMP.
       01  reset-found-idx        PIC 9(3) COMP.
      *
      *    Day arithmetic for the weekday and the 90-day test. A
      *    YYMMDD date becomes a day number counted from 1 January
      *    2000, a Saturday, so the remainder by seven picks the day
      *    name straight out of the table below.
       01  hari-tanggal.
           05  hari-yy            PIC 9(2).
           05  hari-mm            PIC 9(2).
           05  hari-dd            PIC 9(2).
       01  hari-nomor             PIC 9(7).
       01  hari-bagi              PIC 9(7).
       01  hari-sisa              PIC 9(3).
       01  hari-kabisat           PIC 9(3).
       01  hari-ke                PIC 9(1).
           88  hari-libur          VALUE 1 2.
       01  kumulatif-hari-data    PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  kumulatif-hari-table REDEFINES kumulatif-hari-data.
           05  kh-hari            PIC 9(3) OCCURS 12 TIMES.
       01  nama-hari-data         PIC X(42) VALUE
               "SABTU MINGGUSENIN SELASARABU  KAMIS JUMAT ".
       01  nama-hari-table REDEFINES nama-hari-data.
           05  nh-nama            PIC X(6) OCCURS 7 TIMES.
       01  nomor-hari-akhir       PIC 9(7).
       01  hari-selisih           PIC 9(7).
       01  hari-selisih-teks      PIC X(7).
       01  batas-pasif-hari       PIC 9(3) VALUE 90.
       01  alasan-luar-jam        PIC X(18).
      *
      *    Totals for the sign-off page.
       01  signon-total           PIC 9(6) VALUE ZERO.
       01  berhasil-total         PIC 9(6) VALUE ZERO.
       01  gagal-total            PIC 9(6) VALUE ZERO.
       01  asing-id-count         PIC 9(6) VALUE ZERO.
       01  kunci-total            PIC 9(6) VALUE ZERO.
       01  kunci-belum-reset      PIC 9(6) VALUE ZERO.
       01  reset-total            PIC 9(6) VALUE ZERO.
       01  reset-lain-count       PIC 9(6) VALUE ZERO.
       01  luar-jam-total         PIC 9(6) VALUE ZERO.
       01  tanpa-jam-count        PIC 9(6) VALUE ZERO.
       01  level3-count           PIC 9(6) VALUE ZERO.
       01  penuh-total            PIC 9(6) VALUE ZERO.
       01  pasif-count            PIC 9(6) VALUE ZERO.
       01  operator-master-count  PIC 9(6) VALUE ZERO.
       01  rusak-count            PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Tanggal awal (YYMMDD): ".
           ACCEPT tanggal-awal.
           DISPLAY "Tanggal akhir (YYMMDD, kosong = hari ini): ".
           ACCEPT tanggal-akhir.
           IF tanggal-akhir = SPACES
               MOVE run-date TO tanggal-akhir
           END-IF.
           IF tanggal-awal NOT NUMERIC OR tanggal-akhir NOT NUMERIC
               DISPLAY "TANGGAL BUKAN YYMMDD, LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           IF tanggal-awal > tanggal-akhir
               DISPLAY "TANGGAL AWAL SESUDAH TANGGAL AKHIR, "
                   "LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           DISPLAY "Jam masuk kantor (HHMMSS, kosong = 070000): ".
           ACCEPT jam-masuk-kantor.
           IF jam-masuk-kantor = SPACES
               MOVE "070000" TO jam-masuk-kantor
           END-IF.
           DISPLAY "Jam pulang kantor (HHMMSS, kosong = 180000): ".
           ACCEPT jam-pulang-kantor.
           IF jam-pulang-kantor = SPACES
               MOVE "180000" TO jam-pulang-kantor
           END-IF.
           IF jam-masuk-kantor NOT NUMERIC
               OR jam-pulang-kantor NOT NUMERIC
               OR jam-masuk-kantor NOT < jam-pulang-kantor
               DISPLAY "JAM KANTOR TIDAK VALID, LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF operator-master-status NOT = "00"
               DISPLAY "OPERATOR-MASTER TIDAK DITEMUKAN, "
                   "LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           OPEN INPUT SIGNON-LOG.
           IF signon-log-status NOT = "00"
               DISPLAY "SIGNON-LOG TIDAK DITEMUKAN, LAPORAN DIBATALKAN"
               CLOSE OPERATOR-MASTER
               STOP RUN
           END-IF.
           CLOSE SIGNON-LOG.
           PERFORM MUAT-OPERATOR-MASTER.
           CLOSE OPERATOR-MASTER.
           PERFORM BACA-JEJAK-AUDIT.
           MOVE tanggal-akhir TO hari-tanggal.
           PERFORM HITUNG-NOMOR-HARI.
           MOVE hari-nomor TO nomor-hari-akhir.
           OPEN OUTPUT SECURITY-REPORT.
           PERFORM CETAK-JUDUL-HALAMAN.
           OPEN INPUT SIGNON-LOG.
           MOVE "N" TO eof-signon-log.
           PERFORM BACA-SIGNON-LOG.
           PERFORM REKAP-SATU-SIGNON UNTIL no-more-signon.
           CLOSE SIGNON-LOG.
           PERFORM CETAK-KEGAGALAN.
           PERFORM CETAK-PENGUNCIAN.
           PERFORM CETAK-LUAR-JAM.
           PERFORM CETAK-LEVEL-PENUH.
           PERFORM CETAK-OPERATOR-PASIF.
           PERFORM CETAK-HALAMAN-RINGKASAN.
           CLOSE SECURITY-REPORT.
           DISPLAY "LAPORAN TINJAUAN KEAMANAN SELESAI, SIGN-ON: ",
               signon-total, " GAGAL: ", gagal-total,
               " PENGUNCIAN: ", kunci-total.
           STOP RUN.
      *
      *    Loads every authorized operator into the table, so the
      *    ids that never signed on still come out in the 90-day
      *    section and the level-3 section lists operators who did
      *    nothing in the range.
       MUAT-OPERATOR-MASTER.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-MASTER KEY NOT < OP-OPERATOR-ID
               INVALID KEY MOVE "Y" TO eof-operator-master
           END-START.
           IF NOT no-more-operators
               PERFORM BACA-OPERATOR-MASTER
           END-IF.
           PERFORM MUAT-SATU-OPERATOR UNTIL no-more-operators.
       BACA-OPERATOR-MASTER.
           READ OPERATOR-MASTER NEXT RECORD
               AT END MOVE "Y" TO eof-operator-master
           END-READ.
       MUAT-SATU-OPERATOR.
           ADD 1 TO operator-master-count.
           MOVE OP-OPERATOR-ID TO operator-dicari.
           PERFORM CARI-OPERATOR.
           IF op-found-idx NOT = ZERO
               MOVE OP-LEVEL TO ot-level(op-found-idx)
               MOVE OP-NAMA TO ot-nama(op-found-idx)
               MOVE OP-TERKUNCI TO ot-terkunci(op-found-idx)
               MOVE "Y" TO ot-di-master(op-found-idx)
               IF OP-LEVEL = 3
                   ADD 1 TO level3-count
               END-IF
           END-IF.
           PERFORM BACA-OPERATOR-MASTER.
      *
      *    Serial search of the operator table on operator-dicari,
      *    claiming a free slot for an id seen for the first time.
      *    An id claimed here and not found on OPERATOR-MASTER keeps
      *    level zero and ot-di-master "N".
       CARI-OPERATOR.
           MOVE ZERO TO op-found-idx.
           PERFORM CARI-SATU-OPERATOR
               VARYING op-idx FROM 1 BY 1 UNTIL op-idx > op-used-count.
           IF op-found-idx = ZERO
               IF op-used-count < 200
                   ADD 1 TO op-used-count
                   MOVE op-used-count TO op-found-idx
                   MOVE SPACES TO op-entry(op-found-idx)
                   MOVE operator-dicari TO ot-operator(op-found-idx)
                   MOVE ZERO TO ot-level(op-found-idx)
                   MOVE "N" TO ot-di-master(op-found-idx)
                   MOVE ZERO TO ot-masuk-count(op-found-idx)
                   MOVE ZERO TO ot-salah-count(op-found-idx)
                   MOVE ZERO TO ot-kunci-count(op-found-idx)
                   MOVE ZERO TO ot-tolak-count(op-found-idx)
                   MOVE ZERO TO ot-ganti-count(op-found-idx)
                   MOVE ZERO TO ot-asing-count(op-found-idx)
                   MOVE ZERO TO ot-hapus-count(op-found-idx)
                   MOVE ZERO TO ot-opr-count(op-found-idx)
                   MOVE ZERO TO ot-kls-count(op-found-idx)
                   MOVE ZERO TO ot-arsip-count(op-found-idx)
                   MOVE ZERO TO ot-merge-count(op-found-idx)
                   MOVE ZERO TO ot-skala-count(op-found-idx)
               ELSE
                   DISPLAY "TABEL OPERATOR PENUH, ENTRI DILEWATI"
               END-IF
           END-IF.
       CARI-SATU-OPERATOR.
           IF ot-operator(op-idx) = operator-dicari
               MOVE op-idx TO op-found-idx
           END-IF.
      *
      *    The audit trail in date order - AUDIT-ARCHIVE first for
      *    the entries tugas4 has already cut from the live log,
      *    then AUDIT-LOG. Either may be missing; without both the
      *    reset and full-permission columns simply stay at zero.
       BACA-JEJAK-AUDIT.
           OPEN INPUT AUDIT-ARCHIVE.
           IF audit-archive-status = "00"
               MOVE "N" TO eof-audit
               PERFORM BACA-AUDIT-ARSIP
               PERFORM PROSES-SATU-AUDIT-ARSIP UNTIL no-more-audit
               CLOSE AUDIT-ARCHIVE
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF audit-log-status = "00"
               MOVE "Y" TO audit-log-dibaca
               MOVE "N" TO eof-audit
               PERFORM BACA-AUDIT-LOG
               PERFORM PROSES-SATU-AUDIT-LOG UNTIL no-more-audit
               CLOSE AUDIT-LOG
           ELSE
               DISPLAY "AUDIT-LOG TIDAK DITEMUKAN, RESET DAN AKSI "
                   "PENUH TIDAK TERHITUNG"
           END-IF.
       BACA-AUDIT-ARSIP.
           READ AUDIT-ARCHIVE
               AT END MOVE "Y" TO eof-audit
           END-READ.
       PROSES-SATU-AUDIT-ARSIP.
           MOVE AUDIT-ARCHIVE-LINE TO audit-line-parsed.
           PERFORM PROSES-AUDIT-ENTRY.
           PERFORM BACA-AUDIT-ARSIP.
       BACA-AUDIT-LOG.
           READ AUDIT-LOG
               AT END MOVE "Y" TO eof-audit
           END-READ.
       PROSES-SATU-AUDIT-LOG.
           MOVE AUDIT-LOG-LINE TO audit-line-parsed.
           PERFORM PROSES-AUDIT-ENTRY.
           PERFORM BACA-AUDIT-LOG.
      *
      *    Every lock reset is kept whatever its date, since a
      *    lockout late in the range may be reset after it. The
      *    full-permission actions count only inside the range.
       PROSES-AUDIT-ENTRY.
           IF audit-line-parsed(1:4) NOT = "TGL="
               ADD 1 TO rusak-count
           ELSE
               IF al-aksi = "OPUPD"
                   AND al-seb-terkunci = "Y"
                   AND al-ses-terkunci NOT = "Y"
                   PERFORM SIMPAN-RESET
               END-IF
               IF al-tgl NOT < tanggal-awal
                   AND al-tgl NOT > tanggal-akhir
                   PERFORM HITUNG-AKSI-PENUH
               END-IF
           END-IF.
       SIMPAN-RESET.
           IF reset-used-count < 500
               ADD 1 TO reset-used-count
               MOVE al-ses-operator TO rt-operator(reset-used-count)
               MOVE al-tgl TO rt-tgl(reset-used-count)
               MOVE al-operator TO rt-oleh(reset-used-count)
               MOVE "N" TO rt-terpakai(reset-used-count)
               IF al-tgl NOT < tanggal-awal
                   AND al-tgl NOT > tanggal-akhir
                   ADD 1 TO reset-total
               END-IF
           ELSE
               DISPLAY "TABEL RESET PENUH, ENTRI DILEWATI"
           END-IF.
      *
      *    The actions only a level-3 operator can take - student
      *    delete, operator and kelas administration, purge and
      *    reinstate, merge, and the grade scale - counted under
      *    the operator who took them.
       HITUNG-AKSI-PENUH.
           IF al-aksi-hapus OR al-aksi-operator OR al-aksi-kelas
               OR al-aksi-arsip OR al-aksi-merge OR al-aksi-skala
               MOVE al-operator TO operator-dicari
               PERFORM CARI-OPERATOR
               IF op-found-idx NOT = ZERO
                   ADD 1 TO penuh-total
                   EVALUATE TRUE
                       WHEN al-aksi-hapus
                           ADD 1 TO ot-hapus-count(op-found-idx)
                       WHEN al-aksi-operator
                           ADD 1 TO ot-opr-count(op-found-idx)
                       WHEN al-aksi-kelas
                           ADD 1 TO ot-kls-count(op-found-idx)
                       WHEN al-aksi-arsip
                           ADD 1 TO ot-arsip-count(op-found-idx)
                       WHEN al-aksi-merge
                           ADD 1 TO ot-merge-count(op-found-idx)
                       WHEN al-aksi-skala
                           ADD 1 TO ot-skala-count(op-found-idx)
                   END-EVALUATE
               END-IF
           END-IF.
      *
      *    Reads the next sign-on line and splits it on its labels.
      *    A line that does not start with TGL= is counted as
      *    unreadable once, on the recap pass, and skipped.
       BACA-SIGNON-LOG.
           READ SIGNON-LOG
               AT END MOVE "Y" TO eof-signon-log
           END-READ.
           IF NOT no-more-signon
               MOVE SPACES TO signon-parsed
               UNSTRING SIGNON-LOG-LINE
                   DELIMITED BY "  PROGRAM=" OR "  OPERATOR="
                       OR "  HASIL=" OR "  JAM="
                   INTO sp-awal sp-program sp-operator sp-hasil
                       sp-jam
               END-UNSTRING
               MOVE "N" TO signon-dalam-rentang
               IF SIGNON-LOG-LINE(1:4) = "TGL="
                   AND sp-tgl NOT < tanggal-awal
                   AND sp-tgl NOT > tanggal-akhir
                   MOVE "Y" TO signon-dalam-rentang
               END-IF
           END-IF.
      *
      *    The recap pass - attempts in the range counted by result
      *    under the id typed, and each operator's latest successful
      *    sign-on up to the end of the range, whenever it was.
       REKAP-SATU-SIGNON.
           IF SIGNON-LOG-LINE(1:4) NOT = "TGL="
               ADD 1 TO rusak-count
           ELSE
               MOVE sp-operator TO operator-dicari
               PERFORM CARI-OPERATOR
               IF op-found-idx NOT = ZERO
                   IF sp-berhasil AND sp-tgl IS NUMERIC
                       AND sp-tgl NOT > tanggal-akhir
                       AND sp-tgl > ot-akhir-masuk(op-found-idx)
                       MOVE sp-tgl TO ot-akhir-masuk(op-found-idx)
                   END-IF
                   IF signon-in-range
                       PERFORM HITUNG-HASIL-SIGNON
                   END-IF
               END-IF
           END-IF.
           PERFORM BACA-SIGNON-LOG.
       HITUNG-HASIL-SIGNON.
           ADD 1 TO signon-total.
           IF sp-jam = SPACES
               ADD 1 TO tanpa-jam-count
           END-IF.
           IF sp-gagal
               ADD 1 TO gagal-total
           END-IF.
           EVALUATE sp-hasil
               WHEN "BERHASIL"
                   ADD 1 TO berhasil-total
                   ADD 1 TO ot-masuk-count(op-found-idx)
               WHEN "SANDI-SALAH"
                   ADD 1 TO ot-salah-count(op-found-idx)
               WHEN "DIKUNCI"
                   ADD 1 TO ot-kunci-count(op-found-idx)
                   ADD 1 TO kunci-total
               WHEN "TERKUNCI"
                   ADD 1 TO ot-tolak-count(op-found-idx)
               WHEN "GANTI-GAGAL"
                   ADD 1 TO ot-ganti-count(op-found-idx)
               WHEN "TIDAK-DIKENAL"
                   ADD 1 TO ot-asing-count(op-found-idx)
           END-EVALUATE.
      *
      *    Starts a report page - title, the range under review,
      *    the run date and the page number.
       CETAK-JUDUL-HALAMAN.
           ADD 1 TO page-count.
           MOVE page-count TO page-edited.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "LAPORAN TINJAUAN KEAMANAN OPERATOR  RENTANG: "
                      DELIMITED BY SIZE
                  tanggal-awal DELIMITED BY SIZE
                  " S/D " DELIMITED BY SIZE
                  tanggal-akhir DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    HALAMAN: " DELIMITED BY SIZE
                  page-edited DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
       TULIS-JUDUL-BAGIAN.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE judul-bagian TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
      *
      *    Section 1 - failed sign-ons by the id that was typed,
      *    one column per failure result. An id that is not on
      *    OPERATOR-MASTER is marked, since repeated tries at an
      *    unknown id are someone guessing.
       CETAK-KEGAGALAN.
           MOVE "1. SIGN-ON GAGAL PER OPERATOR ID"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           PERFORM CETAK-SATU-KEGAGALAN
               VARYING op-idx FROM 1 BY 1 UNTIL op-idx > op-used-count.
       CETAK-SATU-KEGAGALAN.
           ADD ot-salah-count(op-idx) ot-kunci-count(op-idx)
               ot-tolak-count(op-idx) ot-ganti-count(op-idx)
               ot-asing-count(op-idx) GIVING gagal-count.
           IF gagal-count > ZERO
               MOVE SPACES TO operator-keterangan
               IF ot-di-master(op-idx) = "N"
                   MOVE "ID TIDAK TERDAFTAR" TO operator-keterangan
                   ADD 1 TO asing-id-count
               ELSE
                   IF ot-terkunci(op-idx) = "Y"
                       MOVE "MASIH TERKUNCI" TO operator-keterangan
                   END-IF
               END-IF
               MOVE SPACES TO SECURITY-REPORT-LINE
               STRING ot-operator(op-idx) DELIMITED BY SIZE
                      "  SANDI-SALAH=" DELIMITED BY SIZE
                      ot-salah-count(op-idx) DELIMITED BY SIZE
                      "  DIKUNCI=" DELIMITED BY SIZE
                      ot-kunci-count(op-idx) DELIMITED BY SIZE
                      "  TERKUNCI=" DELIMITED BY SIZE
                      ot-tolak-count(op-idx) DELIMITED BY SIZE
                      "  GANTI-GAGAL=" DELIMITED BY SIZE
                      ot-ganti-count(op-idx) DELIMITED BY SIZE
                      "  TIDAK-DIKENAL=" DELIMITED BY SIZE
                      ot-asing-count(op-idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      operator-keterangan(1:25) DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.
      *
      *    Section 2 - every attempt that locked a record, with the
      *    tugas1 mode-6 reset that opened it again and who did it.
      *    The resets left over are listed after - a reset in the
      *    range whose lockout fell before the range, or was
      *    logged before lockouts were told apart from an ordinary
      *    wrong password.
       CETAK-PENGUNCIAN.
           MOVE "2. PENGUNCIAN OPERATOR DAN RESET TUGAS1 MODE 6"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           OPEN INPUT SIGNON-LOG.
           MOVE "N" TO eof-signon-log.
           PERFORM BACA-SIGNON-LOG.
           PERFORM CEK-SATU-PENGUNCIAN UNTIL no-more-signon.
           CLOSE SIGNON-LOG.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE "   RESET LAIN DALAM RENTANG" TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           PERFORM CETAK-SATU-RESET-LAIN
               VARYING reset-idx FROM 1 BY 1
               UNTIL reset-idx > reset-used-count.
       CEK-SATU-PENGUNCIAN.
           IF signon-in-range AND sp-hasil = "DIKUNCI"
               PERFORM CETAK-SATU-PENGUNCIAN
           END-IF.
           PERFORM BACA-SIGNON-LOG.
       CETAK-SATU-PENGUNCIAN.
           MOVE ZERO TO reset-found-idx.
           PERFORM CARI-SATU-RESET
               VARYING reset-idx FROM 1 BY 1
               UNTIL reset-idx > reset-used-count
                   OR reset-found-idx NOT = ZERO.
           IF sp-jam = SPACES
               MOVE "------" TO sp-jam
           END-IF.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           IF reset-found-idx NOT = ZERO
               MOVE "Y" TO rt-terpakai(reset-found-idx)
               STRING "TGL=" DELIMITED BY SIZE
                      sp-tgl DELIMITED BY SIZE
                      "  JAM=" DELIMITED BY SIZE
                      sp-jam DELIMITED BY SIZE
                      "  PROGRAM=" DELIMITED BY SIZE
                      sp-program DELIMITED BY SIZE
                      "  OPERATOR=" DELIMITED BY SIZE
                      sp-operator DELIMITED BY SIZE
                      "  DIRESET OLEH=" DELIMITED BY SIZE
                      rt-oleh(reset-found-idx) DELIMITED BY SIZE
                      "  TGL=" DELIMITED BY SIZE
                      rt-tgl(reset-found-idx) DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
           ELSE
               ADD 1 TO kunci-belum-reset
               STRING "TGL=" DELIMITED BY SIZE
                      sp-tgl DELIMITED BY SIZE
                      "  JAM=" DELIMITED BY SIZE
                      sp-jam DELIMITED BY SIZE
                      "  PROGRAM=" DELIMITED BY SIZE
                      sp-program DELIMITED BY SIZE
                      "  OPERATOR=" DELIMITED BY SIZE
                      sp-operator DELIMITED BY SIZE
                      "  BELUM DIRESET" DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
           END-IF.
           WRITE SECURITY-REPORT-LINE.
       CARI-SATU-RESET.
           IF rt-operator(reset-idx) = sp-operator
               AND rt-tgl(reset-idx) NOT < sp-tgl
               AND rt-terpakai(reset-idx) = "N"
               MOVE reset-idx TO reset-found-idx
           END-IF.
       CETAK-SATU-RESET-LAIN.
           IF rt-terpakai(reset-idx) = "N"
               AND rt-tgl(reset-idx) NOT < tanggal-awal
               AND rt-tgl(reset-idx) NOT > tanggal-akhir
               ADD 1 TO reset-lain-count
               MOVE SPACES TO SECURITY-REPORT-LINE
               STRING "TGL=" DELIMITED BY SIZE
                      rt-tgl(reset-idx) DELIMITED BY SIZE
                      "  OPERATOR=" DELIMITED BY SIZE
                      rt-operator(reset-idx) DELIMITED BY SIZE
                      "  DIRESET OLEH=" DELIMITED BY SIZE
                      rt-oleh(reset-idx) DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.
      *
      *    Section 3 - successful sign-ons on a Saturday or Sunday,
      *    or on a weekday before the office opens or after it
      *    closes. A weekday line written before the time of day
      *    was logged cannot be judged; those are only counted on
      *    the summary page.
       CETAK-LUAR-JAM.
           MOVE SPACES TO judul-bagian.
           STRING "3. SIGN-ON DI LUAR JAM " DELIMITED BY SIZE
                  jam-masuk-kantor DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  jam-pulang-kantor DELIMITED BY SIZE
                  " DAN HARI LIBUR" DELIMITED BY SIZE
               INTO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           OPEN INPUT SIGNON-LOG.
           MOVE "N" TO eof-signon-log.
           PERFORM BACA-SIGNON-LOG.
           PERFORM CEK-SATU-LUAR-JAM UNTIL no-more-signon.
           CLOSE SIGNON-LOG.
       CEK-SATU-LUAR-JAM.
           IF signon-in-range AND sp-berhasil
               AND sp-tgl IS NUMERIC
               MOVE sp-tgl TO hari-tanggal
               PERFORM HITUNG-NOMOR-HARI
               MOVE SPACES TO alasan-luar-jam
               IF hari-libur
                   MOVE "HARI LIBUR" TO alasan-luar-jam
               ELSE
                   IF sp-jam IS NUMERIC
                       AND (sp-jam < jam-masuk-kantor
                           OR sp-jam NOT < jam-pulang-kantor)
                       MOVE "DI LUAR JAM KANTOR" TO alasan-luar-jam
                   END-IF
               END-IF
               IF alasan-luar-jam NOT = SPACES
                   PERFORM CETAK-SATU-LUAR-JAM
               END-IF
           END-IF.
           PERFORM BACA-SIGNON-LOG.
       CETAK-SATU-LUAR-JAM.
           ADD 1 TO luar-jam-total.
           IF sp-jam = SPACES
               MOVE "------" TO sp-jam
           END-IF.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "TGL=" DELIMITED BY SIZE
                  sp-tgl DELIMITED BY SIZE
                  "  HARI=" DELIMITED BY SIZE
                  nh-nama(hari-ke) DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  sp-jam DELIMITED BY SIZE
                  "  PROGRAM=" DELIMITED BY SIZE
                  sp-program DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  sp-operator DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  alasan-luar-jam DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
      *
      *    Section 4 - the level-3 operators and what they did with
      *    it in the range. An id with full-permission actions that
      *    is no longer level 3, or no longer on file at all, is
      *    listed as well so nothing done with the permission
      *    drops out of the review.
       CETAK-LEVEL-PENUH.
           MOVE "4. OPERATOR LEVEL 3 DAN AKSI WEWENANG PENUH"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           PERFORM CETAK-SATU-LEVEL-PENUH
               VARYING op-idx FROM 1 BY 1 UNTIL op-idx > op-used-count.
       CETAK-SATU-LEVEL-PENUH.
           ADD ot-hapus-count(op-idx) ot-opr-count(op-idx)
               ot-kls-count(op-idx) ot-arsip-count(op-idx)
               ot-merge-count(op-idx) ot-skala-count(op-idx)
               GIVING penuh-count.
           IF ot-level(op-idx) = 3 OR penuh-count > ZERO
               MOVE SPACES TO operator-keterangan
               IF ot-di-master(op-idx) = "N"
                   MOVE "TIDAK ADA DI OPERATOR-MASTER"
                       TO operator-keterangan
               ELSE
                   IF ot-level(op-idx) NOT = 3
                       MOVE "BUKAN LEVEL 3 LAGI" TO operator-keterangan
                   END-IF
               END-IF
               MOVE SPACES TO SECURITY-REPORT-LINE
               STRING ot-operator(op-idx) DELIMITED BY SIZE
                      "  LEVEL=" DELIMITED BY SIZE
                      ot-level(op-idx) DELIMITED BY SIZE
                      "  NAMA=" DELIMITED BY SIZE
                      ot-nama(op-idx) DELIMITED BY SIZE
                      "  SIGN-ON=" DELIMITED BY SIZE
                      ot-masuk-count(op-idx) DELIMITED BY SIZE
                      "  AKSI PENUH=" DELIMITED BY SIZE
                      penuh-count DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      operator-keterangan DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
               MOVE SPACES TO SECURITY-REPORT-LINE
               STRING "            HAPUS=" DELIMITED BY SIZE
                      ot-hapus-count(op-idx) DELIMITED BY SIZE
                      "  OPERATOR=" DELIMITED BY SIZE
                      ot-opr-count(op-idx) DELIMITED BY SIZE
                      "  KELAS=" DELIMITED BY SIZE
                      ot-kls-count(op-idx) DELIMITED BY SIZE
                      "  PURGE/REINST=" DELIMITED BY SIZE
                      ot-arsip-count(op-idx) DELIMITED BY SIZE
                      "  MERGE=" DELIMITED BY SIZE
                      ot-merge-count(op-idx) DELIMITED BY SIZE
                      "  SKALA=" DELIMITED BY SIZE
                      ot-skala-count(op-idx) DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.
      *
      *    Section 5 - authorized operators with no successful
      *    sign-on in the 90 days up to the end of the range,
      *    measured against the whole log so a reprint of an old
      *    month gives the same list. Candidates for removal
      *    through tugas1 mode 6.
       CETAK-OPERATOR-PASIF.
           MOVE "5. OPERATOR TANPA SIGN-ON 90 HARI (CALON DIHAPUS)"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           PERFORM CEK-SATU-PASIF
               VARYING op-idx FROM 1 BY 1 UNTIL op-idx > op-used-count.
       CEK-SATU-PASIF.
           IF ot-di-master(op-idx) = "Y"
               IF ot-akhir-masuk(op-idx) = SPACES
                   MOVE "TIDAK PERNAH" TO operator-keterangan
                   MOVE ALL "-" TO hari-selisih-teks
                   PERFORM CETAK-SATU-PASIF
               ELSE
                   MOVE ot-akhir-masuk(op-idx) TO hari-tanggal
                   PERFORM HITUNG-NOMOR-HARI
                   SUBTRACT hari-nomor FROM nomor-hari-akhir
                       GIVING hari-selisih
                   IF hari-selisih > batas-pasif-hari
                       MOVE ot-akhir-masuk(op-idx)
                           TO operator-keterangan
                       MOVE hari-selisih TO hari-selisih-teks
                       PERFORM CETAK-SATU-PASIF
                   END-IF
               END-IF
           END-IF.
       CETAK-SATU-PASIF.
           ADD 1 TO pasif-count.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING ot-operator(op-idx) DELIMITED BY SIZE
                  "  LEVEL=" DELIMITED BY SIZE
                  ot-level(op-idx) DELIMITED BY SIZE
                  "  NAMA=" DELIMITED BY SIZE
                  ot-nama(op-idx) DELIMITED BY SIZE
                  "  SIGN-ON TERAKHIR=" DELIMITED BY SIZE
                  operator-keterangan(1:12) DELIMITED BY SIZE
                  "  HARI=" DELIMITED BY SIZE
                  hari-selisih-teks DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
      *
      *    YYMMDD in hari-tanggal to a day number from 1 January
      *    2000 in hari-nomor, and the day of the week in hari-ke
      *    (1 = SABTU through 7 = JUMAT). Every year divisible by
      *    four is a leap year, which holds from 2000 to 2099.
       HITUNG-NOMOR-HARI.
           IF hari-mm < 1 OR hari-mm > 12
               MOVE 1 TO hari-mm
           END-IF.
           MULTIPLY hari-yy BY 365 GIVING hari-nomor.
           ADD 3 hari-yy GIVING hari-bagi.
           DIVIDE hari-bagi BY 4 GIVING hari-kabisat.
           ADD hari-kabisat kh-hari(hari-mm) hari-dd TO hari-nomor.
           SUBTRACT 1 FROM hari-nomor.
           DIVIDE hari-yy BY 4 GIVING hari-bagi REMAINDER hari-sisa.
           IF hari-sisa = ZERO AND hari-mm > 2
               ADD 1 TO hari-nomor
           END-IF.
           DIVIDE hari-nomor BY 7 GIVING hari-bagi REMAINDER hari-sisa.
           ADD 1 hari-sisa GIVING hari-ke.
      *
      *    The closing page - the totals over the range and the
      *    lines internal audit signs the review off on.
       CETAK-HALAMAN-RINGKASAN.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           PERFORM CETAK-JUDUL-HALAMAN.
           MOVE "RINGKASAN TINJAUAN" TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "OPERATOR TERDAFTAR          : " DELIMITED BY SIZE
                  operator-master-count DELIMITED BY SIZE
                  "   LEVEL 3: " DELIMITED BY SIZE
                  level3-count DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "PERCOBAAN SIGN-ON           : " DELIMITED BY SIZE
                  signon-total DELIMITED BY SIZE
                  "   BERHASIL: " DELIMITED BY SIZE
                  berhasil-total DELIMITED BY SIZE
                  "   GAGAL: " DELIMITED BY SIZE
                  gagal-total DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "ID TIDAK TERDAFTAR DICOBA   : " DELIMITED BY SIZE
                  asing-id-count DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "PENGUNCIAN                  : " DELIMITED BY SIZE
                  kunci-total DELIMITED BY SIZE
                  "   BELUM DIRESET: " DELIMITED BY SIZE
                  kunci-belum-reset DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "RESET KUNCI (TUGAS1 MODE 6) : " DELIMITED BY SIZE
                  reset-total DELIMITED BY SIZE
                  "   TANPA PENGUNCIAN DI RENTANG: " DELIMITED BY SIZE
                  reset-lain-count DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "SIGN-ON DI LUAR JAM KANTOR  : " DELIMITED BY SIZE
                  luar-jam-total DELIMITED BY SIZE
                  "   TANPA JAM TERCATAT: " DELIMITED BY SIZE
                  tanpa-jam-count DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "AKSI WEWENANG PENUH         : " DELIMITED BY SIZE
                  penuh-total DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "CALON DIHAPUS (90 HARI)     : " DELIMITED BY SIZE
                  pasif-count DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "BARIS LOG TIDAK TERBACA     : " DELIMITED BY SIZE
                  rusak-count DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           IF NOT audit-log-ada
               MOVE SPACES TO SECURITY-REPORT-LINE
               STRING "AUDIT-LOG TIDAK DITEMUKAN, RESET DAN AKSI "
                          DELIMITED BY SIZE
                      "PENUH TIDAK TERHITUNG" DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE "DIPERIKSA OLEH : ______________________________"
               TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE "JABATAN        : ______________________________"
               TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE "TANGGAL        : ______________________________"
               TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE "TANDA TANGAN   : ______________________________"
               TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
       END PROGRAM tugas22.
