      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 24
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas24.
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
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-control-status.
           SELECT RUN-LOG ASSIGN TO "RUN-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-log-status.
           SELECT RUN-HOLD ASSIGN TO "RUN-HOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-hold-status.
           SELECT RUN-STATS ASSIGN TO "RUN-STATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-stats-status.
           SELECT RUN-STATS-WORK ASSIGN TO "RUN-STATS-WORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-stats-work-status.
           SELECT TREND-REPORT ASSIGN TO "TREND-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS trend-report-status.
       DATA DIVISION.
       FILE SECTION.
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
      *    The chain-hold record tugas7 writes when its volume
      *    check stops the run - "T" held, "L" released (the next
      *    tugas7 run resumes at RH-LANGKAH), spaces when nothing
      *    is held.
       FD  RUN-HOLD.
       01  RUN-HOLD-RECORD.
           05  RH-STATUS              PIC X(01).
           05  RH-TGL                 PIC 9(06).
           05  RH-HARI                PIC 9(01).
           05  RH-LANGKAH             PIC 9(01).
           05  RH-OPERATOR            PIC X(10).
       FD  RUN-STATS.
           COPY "RUNSTAT.CPY".
       FD  RUN-STATS-WORK.
       01  RUN-STATS-WORK-RECORD      PIC X(53).
       FD  TREND-REPORT.
       01  TREND-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  operator-master-status PIC X(2).
       01  signon-log-status      PIC X(2).
       01  run-control-status     PIC X(2).
       01  run-log-status         PIC X(2).
       01  run-hold-status        PIC X(2).
       01  run-stats-status       PIC X(2).
       01  run-stats-work-status  PIC X(2).
       01  trend-report-status    PIC X(2).
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
       01  pilih-mode             PIC 9(1).
       01  mode-level-required    PIC 9(1).
       01  batch-lock-aktif       PIC X(1).
           88  batch-lock-on       VALUE "Y".
       01  runlog-pesan           PIC X(40).
       01  konfirmasi-jawab       PIC X(1).
           88  konfirmasi-ya       VALUE "Y" "y".
      *
      *    The hold as tugas7 left it, and what a release or a
      *    cancel turns the held night's RUN-STATS records into -
      *    "N" to count them after all, "B" to leave them out.
       01  hold-status            PIC X(1).
           88  hold-ditahan        VALUE "T".
       01  hold-tgl               PIC 9(6).
       01  hold-hari              PIC 9(1).
       01  hold-langkah           PIC 9(1).
       01  status-baru            PIC X(1).
       01  eof-run-stats          PIC X(1).
           88  no-more-run-stats   VALUE "Y".
       01  eof-run-stats-work     PIC X(1).
           88  no-more-stats-work  VALUE "Y".
       01  diubah-count           PIC 9(4) VALUE ZERO.
      *
      *    Weekly trend. Week 1 is the seven days up to today, week
      *    2 the seven before that, and so on back; each step's
      *    counted runs are totalled per week and shown as averages
      *    per run, oldest week first, with the change in the read
      *    average from the week before so a slow drift shows up
      *    long before the nightly tolerance trips.
       01  jumlah-minggu          PIC 9(2).
       01  minggu-maksimum        PIC 9(2) VALUE 12.
       01  minggu-idx             PIC 9(2).
       01  langkah-idx            PIC 9(1).
       01  tren-table.
           05  tren-langkah OCCURS 6 TIMES.
               10  tr-minggu OCCURS 12 TIMES.
                   15  tr-jalan   PIC 9(4).
                   15  tr-baca    PIC 9(10).
                   15  tr-terima  PIC 9(10).
                   15  tr-tolak   PIC 9(10).
                   15  tr-posting PIC 9(10).
                   15  tr-tgl-awal PIC 9(6).
                   15  tr-tgl-akhir PIC 9(6).
       01  dihitung-count         PIC 9(6) VALUE ZERO.
       01  ditahan-count          PIC 9(6) VALUE ZERO.
       01  dibatalkan-count       PIC 9(6) VALUE ZERO.
       01  gagal-count            PIC 9(6) VALUE ZERO.
       01  di-luar-rentang-count  PIC 9(6) VALUE ZERO.
       01  rata-baca              PIC 9(8).
       01  rata-terima            PIC 9(8).
       01  rata-tolak             PIC 9(8).
       01  rata-posting           PIC 9(8).
       01  rata-baca-lalu         PIC 9(8).
       01  ada-minggu-lalu        PIC X(1).
           88  minggu-lalu-ada     VALUE "Y".
       01  rata-baca-pertama      PIC 9(8).
       01  ada-minggu-pertama     PIC X(1).
           88  minggu-pertama-ada  VALUE "Y".
       01  selisih-baca           PIC S9(9).
       01  selisih-kali           PIC S9(11).
       01  persen-berubah         PIC S9(5).
       01  jalan-edited           PIC ZZZ9.
       01  minggu-edited          PIC Z9.
       01  rata-baca-edited       PIC ZZ,ZZZ,ZZ9.
       01  rata-terima-edited     PIC ZZ,ZZZ,ZZ9.
       01  rata-tolak-edited      PIC ZZ,ZZZ,ZZ9.
       01  rata-posting-edited    PIC ZZ,ZZZ,ZZ9.
       01  persen-edited          PIC -(4)9.
       01  persen-teks            PIC X(8).
       01  banding-lama           PIC 9(8).
       01  banding-baru           PIC 9(8).
       01  tren-column-heading.
           05  FILLER             PIC X(10) VALUE "  MINGGU".
           05  FILLER             PIC X(16) VALUE "TGL JALAN".
           05  FILLER             PIC X(6)  VALUE " JALAN".
           05  FILLER             PIC X(12) VALUE "        BACA".
           05  FILLER             PIC X(12) VALUE "      TERIMA".
           05  FILLER             PIC X(12) VALUE "       TOLAK".
           05  FILLER             PIC X(12) VALUE "     POSTING".
           05  FILLER             PIC X(16) VALUE "  BACA VS LALU".
      *
      *    The chain's steps as tugas7 names them on RUN-LOG.
       01  nama-langkah-data.
           05  FILLER             PIC X(30)
                   VALUE "TUGAS1 MUAT MAHASISWA BATCH".
           05  FILLER             PIC X(30)
                   VALUE "TUGAS10 BACKUP MASTER".
           05  FILLER             PIC X(30)
                   VALUE "TUGAS12 EDIT TRANSAKSI".
           05  FILLER             PIC X(30)
                   VALUE "TUGAS2 BATCH KALKULASI".
           05  FILLER             PIC X(30)
                   VALUE "TUGAS2 LAPORAN RIWAYAT".
           05  FILLER             PIC X(30)
                   VALUE "TUGAS19 PERIKSA INTEGRITAS".
       01  nama-langkah-table REDEFINES nama-langkah-data.
           05  nl-nama            PIC X(30) OCCURS 6 TIMES.
      *
      *    Day arithmetic for placing a run in its week. A YYMMDD
      *    date becomes a day number counted from 1 January 2000,
      *    the same way the tugas22 security review counts days.
       01  hari-tanggal.
           05  hari-yy            PIC 9(2).
           05  hari-mm            PIC 9(2).
           05  hari-dd            PIC 9(2).
       01  hari-nomor             PIC 9(7).
       01  hari-bagi              PIC 9(7).
       01  hari-sisa              PIC 9(3).
       01  hari-kabisat           PIC 9(3).
       01  kumulatif-hari-data    PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  kumulatif-hari-table REDEFINES kumulatif-hari-data.
           05  kh-hari            PIC 9(3) OCCURS 12 TIMES.
       01  nomor-hari-ini         PIC 9(7).
       01  hari-selisih           PIC 9(7).
       01  stat-dalam-rentang     PIC X(1).
           88  stat-masuk          VALUE "Y".
       PROCEDURE DIVISION.
      *
      *    Chain-hold desk and run-statistics trend. When the tugas7
      *    volume check holds the nightly chain before the tugas2
      *    posting step, a level-3 operator looks at the held
      *    night's counts here and either releases the hold - the
      *    next tugas7 run picks up at step 4 and the counts join
      *    the averages - or cancels it, after which the next run
      *    starts over from step 1 and the held counts are never
      *    averaged. Neither is allowed while the chain itself is
      *    running. The trend report is open to any operator.
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
           DISPLAY "1. Lepas tahanan rantai (lanjutkan dari langkah 4)".
           DISPLAY "2. Batalkan tahanan rantai".
           DISPLAY "3. Laporan tren volume mingguan".
           ACCEPT pilih-mode.
           IF pilih-mode < 1 OR pilih-mode > 3
               DISPLAY "PILIHAN TIDAK VALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF pilih-mode = 3
               MOVE 1 TO mode-level-required
           ELSE
               MOVE 3 TO mode-level-required
           END-IF.
           IF operator-level < mode-level-required
               DISPLAY "WEWENANG OPERATOR TIDAK CUKUP UNTUK MODE INI"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           GO TO MODE-LEPAS, MODE-BATAL, MODE-TREN
               DEPENDING ON pilih-mode.
       MODE-LEPAS.
           MOVE "N" TO status-baru.
           GO TO PUTUSKAN-TAHANAN.
       MODE-BATAL.
           MOVE "B" TO status-baru.
           GO TO PUTUSKAN-TAHANAN.
      *
      *    Release and cancel share one path - show the hold and
      *    the held night's counts, take the operator's yes, then
      *    rewrite the hold record and restamp that night's
      *    RUN-STATS records.
       PUTUSKAN-TAHANAN.
           PERFORM CEK-KUNCI-BATCH.
           IF batch-lock-on
               DISPLAY "RANTAI BATCH SEDANG BERJALAN, TAHANAN TIDAK "
                   "DAPAT DIUBAH"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BACA-RUN-HOLD.
           IF NOT hold-ditahan
               DISPLAY "TIDAK ADA RANTAI YANG DITAHAN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "RANTAI DITAHAN SEBELUM LANGKAH ", hold-langkah,
               " - TGL=", hold-tgl.
           DISPLAY "Hitungan malam itu (alasan penahanan ada di "
               "RUN-LOG):".
           OPEN INPUT RUN-STATS.
           IF run-stats-status = "00"
               MOVE "N" TO eof-run-stats
               PERFORM BACA-RUN-STATS
               PERFORM TAMPILKAN-SATU-HITUNGAN
                   UNTIL no-more-run-stats
               CLOSE RUN-STATS
           END-IF.
           IF status-baru = "N"
               DISPLAY "Lepas tahanan dan lanjutkan rantai? (Y/T): "
           ELSE
               DISPLAY "Batalkan tahanan? Hitungan malam itu tidak "
                   "akan dirata-rata (Y/T): "
           END-IF.
           ACCEPT konfirmasi-jawab.
           IF NOT konfirmasi-ya
               DISPLAY "TIDAK ADA PERUBAHAN"
               GOBACK
           END-IF.
           MOVE SPACES TO RUN-HOLD-RECORD.
           MOVE ZERO TO RH-TGL.
           MOVE ZERO TO RH-HARI.
           MOVE ZERO TO RH-LANGKAH.
           IF status-baru = "N"
               MOVE "L" TO RH-STATUS
               MOVE hold-tgl TO RH-TGL
               MOVE hold-hari TO RH-HARI
               MOVE hold-langkah TO RH-LANGKAH
               MOVE operator-id TO RH-OPERATOR
           END-IF.
           OPEN OUTPUT RUN-HOLD.
           WRITE RUN-HOLD-RECORD.
           CLOSE RUN-HOLD.
           PERFORM CAP-ULANG-RUN-STATS.
           MOVE SPACES TO runlog-pesan.
           IF status-baru = "N"
               STRING "TAHANAN RANTAI TGL=" DELIMITED BY SIZE
                      hold-tgl DELIMITED BY SIZE
                      " DILEPAS" DELIMITED BY SIZE
                   INTO runlog-pesan
           ELSE
               STRING "TAHANAN RANTAI TGL=" DELIMITED BY SIZE
                      hold-tgl DELIMITED BY SIZE
                      " DIBATALKAN" DELIMITED BY SIZE
                   INTO runlog-pesan
           END-IF.
           PERFORM CATAT-RUN-CONTROL-LOG.
           IF status-baru = "N"
               DISPLAY "TAHANAN DILEPAS - JALANKAN TUGAS7 DENGAN "
                   "JAWABAN LANGKAH 4 SAMPAI 6"
           ELSE
               DISPLAY "TAHANAN DIBATALKAN - RANTAI BERIKUTNYA MULAI "
                   "DARI LANGKAH 1"
           END-IF.
           DISPLAY "RECORD RUN-STATS DIUBAH: ", diubah-count.
           GOBACK.
       BACA-RUN-HOLD.
           MOVE SPACE TO hold-status.
           OPEN INPUT RUN-HOLD.
           IF run-hold-status = "00"
               READ RUN-HOLD
                   AT END CONTINUE
                   NOT AT END
                       MOVE RH-STATUS TO hold-status
                       MOVE RH-TGL TO hold-tgl
                       MOVE RH-HARI TO hold-hari
                       MOVE RH-LANGKAH TO hold-langkah
               END-READ
               CLOSE RUN-HOLD
           END-IF.
       BACA-RUN-STATS.
           READ RUN-STATS
               AT END MOVE "Y" TO eof-run-stats
           END-READ.
       TAMPILKAN-SATU-HITUNGAN.
           IF RS-DITAHAN AND RS-TGL = hold-tgl
               DISPLAY "  LANGKAH ", RS-LANGKAH, " ", RS-PROGRAM,
                   " RC=", RS-RC, " BACA=", RS-BACA-COUNT,
                   " TERIMA=", RS-TERIMA-COUNT,
                   " TOLAK=", RS-TOLAK-COUNT,
                   " POSTING=", RS-POSTING-COUNT
           END-IF.
           PERFORM BACA-RUN-STATS.
      *
      *    The held night's "T" records take their new status -
      *    RUN-STATS is copied to a work file with the change made
      *    and then copied back over it, the way the tugas4 audit
      *    archival rewrites AUDIT-LOG.
       CAP-ULANG-RUN-STATS.
           OPEN INPUT RUN-STATS.
           IF run-stats-status = "00"
               OPEN OUTPUT RUN-STATS-WORK
               MOVE "N" TO eof-run-stats
               PERFORM BACA-RUN-STATS
               PERFORM SALIN-SATU-KE-WORK UNTIL no-more-run-stats
               CLOSE RUN-STATS
               CLOSE RUN-STATS-WORK
               OPEN INPUT RUN-STATS-WORK
               OPEN OUTPUT RUN-STATS
               MOVE "N" TO eof-run-stats-work
               PERFORM BACA-RUN-STATS-WORK
               PERFORM SALIN-SATU-DARI-WORK UNTIL no-more-stats-work
               CLOSE RUN-STATS-WORK
               CLOSE RUN-STATS
           END-IF.
       SALIN-SATU-KE-WORK.
           IF RS-DITAHAN AND RS-TGL = hold-tgl
               MOVE status-baru TO RS-STATUS
               ADD 1 TO diubah-count
           END-IF.
           MOVE RS-RUN-STAT-RECORD TO RUN-STATS-WORK-RECORD.
           WRITE RUN-STATS-WORK-RECORD.
           PERFORM BACA-RUN-STATS.
       BACA-RUN-STATS-WORK.
           READ RUN-STATS-WORK
               AT END MOVE "Y" TO eof-run-stats-work
           END-READ.
       SALIN-SATU-DARI-WORK.
           MOVE RUN-STATS-WORK-RECORD TO RS-RUN-STAT-RECORD.
           WRITE RS-RUN-STAT-RECORD.
           PERFORM BACA-RUN-STATS-WORK.
      *
      *    Weekly trend of the counted runs - RUN-STATS records
      *    still held, cancelled, or from a failed step are tallied
      *    on the last page but never averaged.
       MODE-TREN.
           DISPLAY "Jumlah minggu ke belakang (1-12, kosong = 8): ".
           ACCEPT jumlah-minggu.
           IF jumlah-minggu = ZERO
               MOVE 8 TO jumlah-minggu
           END-IF.
           IF jumlah-minggu > minggu-maksimum
               MOVE minggu-maksimum TO jumlah-minggu
           END-IF.
           OPEN INPUT RUN-STATS.
           IF run-stats-status NOT = "00"
               DISPLAY "RUN-STATS BELUM ADA, LAPORAN DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE run-date TO hari-tanggal.
           PERFORM HITUNG-NOMOR-HARI.
           MOVE hari-nomor TO nomor-hari-ini.
           MOVE ZERO TO tren-table.
           MOVE "N" TO eof-run-stats.
           PERFORM BACA-RUN-STATS.
           PERFORM KUMPULKAN-SATU-STAT UNTIL no-more-run-stats.
           CLOSE RUN-STATS.
           OPEN OUTPUT TREND-REPORT.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "LAPORAN TREN VOLUME RANTAI MALAM" DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    MINGGU: " DELIMITED BY SIZE
                  jumlah-minggu DELIMITED BY SIZE
                  "  (MINGGU 1 = 7 HARI TERAKHIR)" DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "RATA-RATA PER JALAN; HANYA JALAN YANG DIHITUNG "
                      DELIMITED BY SIZE
                  "(STATUS N) YANG MASUK" DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           PERFORM CETAK-TREN-LANGKAH
               VARYING langkah-idx FROM 1 BY 1 UNTIL langkah-idx > 6.
           PERFORM CETAK-RINGKASAN-TREN.
           CLOSE TREND-REPORT.
           DISPLAY "LAPORAN TREN SELESAI, JALAN DIHITUNG: ",
               dihitung-count.
           IF dihitung-count = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       KUMPULKAN-SATU-STAT.
           EVALUATE TRUE
               WHEN RS-DIHITUNG
                   PERFORM MASUKKAN-KE-MINGGU
               WHEN RS-DITAHAN
                   ADD 1 TO ditahan-count
               WHEN RS-DIBATALKAN
                   ADD 1 TO dibatalkan-count
               WHEN OTHER
                   ADD 1 TO gagal-count
           END-EVALUATE.
           PERFORM BACA-RUN-STATS.
      *
      *    A counted run goes into the week its date falls in,
      *    counted back from today; anything older than the weeks
      *    asked for, dated after today, or not a chain step is
      *    only tallied.
       MASUKKAN-KE-MINGGU.
           MOVE "N" TO stat-dalam-rentang.
           IF RS-TGL IS NUMERIC
               AND RS-LANGKAH > ZERO
               AND RS-LANGKAH < 7
               MOVE RS-TGL TO hari-tanggal
               PERFORM HITUNG-NOMOR-HARI
               IF hari-nomor NOT > nomor-hari-ini
                   SUBTRACT hari-nomor FROM nomor-hari-ini
                       GIVING hari-selisih
                   DIVIDE hari-selisih BY 7 GIVING hari-bagi
                   IF hari-bagi < jumlah-minggu
                       ADD 1 hari-bagi GIVING minggu-idx
                       MOVE "Y" TO stat-dalam-rentang
                   END-IF
               END-IF
           END-IF.
           IF stat-masuk
               MOVE RS-LANGKAH TO langkah-idx
               PERFORM TAMBAH-KE-MINGGU
           ELSE
               ADD 1 TO di-luar-rentang-count
           END-IF.
       TAMBAH-KE-MINGGU.
           ADD 1 TO dihitung-count.
           IF tr-jalan(langkah-idx, minggu-idx) = ZERO
               MOVE RS-TGL TO tr-tgl-awal(langkah-idx, minggu-idx)
           END-IF.
           MOVE RS-TGL TO tr-tgl-akhir(langkah-idx, minggu-idx).
           ADD 1 TO tr-jalan(langkah-idx, minggu-idx).
           ADD RS-BACA-COUNT TO tr-baca(langkah-idx, minggu-idx).
           ADD RS-TERIMA-COUNT TO tr-terima(langkah-idx, minggu-idx).
           ADD RS-TOLAK-COUNT TO tr-tolak(langkah-idx, minggu-idx).
           ADD RS-POSTING-COUNT
               TO tr-posting(langkah-idx, minggu-idx).
      *
      *    One block per step, oldest week first, closed by the
      *    change in the read average from the oldest week with
      *    runs to the newest.
       CETAK-TREN-LANGKAH.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "LANGKAH " DELIMITED BY SIZE
                  langkah-idx DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  nl-nama(langkah-idx) DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE tren-column-heading TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE "N" TO ada-minggu-lalu.
           MOVE "N" TO ada-minggu-pertama.
           PERFORM CETAK-SATU-MINGGU
               VARYING minggu-idx FROM jumlah-minggu BY -1
               UNTIL minggu-idx < 1.
           MOVE SPACES TO TREND-REPORT-LINE.
           IF minggu-pertama-ada
               MOVE rata-baca-pertama TO banding-lama
               MOVE rata-baca-lalu TO banding-baru
               PERFORM HITUNG-PERSEN
               STRING "  PERUBAHAN RATA BACA, MINGGU TERTUA KE "
                          DELIMITED BY SIZE
                      "TERBARU:" DELIMITED BY SIZE
                      persen-teks DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           ELSE
               MOVE "  TIDAK ADA JALAN TERCATAT DALAM RENTANG"
                   TO TREND-REPORT-LINE
           END-IF.
           WRITE TREND-REPORT-LINE.
       CETAK-SATU-MINGGU.
           MOVE minggu-idx TO minggu-edited.
           MOVE SPACES TO TREND-REPORT-LINE.
           IF tr-jalan(langkah-idx, minggu-idx) = ZERO
               STRING "    " DELIMITED BY SIZE
                      minggu-edited DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      "TIDAK ADA JALAN" DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           ELSE
               PERFORM HITUNG-RATA-MINGGU
               STRING "    " DELIMITED BY SIZE
                      minggu-edited DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      tr-tgl-awal(langkah-idx, minggu-idx)
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      tr-tgl-akhir(langkah-idx, minggu-idx)
                          DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      jalan-edited DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      rata-baca-edited DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      rata-terima-edited DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      rata-tolak-edited DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      rata-posting-edited DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      persen-teks DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           END-IF.
           WRITE TREND-REPORT-LINE.
       HITUNG-RATA-MINGGU.
           MOVE tr-jalan(langkah-idx, minggu-idx) TO jalan-edited.
           DIVIDE tr-baca(langkah-idx, minggu-idx)
               BY tr-jalan(langkah-idx, minggu-idx)
               GIVING rata-baca ROUNDED.
           DIVIDE tr-terima(langkah-idx, minggu-idx)
               BY tr-jalan(langkah-idx, minggu-idx)
               GIVING rata-terima ROUNDED.
           DIVIDE tr-tolak(langkah-idx, minggu-idx)
               BY tr-jalan(langkah-idx, minggu-idx)
               GIVING rata-tolak ROUNDED.
           DIVIDE tr-posting(langkah-idx, minggu-idx)
               BY tr-jalan(langkah-idx, minggu-idx)
               GIVING rata-posting ROUNDED.
           MOVE rata-baca TO rata-baca-edited.
           MOVE rata-terima TO rata-terima-edited.
           MOVE rata-tolak TO rata-tolak-edited.
           MOVE rata-posting TO rata-posting-edited.
           IF minggu-lalu-ada
               MOVE rata-baca-lalu TO banding-lama
               MOVE rata-baca TO banding-baru
               PERFORM HITUNG-PERSEN
           ELSE
               MOVE "       -" TO persen-teks
           END-IF.
           MOVE rata-baca TO rata-baca-lalu.
           MOVE "Y" TO ada-minggu-lalu.
           IF NOT minggu-pertama-ada
               MOVE rata-baca TO rata-baca-pertama
               MOVE "Y" TO ada-minggu-pertama
           END-IF.
      *
      *    Change from banding-lama to banding-baru as a whole
      *    percentage, right-aligned in persen-teks. Nothing to
      *    compare against a zero average.
       HITUNG-PERSEN.
           MOVE SPACES TO persen-teks.
           IF banding-lama = ZERO
               MOVE "       -" TO persen-teks
           ELSE
               SUBTRACT banding-lama FROM banding-baru
                   GIVING selisih-baca
               MULTIPLY selisih-baca BY 100 GIVING selisih-kali
               DIVIDE selisih-kali BY banding-lama
                   GIVING persen-berubah ROUNDED
                   ON SIZE ERROR
                       MOVE "  >9999%" TO persen-teks
                   NOT ON SIZE ERROR
                       MOVE persen-berubah TO persen-edited
                       STRING "  " DELIMITED BY SIZE
                              persen-edited DELIMITED BY SIZE
                              "%" DELIMITED BY SIZE
                           INTO persen-teks
               END-DIVIDE
           END-IF.
       CETAK-RINGKASAN-TREN.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "JALAN DIHITUNG DALAM RENTANG : " DELIMITED BY SIZE
                  dihitung-count DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "DIHITUNG, DI LUAR RENTANG    : " DELIMITED BY SIZE
                  di-luar-rentang-count DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "DITAHAN, BELUM DIPUTUSKAN    : " DELIMITED BY SIZE
                  ditahan-count DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "TAHANAN DIBATALKAN           : " DELIMITED BY SIZE
                  dibatalkan-count DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "LANGKAH GAGAL                : " DELIMITED BY SIZE
                  gagal-count DELIMITED BY SIZE
               INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
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
       CATAT-RUN-CONTROL-LOG.
           OPEN EXTEND RUN-LOG.
           IF run-log-status = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "TGL=" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "  TUGAS24 " DELIMITED BY SIZE
                  runlog-pesan DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
               INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG.
      *
      *    YYMMDD in hari-tanggal to a day number from 1 January
      *    2000 in hari-nomor. Every year divisible by four is a
      *    leap year, which holds from 2000 to 2099.
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
                  "  PROGRAM=TUGAS24" DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas24.
