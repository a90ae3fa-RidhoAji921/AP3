      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 19
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas19.
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
           SELECT STUDENT-ARCHIVE ASSIGN TO "STUDENT-ARCHIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS student-archive-status.
           SELECT CALC-HIST-ARCHIVE ASSIGN TO "CALC-HIST-ARCHIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS calc-hist-archive-status.
           SELECT PERIOD-TOTALS ASSIGN TO "PERIOD-TOTALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS period-totals-status.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRITY-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS integrity-report-status.
           SELECT SORT-WORK ASSIGN TO "SORT-WORK".
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT.CPY".
       FD  CALC-HISTORY-MASTER.
           COPY "CALCHIST.CPY".
      *
      *    The archive record images exactly as tugas8 wrote them -
      *    the purge date, then the master record as it was removed.
       FD  STUDENT-ARCHIVE.
       01  STUDENT-ARCHIVE-RECORD.
           05  SA-PURGE-DATE          PIC 9(06).
           05  SA-STUDENT-IMAGE       PIC X(126).
       FD  CALC-HIST-ARCHIVE.
       01  CALC-HIST-ARCHIVE-RECORD.
           05  CA-PURGE-DATE          PIC 9(06).
           05  CA-HIST-IMAGE          PIC X(56).
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-LINE      PIC X(132).
      *
      *    One frozen figure or one posting, keyed on period and
      *    npm so each student's "S" record meets the entries it was
      *    counted from. "P" and "T" carry a blank npm and sort to
      *    the head of their period; "H" is an ordinary posting and
      *    "R" a reversal, from the live history or the archive.
       SD  SORT-WORK.
       01  SORT-REKAP-RECORD.
           05  SW-PERIODE             PIC X(06).
           05  SW-NPM                 PIC X(08).
           05  SW-JENIS               PIC X(01).
               88  SW-IS-PENUTUPAN     VALUE "P".
               88  SW-IS-TOTAL         VALUE "T".
               88  SW-IS-SISWA         VALUE "S".
               88  SW-IS-POSTING       VALUE "H".
               88  SW-IS-REVERSAL      VALUE "R".
           05  SW-CALC-COUNT          PIC 9(08).
           05  SW-NILAI               PIC 9(14).
           05  SW-STUDENT-COUNT       PIC 9(06).
           05  SW-BATAL-COUNT         PIC 9(08).
       WORKING-STORAGE SECTION.
       01  student-master-status  PIC X(2).
       01  calc-hist-master-status PIC X(2).
       01  student-archive-status PIC X(2).
       01  calc-hist-archive-status PIC X(2).
       01  period-totals-status   PIC X(2).
       01  integrity-report-status PIC X(2).
       01  run-date               PIC 9(6).
       01  eof-student-archive    PIC X(1).
           88  no-more-student-arsip VALUE "Y".
       01  eof-calc-arsip         PIC X(1).
           88  no-more-calc-arsip  VALUE "Y".
       01  eof-calc-hist          PIC X(1).
           88  no-more-calc-hist   VALUE "Y".
       01  eof-period-totals      PIC X(1).
           88  no-more-totals      VALUE "Y".
       01  eof-sort-work          PIC X(1) VALUE "N".
           88  no-more-sorted      VALUE "Y".
       01  calc-arsip-dibuka      PIC X(1) VALUE "N".
           88  calc-arsip-ada      VALUE "Y".
      *
      *    Every npm on the student archive, for the parent check
      *    of the archived history.
       01  arsip-table.
           05  arsip-entry OCCURS 5000 TIMES.
               10  ar-npm         PIC X(8).
       01  arsip-count            PIC 9(4) COMP VALUE ZERO.
       01  arsip-idx              PIC 9(4) COMP.
       01  arsip-ketemu           PIC X(1).
           88  npm-di-arsip        VALUE "Y".
       01  arsip-penuh-count      PIC 9(6) VALUE ZERO.
       01  riwayat-npm            PIC X(8).
       01  riwayat-entry-count    PIC 9(6).
       01  riwayat-tanpa-induk    PIC X(1).
           88  riwayat-yatim       VALUE "Y".
       01  riwayat-sumber         PIC X(6).
      *
      *    The earliest run date carrying a period stamp - any
      *    unstamped posting after it went in without one.
       01  stamp-mulai            PIC 9(6) VALUE ZERO.
       01  judul-bagian           PIC X(70).
       01  bagian-count           PIC 9(8).
       01  ganda-count            PIC 9(6) VALUE ZERO.
       01  yatim-master-npm-count PIC 9(6) VALUE ZERO.
       01  yatim-master-entry-count PIC 9(8) VALUE ZERO.
       01  yatim-arsip-npm-count  PIC 9(6) VALUE ZERO.
       01  yatim-arsip-entry-count PIC 9(8) VALUE ZERO.
       01  beda-siswa-count       PIC 9(6) VALUE ZERO.
       01  beda-total-count       PIC 9(6) VALUE ZERO.
       01  tanpa-periode-count    PIC 9(8) VALUE ZERO.
       01  temuan-count           PIC 9(8) VALUE ZERO.
       01  periksa-count          PIC 9(8) VALUE ZERO.
      *
      *    Recount of the period and of the student being read
      *    against what the close froze.
       01  cur-periode            PIC X(6).
       01  cur-npm                PIC X(8).
       01  periode-diperiksa      PIC X(1).
           88  periode-ditutup     VALUE "Y".
       01  total-ada              PIC X(1).
           88  record-t-ada        VALUE "Y".
       01  t-calc-count           PIC 9(8).
       01  t-nilai                PIC 9(14).
       01  t-student-count        PIC 9(6).
       01  t-batal-count          PIC 9(8).
       01  rk-calc-count          PIC 9(8).
       01  rk-nilai               PIC S9(14).
       01  rk-student-count       PIC 9(6).
       01  rk-batal-count         PIC 9(8).
       01  siswa-ada              PIC X(1).
           88  record-s-ada        VALUE "Y".
       01  s-calc-count           PIC 9(8).
       01  s-nilai                PIC 9(14).
       01  s-batal-count          PIC 9(8).
       01  h-calc-count           PIC 9(8).
       01  h-nilai                PIC 9(14).
       01  h-batal-count          PIC 9(8).
       01  h-batal-nilai          PIC 9(14).
       01  h-net                  PIC S9(14).
       01  beda-alasan            PIC X(22).
       01  beda-npm               PIC X(8).
       01  tercatat-count         PIC 9(8).
       01  tercatat-nilai         PIC 9(14).
       01  tercatat-batal         PIC 9(8).
       01  hitung-count           PIC 9(8).
       01  hitung-batal           PIC 9(8).
       01  net-edited             PIC -(14)9.
      *
      *    One student's live history in sequence order, for the
      *    reversal references - bt-rujuk-count is how many
      *    reversals name the entry.
       01  batal-table.
           05  batal-entry OCCURS 999 TIMES.
               10  bt-seq         PIC 9(6).
               10  bt-jenis       PIC X(1).
               10  bt-ref-seq     PIC 9(6).
               10  bt-rujuk-count PIC 9(4) COMP.
       01  batal-count            PIC 9(4) COMP VALUE ZERO.
       01  batal-idx              PIC 9(4) COMP.
       01  batal-jdx              PIC 9(4) COMP.
       01  batal-ketemu           PIC X(1).
           88  ref-ketemu          VALUE "Y".
       01  batal-npm              PIC X(8).
       01  batal-penuh-count      PIC 9(6) VALUE ZERO.
       01  batal-lewat            PIC X(1).
           88  npm-batal-dilewati  VALUE "Y".
       01  rujuk-edited           PIC ZZZ9.
       01  ref-alasan             PIC X(24).
       01  ref-seq-lapor          PIC 9(6).
       01  ref-rujukan-lapor      PIC 9(6).
       01  ref-tanpa-asal-count   PIC 9(6) VALUE ZERO.
       01  ref-ke-batal-count     PIC 9(6) VALUE ZERO.
       01  ref-ganda-count        PIC 9(6) VALUE ZERO.
       LINKAGE SECTION.
      *
      *    Optional argument from the tugas7 chain driver - the
      *    number of history entries checked and of findings go
      *    back through it for RUN-STATS. A stand-alone run has no
      *    caller, so the item has no address and nothing is
      *    handed back.
           COPY "STEPSTAT.CPY".
       PROCEDURE DIVISION USING ST-STATISTIK-LANGKAH.
      *
      *    Nightly integrity sweep, run by tugas7 as the last step
      *    of the chain. Reads the masters, the archives and the
      *    frozen period totals and reports where they have drifted
      *    out of step - deletes, merges, purges and reinstatements
      *    all move records between them. Nothing is changed: the
      *    report goes to the operations lead, who decides the
      *    repair. RC 4 when anything was found, RC 8 when a master
      *    could not be read at all.
       MULAI.
           ACCEPT run-date FROM DATE.
           OPEN INPUT STUDENT-MASTER.
           IF student-master-status NOT = "00"
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, PEMERIKSAAN "
                   "DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CALC-HISTORY-MASTER.
           IF calc-hist-master-status NOT = "00"
               DISPLAY "CALC-HISTORY-MASTER TIDAK DITEMUKAN, "
                   "PEMERIKSAAN DIBATALKAN"
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "LAPORAN INTEGRITAS DATA" DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    (LAPORAN SAJA - TIDAK ADA DATA YANG DIUBAH)"
                      DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           PERFORM PERIKSA-ARSIP-MAHASISWA.
           SORT SORT-WORK
               ON ASCENDING KEY SW-PERIODE SW-NPM SW-JENIS
               INPUT PROCEDURE IS RELEASE-REKAP
               OUTPUT PROCEDURE IS BANDINGKAN-REKAP.
           PERFORM PERIKSA-TANPA-PERIODE.
           PERFORM PERIKSA-REFERENSI-BATAL.
           PERFORM TULIS-RINGKASAN.
           CLOSE STUDENT-MASTER.
           CLOSE CALC-HISTORY-MASTER.
           CLOSE INTEGRITY-REPORT.
           DISPLAY "PEMERIKSAAN INTEGRITAS SELESAI, TEMUAN: ",
               temuan-count.
           IF temuan-count > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           IF ADDRESS OF ST-STATISTIK-LANGKAH NOT = NULL
               MOVE periksa-count TO ST-BACA-COUNT
               MOVE ZERO TO ST-TERIMA-COUNT
               IF temuan-count < periksa-count
                   SUBTRACT temuan-count FROM periksa-count
                       GIVING ST-TERIMA-COUNT
               END-IF
               MOVE temuan-count TO ST-TOLAK-COUNT
               MOVE ZERO TO ST-POSTING-COUNT
           END-IF.
           GOBACK.
       TULIS-JUDUL-BAGIAN.
           MOVE ZERO TO bagian-count.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE judul-bagian TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
       TULIS-NIHIL-BAGIAN.
           IF bagian-count = ZERO
               MOVE "  TIDAK ADA TEMUAN" TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
      *
      *    A purged student whose npm is also live on the master -
      *    a reinstatement that never cleared the archive, or a new
      *    registration reusing a purged npm. The archive npms are
      *    kept for the parent check of the archived history.
       PERIKSA-ARSIP-MAHASISWA.
           MOVE "NPM ADA DI STUDENT-MASTER DAN STUDENT-ARCHIVE"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           OPEN INPUT STUDENT-ARCHIVE.
           IF student-archive-status = "00"
               MOVE "N" TO eof-student-archive
               PERFORM BACA-STUDENT-ARCHIVE
               PERFORM PERIKSA-SATU-ARSIP UNTIL no-more-student-arsip
               CLOSE STUDENT-ARCHIVE
           ELSE
               MOVE "  STUDENT-ARCHIVE TIDAK ADA - BELUM ADA PURGE"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           IF arsip-penuh-count > ZERO
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "  PERINGATAN - TABEL ARSIP PENUH, NPM DILEWATI: "
                          DELIMITED BY SIZE
                      arsip-penuh-count DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           PERFORM TULIS-NIHIL-BAGIAN.
       BACA-STUDENT-ARCHIVE.
           READ STUDENT-ARCHIVE
               AT END MOVE "Y" TO eof-student-archive
           END-READ.
       PERIKSA-SATU-ARSIP.
           IF arsip-count < 5000
               ADD 1 TO arsip-count
               MOVE SA-STUDENT-IMAGE(1:8) TO ar-npm(arsip-count)
           ELSE
               ADD 1 TO arsip-penuh-count
           END-IF.
           MOVE SA-STUDENT-IMAGE(1:8) TO SM-NPM.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ganda-count
                   ADD 1 TO temuan-count
                   ADD 1 TO bagian-count
                   MOVE SPACES TO INTEGRITY-REPORT-LINE
                   STRING "  NPM=" DELIMITED BY SIZE
                          SM-NPM DELIMITED BY SIZE
                          "  NAMA=" DELIMITED BY SIZE
                          SM-NAMA DELIMITED BY SIZE
                          "  KELAS=" DELIMITED BY SIZE
                          SM-KELAS DELIMITED BY SIZE
                          "  TGL PURGE=" DELIMITED BY SIZE
                          SA-PURGE-DATE DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-LINE
                   WRITE INTEGRITY-REPORT-LINE
           END-READ.
           PERFORM BACA-STUDENT-ARCHIVE.
      *
      *    Input procedure for the recount - the frozen "P", "S"
      *    and "T" records, then every stamped posting from the
      *    live history and the archive. The same walks report the
      *    history whose student is gone from the master (live) or
      *    was never archived (archive), one line per npm, and find
      *    the day period stamping began.
       RELEASE-REKAP.
           OPEN INPUT PERIOD-TOTALS.
           IF period-totals-status = "00"
               MOVE "N" TO eof-period-totals
               PERFORM READ-PERIOD-TOTALS
               PERFORM RELEASE-SATU-TOTALS UNTIL no-more-totals
               CLOSE PERIOD-TOTALS
           END-IF.
           MOVE "RIWAYAT MASTER TANPA MAHASISWA DI STUDENT-MASTER"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           MOVE "MASTER" TO riwayat-sumber.
           MOVE SPACES TO riwayat-npm.
           MOVE "N" TO riwayat-tanpa-induk.
           MOVE "N" TO eof-calc-hist.
           PERFORM READ-CALC-HIST.
           PERFORM PERIKSA-SATU-RIWAYAT UNTIL no-more-calc-hist.
           PERFORM TUTUP-NPM-RIWAYAT.
           PERFORM TULIS-NIHIL-BAGIAN.
           MOVE "RIWAYAT ARSIP TANPA INDUK DI STUDENT-ARCHIVE"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           MOVE "ARSIP" TO riwayat-sumber.
           MOVE SPACES TO riwayat-npm.
           MOVE "N" TO riwayat-tanpa-induk.
           OPEN INPUT CALC-HIST-ARCHIVE.
           IF calc-hist-archive-status = "00"
               MOVE "Y" TO calc-arsip-dibuka
               MOVE "N" TO eof-calc-arsip
               PERFORM BACA-CALC-ARSIP
               PERFORM PERIKSA-SATU-RIWAYAT-ARSIP
                   UNTIL no-more-calc-arsip
               PERFORM TUTUP-NPM-RIWAYAT
               CLOSE CALC-HIST-ARCHIVE
           ELSE
               MOVE "  CALC-HIST-ARCHIVE TIDAK ADA - BELUM ADA PURGE"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           PERFORM TULIS-NIHIL-BAGIAN.
       READ-PERIOD-TOTALS.
           READ PERIOD-TOTALS
               AT END MOVE "Y" TO eof-period-totals
           END-READ.
      *
      *    Records from closes before reversals existed carry
      *    spaces in the reversal count - there were none then.
       RELEASE-SATU-TOTALS.
           IF PT-TYPE = "P" OR PT-TYPE = "S" OR PT-TYPE = "T"
               MOVE PT-PERIODE     TO SW-PERIODE
               MOVE PT-TYPE        TO SW-JENIS
               IF PT-TYPE = "S"
                   MOVE PT-NPM     TO SW-NPM
               ELSE
                   MOVE SPACES     TO SW-NPM
               END-IF
               MOVE PT-CALC-COUNT  TO SW-CALC-COUNT
               MOVE PT-NILAI-TOTAL TO SW-NILAI
               MOVE PT-STUDENT-COUNT TO SW-STUDENT-COUNT
               IF PT-BATAL-COUNT NUMERIC
                   MOVE PT-BATAL-COUNT TO SW-BATAL-COUNT
               ELSE
                   MOVE ZERO TO SW-BATAL-COUNT
               END-IF
               RELEASE SORT-REKAP-RECORD
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
       READ-CALC-HIST.
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END MOVE "Y" TO eof-calc-hist
           END-READ.
       PERIKSA-SATU-RIWAYAT.
           IF CH-NPM NOT = riwayat-npm
               PERFORM TUTUP-NPM-RIWAYAT
               MOVE CH-NPM TO riwayat-npm
               MOVE ZERO TO riwayat-entry-count
               MOVE CH-NPM TO SM-NPM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "Y" TO riwayat-tanpa-induk
                   NOT INVALID KEY
                       MOVE "N" TO riwayat-tanpa-induk
               END-READ
           END-IF.
           ADD 1 TO riwayat-entry-count.
           ADD 1 TO periksa-count.
           PERFORM RELEASE-SATU-POSTING.
           PERFORM READ-CALC-HIST.
       BACA-CALC-ARSIP.
           READ CALC-HIST-ARCHIVE
               AT END MOVE "Y" TO eof-calc-arsip
           END-READ.
      *
      *    The archived image is laid over the history record, the
      *    way tugas9 reads it back - the live file is finished
      *    with by now.
       PERIKSA-SATU-RIWAYAT-ARSIP.
           MOVE CA-HIST-IMAGE TO CH-CALC-HIST-RECORD.
           IF CH-NPM NOT = riwayat-npm
               PERFORM TUTUP-NPM-RIWAYAT
               MOVE CH-NPM TO riwayat-npm
               MOVE ZERO TO riwayat-entry-count
               PERFORM CARI-NPM-ARSIP
               IF npm-di-arsip
                   MOVE "N" TO riwayat-tanpa-induk
               ELSE
                   MOVE "Y" TO riwayat-tanpa-induk
               END-IF
           END-IF.
           ADD 1 TO riwayat-entry-count.
           ADD 1 TO periksa-count.
           PERFORM RELEASE-SATU-POSTING.
           PERFORM BACA-CALC-ARSIP.
       CARI-NPM-ARSIP.
           MOVE "N" TO arsip-ketemu.
           PERFORM CARI-SATU-NPM-ARSIP
               VARYING arsip-idx FROM 1 BY 1
               UNTIL arsip-idx > arsip-count OR npm-di-arsip.
       CARI-SATU-NPM-ARSIP.
           IF ar-npm(arsip-idx) = CH-NPM
               MOVE "Y" TO arsip-ketemu
           END-IF.
       TUTUP-NPM-RIWAYAT.
           IF riwayat-npm NOT = SPACES AND riwayat-yatim
               ADD 1 TO temuan-count
               ADD 1 TO bagian-count
               IF riwayat-sumber = "MASTER"
                   ADD 1 TO yatim-master-npm-count
                   ADD riwayat-entry-count TO yatim-master-entry-count
               ELSE
                   ADD 1 TO yatim-arsip-npm-count
                   ADD riwayat-entry-count TO yatim-arsip-entry-count
               END-IF
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "  NPM=" DELIMITED BY SIZE
                      riwayat-npm DELIMITED BY SIZE
                      "  ENTRI RIWAYAT=" DELIMITED BY SIZE
                      riwayat-entry-count DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
      *
      *    Unstamped postings belong to no period and are left out
      *    of the recount, exactly as the close leaves them out.
       RELEASE-SATU-POSTING.
           IF CH-PERIODE NOT = SPACES
               IF stamp-mulai = ZERO OR CH-RUN-DATE < stamp-mulai
                   MOVE CH-RUN-DATE TO stamp-mulai
               END-IF
               MOVE CH-PERIODE TO SW-PERIODE
               MOVE CH-NPM     TO SW-NPM
               IF CH-IS-REVERSAL
                   MOVE "R" TO SW-JENIS
               ELSE
                   MOVE "H" TO SW-JENIS
               END-IF
               MOVE 1          TO SW-CALC-COUNT
               MOVE CH-NILAI-C TO SW-NILAI
               MOVE ZERO       TO SW-STUDENT-COUNT
               MOVE ZERO       TO SW-BATAL-COUNT
               RELEASE SORT-REKAP-RECORD
           END-IF.
      *
      *    Output procedure - a control break on period, and on npm
      *    inside it. Only a period with a "P" or "T" record was
      *    closed; the postings of a period still open have nothing
      *    frozen to be compared with and are passed over.
       BANDINGKAN-REKAP.
           MOVE "PERIOD-TOTALS BEDA DGN HITUNG ULANG (JML/NET/BATAL)"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           MOVE SPACES TO cur-periode.
           MOVE SPACES TO cur-npm.
           PERFORM RETURN-SORTED-REKAP.
           PERFORM TERIMA-SATU-REKAP UNTIL no-more-sorted.
           IF cur-periode NOT = SPACES
               PERFORM TUTUP-GRUP-NPM
               PERFORM TUTUP-GRUP-PERIODE
           END-IF.
           PERFORM TULIS-NIHIL-BAGIAN.
       RETURN-SORTED-REKAP.
           RETURN SORT-WORK
               AT END MOVE "Y" TO eof-sort-work
           END-RETURN.
       TERIMA-SATU-REKAP.
           IF SW-PERIODE NOT = cur-periode
               IF cur-periode NOT = SPACES
                   PERFORM TUTUP-GRUP-NPM
                   PERFORM TUTUP-GRUP-PERIODE
               END-IF
               MOVE SW-PERIODE TO cur-periode
               MOVE SPACES TO cur-npm
               MOVE "N" TO periode-diperiksa
               MOVE "N" TO total-ada
               MOVE ZERO TO rk-calc-count
               MOVE ZERO TO rk-nilai
               MOVE ZERO TO rk-student-count
               MOVE ZERO TO rk-batal-count
           END-IF.
           EVALUATE TRUE
               WHEN SW-IS-PENUTUPAN
                   MOVE "Y" TO periode-diperiksa
               WHEN SW-IS-TOTAL
                   MOVE "Y" TO periode-diperiksa
                   MOVE "Y" TO total-ada
                   MOVE SW-CALC-COUNT TO t-calc-count
                   MOVE SW-NILAI TO t-nilai
                   MOVE SW-STUDENT-COUNT TO t-student-count
                   MOVE SW-BATAL-COUNT TO t-batal-count
               WHEN OTHER
                   PERFORM TERIMA-SATU-SISWA
           END-EVALUATE.
           PERFORM RETURN-SORTED-REKAP.
       TERIMA-SATU-SISWA.
           IF SW-NPM NOT = cur-npm
               PERFORM TUTUP-GRUP-NPM
               MOVE SW-NPM TO cur-npm
               MOVE "N" TO siswa-ada
               MOVE ZERO TO s-calc-count
               MOVE ZERO TO s-nilai
               MOVE ZERO TO s-batal-count
               MOVE ZERO TO h-calc-count
               MOVE ZERO TO h-nilai
               MOVE ZERO TO h-batal-count
               MOVE ZERO TO h-batal-nilai
           END-IF.
           EVALUATE TRUE
               WHEN SW-IS-SISWA
                   MOVE "Y" TO siswa-ada
                   ADD SW-CALC-COUNT TO s-calc-count
                   ADD SW-NILAI TO s-nilai
                   ADD SW-BATAL-COUNT TO s-batal-count
               WHEN SW-IS-REVERSAL
                   ADD 1 TO h-batal-count
                   ADD SW-NILAI TO h-batal-nilai
               WHEN OTHER
                   ADD 1 TO h-calc-count
                   ADD SW-NILAI TO h-nilai
           END-EVALUATE.
      *
      *    One student of a closed period - the recount goes into
      *    the period's own recount, and the "S" record is checked
      *    against it: count, net total and reversal count.
       TUTUP-GRUP-NPM.
           IF cur-npm NOT = SPACES AND periode-ditutup
               SUBTRACT h-batal-nilai FROM h-nilai GIVING h-net
               IF h-calc-count > ZERO OR h-batal-count > ZERO
                   ADD 1 TO rk-student-count
                   ADD h-calc-count TO rk-calc-count
                   ADD h-net TO rk-nilai
                   ADD h-batal-count TO rk-batal-count
               END-IF
               MOVE SPACES TO beda-alasan
               IF NOT record-s-ada
                   MOVE "RIWAYAT TANPA RECORD S" TO beda-alasan
               ELSE
                   IF s-calc-count NOT = h-calc-count
                       OR s-nilai NOT = h-net
                       OR s-batal-count NOT = h-batal-count
                       MOVE "RECORD S TIDAK SESUAI" TO beda-alasan
                   END-IF
               END-IF
               IF beda-alasan NOT = SPACES
                   ADD 1 TO beda-siswa-count
                   MOVE cur-npm TO beda-npm
                   MOVE s-calc-count TO tercatat-count
                   MOVE s-nilai TO tercatat-nilai
                   MOVE s-batal-count TO tercatat-batal
                   MOVE h-calc-count TO hitung-count
                   MOVE h-net TO net-edited
                   MOVE h-batal-count TO hitung-batal
                   PERFORM TULIS-BEDA-REKAP
               END-IF
           END-IF.
           MOVE SPACES TO cur-npm.
       TUTUP-GRUP-PERIODE.
           IF periode-ditutup
               MOVE SPACES TO beda-alasan
               IF NOT record-t-ada
                   MOVE "RECORD T TIDAK ADA" TO beda-alasan
                   MOVE ZERO TO t-calc-count
                   MOVE ZERO TO t-nilai
                   MOVE ZERO TO t-student-count
                   MOVE ZERO TO t-batal-count
               ELSE
                   IF t-calc-count NOT = rk-calc-count
                       OR t-nilai NOT = rk-nilai
                       OR t-batal-count NOT = rk-batal-count
                       MOVE "RECORD T TIDAK SESUAI" TO beda-alasan
                   ELSE
                       IF t-student-count NOT = rk-student-count
                           MOVE "T JML MAHASISWA BEDA" TO beda-alasan
                       END-IF
                   END-IF
               END-IF
               IF beda-alasan NOT = SPACES
                   ADD 1 TO beda-total-count
                   MOVE "(TOTAL)" TO beda-npm
                   MOVE t-calc-count TO tercatat-count
                   MOVE t-nilai TO tercatat-nilai
                   MOVE t-batal-count TO tercatat-batal
                   MOVE rk-calc-count TO hitung-count
                   MOVE rk-nilai TO net-edited
                   MOVE rk-batal-count TO hitung-batal
                   PERFORM TULIS-BEDA-REKAP
                   MOVE SPACES TO INTEGRITY-REPORT-LINE
                   STRING "                 MAHASISWA TERCATAT="
                              DELIMITED BY SIZE
                          t-student-count DELIMITED BY SIZE
                          "  HITUNG ULANG=" DELIMITED BY SIZE
                          rk-student-count DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-LINE
                   WRITE INTEGRITY-REPORT-LINE
               END-IF
           END-IF.
       TULIS-BEDA-REKAP.
           ADD 1 TO temuan-count.
           ADD 1 TO bagian-count.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  cur-periode DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  beda-npm DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  beda-alasan DELIMITED BY SIZE
                  " TERCATAT=" DELIMITED BY SIZE
                  tercatat-count DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  tercatat-nilai DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  tercatat-batal DELIMITED BY SIZE
                  " HITUNG=" DELIMITED BY SIZE
                  hitung-count DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  net-edited DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  hitung-batal DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
      *
      *    Postings with no period stamp made on or after the first
      *    stamped run - posted by a path that skipped the stamp,
      *    so no close will ever count them. Entries from the same
      *    run date as the first stamp are given the benefit of the
      *    doubt; that day's earlier runs may predate the stamp.
       PERIKSA-TANPA-PERIODE.
           MOVE "RIWAYAT TANPA PERIODE SETELAH STAMP PERIODE DIMULAI"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           IF stamp-mulai = ZERO
               MOVE "  BELUM ADA RIWAYAT BERPERIODE - DILEWATI"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           ELSE
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "  STAMP PERIODE DIMULAI: " DELIMITED BY SIZE
                      stamp-mulai DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               MOVE "MASTER" TO riwayat-sumber
               MOVE LOW-VALUES TO CH-HIST-KEY
               START CALC-HISTORY-MASTER KEY IS NOT < CH-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO eof-calc-hist
                   NOT INVALID KEY
                       MOVE "N" TO eof-calc-hist
                       PERFORM READ-CALC-HIST
               END-START
               PERFORM PERIKSA-SATU-TANPA-PERIODE
                   UNTIL no-more-calc-hist
               IF calc-arsip-ada
                   MOVE "ARSIP" TO riwayat-sumber
                   OPEN INPUT CALC-HIST-ARCHIVE
                   MOVE "N" TO eof-calc-arsip
                   PERFORM BACA-CALC-ARSIP
                   PERFORM PERIKSA-ARSIP-TANPA-PERIODE
                       UNTIL no-more-calc-arsip
                   CLOSE CALC-HIST-ARCHIVE
               END-IF
           END-IF.
           PERFORM TULIS-NIHIL-BAGIAN.
       PERIKSA-SATU-TANPA-PERIODE.
           PERFORM CEK-TANPA-PERIODE.
           PERFORM READ-CALC-HIST.
       PERIKSA-ARSIP-TANPA-PERIODE.
           MOVE CA-HIST-IMAGE TO CH-CALC-HIST-RECORD.
           PERFORM CEK-TANPA-PERIODE.
           PERFORM BACA-CALC-ARSIP.
       CEK-TANPA-PERIODE.
           IF CH-PERIODE = SPACES AND CH-RUN-DATE > stamp-mulai
               ADD 1 TO tanpa-periode-count
               ADD 1 TO temuan-count
               ADD 1 TO bagian-count
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "  NPM=" DELIMITED BY SIZE
                      CH-NPM DELIMITED BY SIZE
                      "  SEQ=" DELIMITED BY SIZE
                      CH-TRANS-SEQ DELIMITED BY SIZE
                      "  TGL RUN=" DELIMITED BY SIZE
                      CH-RUN-DATE DELIMITED BY SIZE
                      "  SUMBER=" DELIMITED BY SIZE
                      riwayat-sumber DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
      *
      *    Reversals on the live history whose CH-REF-SEQ does not
      *    name an ordinary entry of the same npm, or that cancel an
      *    entry some other reversal already cancelled - a merge or
      *    a repair that renumbered history under them. Either way
      *    tugas12 and tugas2 would refuse the right reversal or let
      *    a second one through. A purge archives a student whole,
      *    so each npm's live entries stand on their own.
       PERIKSA-REFERENSI-BATAL.
           MOVE "REF PEMBATALAN RUSAK (TANPA ASAL/KE BATAL/GANDA)"
               TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           MOVE SPACES TO batal-npm.
           MOVE ZERO TO batal-count.
           MOVE "N" TO batal-lewat.
           MOVE LOW-VALUES TO CH-HIST-KEY.
           START CALC-HISTORY-MASTER KEY IS NOT < CH-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO eof-calc-hist
               NOT INVALID KEY
                   MOVE "N" TO eof-calc-hist
                   PERFORM READ-CALC-HIST
           END-START.
           PERFORM MUAT-SATU-REFERENSI UNTIL no-more-calc-hist.
           PERFORM TUTUP-NPM-REFERENSI.
           IF batal-penuh-count > ZERO
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "  PERINGATAN - TABEL RIWAYAT PENUH, NPM LEWAT: "
                          DELIMITED BY SIZE
                      batal-penuh-count DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           PERFORM TULIS-NIHIL-BAGIAN.
       MUAT-SATU-REFERENSI.
           IF CH-NPM NOT = batal-npm
               PERFORM TUTUP-NPM-REFERENSI
               MOVE CH-NPM TO batal-npm
               MOVE ZERO TO batal-count
               MOVE "N" TO batal-lewat
           END-IF.
           IF batal-count < 999
               ADD 1 TO batal-count
               MOVE CH-TRANS-SEQ TO bt-seq(batal-count)
               MOVE CH-JENIS TO bt-jenis(batal-count)
               MOVE CH-REF-SEQ TO bt-ref-seq(batal-count)
               MOVE ZERO TO bt-rujuk-count(batal-count)
           ELSE
               IF NOT npm-batal-dilewati
                   MOVE "Y" TO batal-lewat
                   ADD 1 TO batal-penuh-count
               END-IF
           END-IF.
           PERFORM READ-CALC-HIST.
       TUTUP-NPM-REFERENSI.
           IF batal-npm NOT = SPACES AND NOT npm-batal-dilewati
               PERFORM CEK-SATU-REFERENSI
                   VARYING batal-idx FROM 1 BY 1
                   UNTIL batal-idx > batal-count
               PERFORM CEK-RUJUKAN-GANDA
                   VARYING batal-idx FROM 1 BY 1
                   UNTIL batal-idx > batal-count
           END-IF.
       CEK-SATU-REFERENSI.
           IF bt-jenis(batal-idx) = "R"
               MOVE "N" TO batal-ketemu
               PERFORM CARI-ENTRI-RUJUKAN
                   VARYING batal-jdx FROM 1 BY 1
                   UNTIL batal-jdx > batal-count OR ref-ketemu
               IF NOT ref-ketemu
                   ADD 1 TO ref-tanpa-asal-count
                   MOVE "REF TIDAK ADA DI NPM" TO ref-alasan
                   MOVE ZERO TO rujuk-edited
                   PERFORM TULIS-REFERENSI-RUSAK
               END-IF
           END-IF.
      *
      *    batal-jdx is one past the match when the search stops,
      *    so the entry found is counted here, as it is seen.
       CARI-ENTRI-RUJUKAN.
           IF bt-seq(batal-jdx) = bt-ref-seq(batal-idx)
               MOVE "Y" TO batal-ketemu
               IF bt-jenis(batal-jdx) = "R"
                   ADD 1 TO ref-ke-batal-count
                   MOVE "REF KE PEMBATALAN LAIN" TO ref-alasan
                   MOVE ZERO TO rujuk-edited
                   PERFORM TULIS-REFERENSI-RUSAK
               ELSE
                   ADD 1 TO bt-rujuk-count(batal-jdx)
               END-IF
           END-IF.
      *
      *    An ordinary entry cancelled more than once - reported
      *    once, against the entry, with the number of reversals.
       CEK-RUJUKAN-GANDA.
           IF bt-rujuk-count(batal-idx) > 1
               ADD 1 TO ref-ganda-count
               MOVE "DIBATALKAN LEBIH DR 1X" TO ref-alasan
               MOVE bt-rujuk-count(batal-idx) TO rujuk-edited
               ADD 1 TO temuan-count
               ADD 1 TO bagian-count
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "  NPM=" DELIMITED BY SIZE
                      batal-npm DELIMITED BY SIZE
                      "  SEQ=" DELIMITED BY SIZE
                      bt-seq(batal-idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ref-alasan DELIMITED BY SIZE
                      "  JML PEMBATALAN=" DELIMITED BY SIZE
                      rujuk-edited DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
       TULIS-REFERENSI-RUSAK.
           ADD 1 TO temuan-count.
           ADD 1 TO bagian-count.
           MOVE bt-seq(batal-idx) TO ref-seq-lapor.
           MOVE bt-ref-seq(batal-idx) TO ref-rujukan-lapor.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  NPM=" DELIMITED BY SIZE
                  batal-npm DELIMITED BY SIZE
                  "  SEQ=" DELIMITED BY SIZE
                  ref-seq-lapor DELIMITED BY SIZE
                  "  REF-SEQ=" DELIMITED BY SIZE
                  ref-rujukan-lapor DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ref-alasan DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
      *
      *    Closing counts per check, for the operations lead to
      *    sign against when the repairs are decided.
       TULIS-RINGKASAN.
           MOVE "RINGKASAN PEMERIKSAAN" TO judul-bagian.
           PERFORM TULIS-JUDUL-BAGIAN.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  NPM DI MASTER DAN ARSIP          : "
                      DELIMITED BY SIZE
                  ganda-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  RIWAYAT MASTER TANPA MAHASISWA   : "
                      DELIMITED BY SIZE
                  yatim-master-npm-count DELIMITED BY SIZE
                  " NPM  " DELIMITED BY SIZE
                  yatim-master-entry-count DELIMITED BY SIZE
                  " ENTRI" DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  RIWAYAT ARSIP TANPA INDUK        : "
                      DELIMITED BY SIZE
                  yatim-arsip-npm-count DELIMITED BY SIZE
                  " NPM  " DELIMITED BY SIZE
                  yatim-arsip-entry-count DELIMITED BY SIZE
                  " ENTRI" DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  RECORD S TIDAK SESUAI            : "
                      DELIMITED BY SIZE
                  beda-siswa-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  RECORD T TIDAK SESUAI            : "
                      DELIMITED BY SIZE
                  beda-total-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  RIWAYAT TANPA PERIODE            : "
                      DELIMITED BY SIZE
                  tanpa-periode-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  PEMBATALAN TANPA ENTRI ASAL      : "
                      DELIMITED BY SIZE
                  ref-tanpa-asal-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  PEMBATALAN KE PEMBATALAN LAIN    : "
                      DELIMITED BY SIZE
                  ref-ke-batal-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  ENTRI DIBATALKAN LEBIH DARI 1X   : "
                      DELIMITED BY SIZE
                  ref-ganda-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "  TOTAL TEMUAN                     : "
                      DELIMITED BY SIZE
                  temuan-count DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
       END PROGRAM tugas19.
