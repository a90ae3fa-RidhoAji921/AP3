      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 17
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas17.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT KELAS-MASTER ASSIGN TO "KELAS-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS KM-KELAS
               FILE STATUS IS kelas-master-status.
           SELECT RANKING-REPORT ASSIGN TO "RANKING-REPORT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ranking-report-status.
           SELECT SORT-WORK ASSIGN TO "SORT-WORK".
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       FD  STUDENT-MASTER.
           COPY "STUDENT.CPY".
       FD  KELAS-MASTER.
           COPY "KELAS.CPY".
       FD  RANKING-REPORT.
       01  RANKING-REPORT-LINE         PIC X(132).
      *
      *    One closed-period "S" record joined to its student - the
      *    sort brings them back class by class, highest net total
      *    first, npm breaking a tie so reruns print the same order.
       SD  SORT-WORK.
       01  SORT-PERINGKAT-RECORD.
           05  SR-KELAS                PIC X(05).
           05  SR-TOTAL                PIC 9(14).
           05  SR-NPM                  PIC X(08).
           05  SR-NAMA                 PIC X(30).
       WORKING-STORAGE SECTION.
       01  period-totals-status   PIC X(2).
       01  student-master-status  PIC X(2).
       01  kelas-master-status    PIC X(2).
       01  ranking-report-status  PIC X(2).
       01  run-date               PIC 9(6).
       01  periode-target         PIC X(6).
       01  periode-lalu           PIC X(6) VALUE SPACES.
       01  periode-sudah-tutup    PIC X(1) VALUE "N".
           88  periode-closed      VALUE "Y".
       01  eof-period-totals      PIC X(1) VALUE "N".
           88  no-more-totals      VALUE "Y".
       01  eof-sort-work          PIC X(1) VALUE "N".
           88  no-more-sorted      VALUE "Y".
       01  kelas-master-dibuka    PIC X(1) VALUE "N".
           88  kelas-master-ada    VALUE "Y".
       01  current-kelas          PIC X(5).
           88  kelas-tanpa-master  VALUE "-----".
       01  grand-count            PIC 9(6) VALUE ZERO.
       01  grand-sum              PIC 9(18) VALUE ZERO.
       01  grand-avg              PIC 9(14)V99.
       01  page-count             PIC 9(4) VALUE ZERO.
       01  page-edited            PIC ZZZ9.
      *
      *    The previous closed period's "S" totals, held for the
      *    change column - the same serial-search table idiom the
      *    tugas4 recaps use.
       01  lalu-table.
           05  lalu-entry OCCURS 5000 TIMES.
               10  lt-npm         PIC X(8).
               10  lt-total       PIC 9(14).
       01  lalu-used-count        PIC 9(4) COMP VALUE ZERO.
       01  lalu-idx               PIC 9(4) COMP.
       01  lalu-found-idx         PIC 9(4) COMP.
       01  cari-npm               PIC X(8).
      *
      *    One class's students in rank order, buffered until the
      *    class break so the median and the statistics can be
      *    taken before the class is printed.
       01  baris-table.
           05  baris-entry OCCURS 999 TIMES.
               10  bt-npm         PIC X(8).
               10  bt-nama        PIC X(30).
               10  bt-total       PIC 9(14).
       01  baris-count            PIC 9(4) COMP VALUE ZERO.
       01  baris-idx              PIC 9(4) COMP.
       01  rank-now               PIC 9(4) COMP.
       01  total-sebelum          PIC 9(14).
       01  kelas-sum              PIC 9(18).
       01  kelas-avg              PIC 9(14)V99.
       01  kelas-median           PIC 9(14)V99.
       01  median-sum             PIC 9(15).
       01  tengah-idx             PIC 9(4) COMP.
       01  tengah-jdx             PIC 9(4) COMP.
       01  tengah-sisa            PIC 9(4) COMP.
       01  delta-nilai            PIC S9(14).
       01  perubahan-teks         PIC X(15).
      *
      *    Every class's figures, kept for the ranking of the
      *    classes against each other on the final page.
       01  ringkas-table.
           05  ringkas-entry OCCURS 300 TIMES.
               10  rk-kelas       PIC X(5).
               10  rk-count       PIC 9(4).
               10  rk-avg         PIC 9(14)V99.
               10  rk-median      PIC 9(14)V99.
               10  rk-max         PIC 9(14).
               10  rk-min         PIC 9(14).
       01  ringkas-tukar.
           05  FILLER             PIC X(5).
           05  FILLER             PIC 9(4).
           05  FILLER             PIC 9(14)V99.
           05  FILLER             PIC 9(14)V99.
           05  FILLER             PIC 9(14).
           05  FILLER             PIC 9(14).
       01  ringkas-count          PIC 9(3) COMP VALUE ZERO.
       01  rk-idx                 PIC 9(3) COMP.
       01  rk-jdx                 PIC 9(3) COMP.
       01  rata-sebelum           PIC 9(14)V99.
      *
      *    The semester's top ten, highest first. Students tied
      *    with the tenth place are kept as well, so the list can
      *    run past ten when the totals tie.
       01  top-table.
           05  top-entry OCCURS 50 TIMES.
               10  tp-npm         PIC X(8).
               10  tp-nama        PIC X(30).
               10  tp-kelas       PIC X(5).
               10  tp-total       PIC 9(14).
       01  top-count              PIC 9(2) COMP VALUE ZERO.
       01  top-idx                PIC 9(2) COMP.
       01  top-jdx                PIC 9(2) COMP.
       01  top-pos                PIC 9(2) COMP.
       01  rank-edited            PIC ZZZ9.
       01  count-edited           PIC ZZZ9.
       01  nilai-edited           PIC Z(13)9.
       01  nilai2-edited          PIC Z(13)9.
       01  rata-edited            PIC Z(13)9.99.
       01  median-edited          PIC Z(13)9.99.
       01  delta-edited           PIC +(14)9.
       01  peringkat-column-heading.
           05  FILLER             PIC X(11) VALUE "PERINGKAT".
           05  FILLER             PIC X(10) VALUE "NPM".
           05  FILLER             PIC X(32) VALUE "NAMA".
           05  FILLER             PIC X(16) VALUE "TOTAL NILAI-C".
           05  FILLER             PIC X(15) VALUE "PERUBAHAN".
       01  kelas-column-heading.
           05  FILLER             PIC X(11) VALUE "PERINGKAT".
           05  FILLER             PIC X(7)  VALUE "KELAS".
           05  FILLER             PIC X(6)  VALUE "JUMLAH".
           05  FILLER             PIC X(19) VALUE "RATA-RATA".
           05  FILLER             PIC X(19) VALUE "MEDIAN".
           05  FILLER             PIC X(16) VALUE "TERTINGGI".
           05  FILLER             PIC X(16) VALUE "TERENDAH".
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Periode yang dilaporkan (misal 20251): ".
           ACCEPT periode-target.
           IF periode-target = SPACES
               DISPLAY "PERIODE KOSONG, LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           OPEN INPUT PERIOD-TOTALS.
           IF period-totals-status NOT = "00"
               DISPLAY "PERIOD-TOTALS TIDAK ADA, LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
           PERFORM CARI-PERIODE UNTIL no-more-totals.
           CLOSE PERIOD-TOTALS.
           IF NOT periode-closed
               DISPLAY "PERIODE ", periode-target,
                   " BELUM DITUTUP, LAPORAN DIBATALKAN"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF student-master-status NOT = "00"
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, LAPORAN DIBATAL"
               STOP RUN
           END-IF.
           OPEN INPUT KELAS-MASTER.
           IF kelas-master-status = "00"
               MOVE "Y" TO kelas-master-dibuka
           END-IF.
           OPEN OUTPUT RANKING-REPORT.
           SORT SORT-WORK
               ON ASCENDING KEY SR-KELAS
               DESCENDING KEY SR-TOTAL
               ASCENDING KEY SR-NPM
               INPUT PROCEDURE IS RELEASE-TOTALS
               OUTPUT PROCEDURE IS CETAK-PERINGKAT.
           PERFORM CETAK-HALAMAN-AKHIR.
           CLOSE STUDENT-MASTER.
           IF kelas-master-ada
               CLOSE KELAS-MASTER
           END-IF.
           CLOSE RANKING-REPORT.
           DISPLAY "LAPORAN PERINGKAT SELESAI, MAHASISWA: ",
               grand-count, " KELAS: ", ringkas-count.
           STOP RUN.
       READ-PERIOD-TOTALS.
           READ PERIOD-TOTALS
               AT END MOVE "Y" TO eof-period-totals
           END-READ.
      *
      *    First pass over PERIOD-TOTALS - the chosen period must
      *    have its "P" close record, and the latest period closed
      *    before it is the one the change column compares with.
       CARI-PERIODE.
           IF PT-TYPE = "P"
               IF PT-PERIODE = periode-target
                   MOVE "Y" TO periode-sudah-tutup
               ELSE
                   IF PT-PERIODE < periode-target
                       AND (periode-lalu = SPACES
                           OR PT-PERIODE > periode-lalu)
                       MOVE PT-PERIODE TO periode-lalu
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
      *
      *    Input procedure for the sort - the second pass releases
      *    the chosen period's students, each joined to the student
      *    master for nama and kelas, and keeps the previous
      *    period's totals aside. A student no longer on the master
      *    is ranked under kelas "-----" rather than dropped.
       RELEASE-TOTALS.
           OPEN INPUT PERIOD-TOTALS.
           MOVE "N" TO eof-period-totals.
           PERFORM READ-PERIOD-TOTALS.
           PERFORM PILAH-SATU-TOTALS UNTIL no-more-totals.
           CLOSE PERIOD-TOTALS.
       PILAH-SATU-TOTALS.
           IF PT-TYPE = "S"
               IF PT-PERIODE = periode-target
                   PERFORM RELEASE-SATU-MAHASISWA
               ELSE
                   IF periode-lalu NOT = SPACES
                       AND PT-PERIODE = periode-lalu
                       PERFORM SIMPAN-TOTAL-LALU
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
       RELEASE-SATU-MAHASISWA.
           MOVE PT-NPM TO SM-NPM.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "(TIDAK DI STUDENT-MASTER)" TO SM-NAMA
                   MOVE "-----" TO SM-KELAS
           END-READ.
           MOVE SM-KELAS       TO SR-KELAS.
           MOVE PT-NILAI-TOTAL TO SR-TOTAL.
           MOVE PT-NPM         TO SR-NPM.
           MOVE SM-NAMA        TO SR-NAMA.
           RELEASE SORT-PERINGKAT-RECORD.
       SIMPAN-TOTAL-LALU.
           IF lalu-used-count < 5000
               ADD 1 TO lalu-used-count
               MOVE PT-NPM TO lt-npm(lalu-used-count)
               MOVE PT-NILAI-TOTAL TO lt-total(lalu-used-count)
           ELSE
               DISPLAY "TABEL PERIODE LALU PENUH, ENTRI DILEWATI"
           END-IF.
      *
      *    Output procedure for the sort - collects each class into
      *    the row table and prints it at the class break, feeding
      *    every student past the semester top-ten list on the way.
       CETAK-PERINGKAT.
           MOVE ZERO TO baris-count.
           PERFORM RETURN-SORTED-STUDENT.
           PERFORM TERIMA-SATU-MAHASISWA UNTIL no-more-sorted.
           IF baris-count > ZERO
               PERFORM CETAK-SATU-KELAS
           END-IF.
       RETURN-SORTED-STUDENT.
           RETURN SORT-WORK
               AT END MOVE "Y" TO eof-sort-work
           END-RETURN.
       TERIMA-SATU-MAHASISWA.
           IF baris-count > ZERO
               AND SR-KELAS NOT = current-kelas
               PERFORM CETAK-SATU-KELAS
           END-IF.
           IF baris-count = ZERO
               MOVE SR-KELAS TO current-kelas
           END-IF.
           IF baris-count < 999
               ADD 1 TO baris-count
               MOVE SR-NPM   TO bt-npm(baris-count)
               MOVE SR-NAMA  TO bt-nama(baris-count)
               MOVE SR-TOTAL TO bt-total(baris-count)
           ELSE
               DISPLAY "TABEL KELAS PENUH, MAHASISWA DILEWATI: ",
                   SR-NPM
           END-IF.
           PERFORM MASUK-SEPULUH-BESAR.
           ADD 1 TO grand-count.
           ADD SR-TOTAL TO grand-sum.
           PERFORM RETURN-SORTED-STUDENT.
      *
      *    One class page - heading with the wali kelas, the
      *    students in rank order, then the class statistics. Equal
      *    totals share a rank and the next rank skips past them
      *    (1, 2, 2, 4).
       CETAK-SATU-KELAS.
           PERFORM CETAK-JUDUL-KELAS.
           MOVE ZERO TO kelas-sum.
           PERFORM CETAK-SATU-BARIS
               VARYING baris-idx FROM 1 BY 1
               UNTIL baris-idx > baris-count.
           PERFORM HITUNG-STATISTIK-KELAS.
           PERFORM CETAK-STATISTIK-KELAS.
           IF ringkas-count < 300
               ADD 1 TO ringkas-count
               MOVE current-kelas TO rk-kelas(ringkas-count)
               MOVE baris-count TO rk-count(ringkas-count)
               MOVE kelas-avg TO rk-avg(ringkas-count)
               MOVE kelas-median TO rk-median(ringkas-count)
               MOVE bt-total(1) TO rk-max(ringkas-count)
               MOVE bt-total(baris-count) TO rk-min(ringkas-count)
           ELSE
               DISPLAY "TABEL RINGKASAN KELAS PENUH, KELAS DILEWATI: ",
                   current-kelas
           END-IF.
           MOVE ZERO TO baris-count.
       CETAK-JUDUL-KELAS.
           ADD 1 TO page-count.
           MOVE page-count TO page-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "PERINGKAT KELAS PERIODE " DELIMITED BY SIZE
                  periode-target DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    HALAMAN: " DELIMITED BY SIZE
                  page-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE SPACES TO KM-WALI-KELAS.
           IF kelas-master-ada
               MOVE current-kelas TO KM-KELAS
               READ KELAS-MASTER
                   INVALID KEY
                       MOVE "(TIDAK TERDAFTAR)" TO KM-WALI-KELAS
               END-READ
           END-IF.
           MOVE SPACES TO RANKING-REPORT-LINE.
           IF kelas-tanpa-master
               MOVE "KELAS: ----- (NPM TIDAK DI STUDENT-MASTER)"
                   TO RANKING-REPORT-LINE
           ELSE
               STRING "KELAS: " DELIMITED BY SIZE
                      current-kelas DELIMITED BY SIZE
                      "  WALI KELAS: " DELIMITED BY SIZE
                      KM-WALI-KELAS DELIMITED BY SIZE
                   INTO RANKING-REPORT-LINE
           END-IF.
           WRITE RANKING-REPORT-LINE.
           MOVE SPACES TO RANKING-REPORT-LINE.
           IF periode-lalu = SPACES
               MOVE "PERUBAHAN DIBANDING: (TIDAK ADA PERIODE TUTUP)"
                   TO RANKING-REPORT-LINE
           ELSE
               STRING "PERUBAHAN DIBANDING PERIODE: " DELIMITED BY SIZE
                      periode-lalu DELIMITED BY SIZE
                   INTO RANKING-REPORT-LINE
           END-IF.
           WRITE RANKING-REPORT-LINE.
           MOVE SPACES TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE peringkat-column-heading TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
       CETAK-SATU-BARIS.
           IF baris-idx = 1
               OR bt-total(baris-idx) NOT = total-sebelum
               MOVE baris-idx TO rank-now
           END-IF.
           MOVE bt-total(baris-idx) TO total-sebelum.
           ADD bt-total(baris-idx) TO kelas-sum.
           PERFORM ISI-PERUBAHAN.
           MOVE rank-now TO rank-edited.
           MOVE bt-total(baris-idx) TO nilai-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "     " DELIMITED BY SIZE
                  rank-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  bt-npm(baris-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  bt-nama(baris-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  nilai-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  perubahan-teks DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
      *
      *    The change from the previous closed period - signed, or
      *    BARU for a student with no total there.
       ISI-PERUBAHAN.
           IF periode-lalu = SPACES
               MOVE "-" TO perubahan-teks
           ELSE
               MOVE bt-npm(baris-idx) TO cari-npm
               PERFORM CARI-TOTAL-LALU
               IF lalu-found-idx = ZERO
                   MOVE "BARU" TO perubahan-teks
               ELSE
                   SUBTRACT lt-total(lalu-found-idx)
                       FROM bt-total(baris-idx)
                       GIVING delta-nilai
                   MOVE delta-nilai TO delta-edited
                   MOVE delta-edited TO perubahan-teks
               END-IF
           END-IF.
       CARI-TOTAL-LALU.
           MOVE ZERO TO lalu-found-idx.
           PERFORM CARI-SATU-TOTAL-LALU
               VARYING lalu-idx FROM 1 BY 1
               UNTIL lalu-idx > lalu-used-count
                   OR lalu-found-idx NOT = ZERO.
       CARI-SATU-TOTAL-LALU.
           IF lt-npm(lalu-idx) = cari-npm
               MOVE lalu-idx TO lalu-found-idx
           END-IF.
      *
      *    The rows are already highest first, so the maximum is
      *    the first row and the minimum the last. The median is
      *    the middle row, or the mean of the middle two for an
      *    even count.
       HITUNG-STATISTIK-KELAS.
           DIVIDE kelas-sum BY baris-count GIVING kelas-avg ROUNDED.
           DIVIDE baris-count BY 2 GIVING tengah-idx
               REMAINDER tengah-sisa.
           IF tengah-sisa = 1
               ADD 1 TO tengah-idx
               MOVE bt-total(tengah-idx) TO kelas-median
           ELSE
               ADD 1 TO tengah-idx GIVING tengah-jdx
               ADD bt-total(tengah-idx) bt-total(tengah-jdx)
                   GIVING median-sum
               DIVIDE median-sum BY 2 GIVING kelas-median
           END-IF.
       CETAK-STATISTIK-KELAS.
           MOVE SPACES TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE baris-count TO count-edited.
           MOVE kelas-avg TO rata-edited.
           MOVE kelas-median TO median-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "  JUMLAH: " DELIMITED BY SIZE
                  count-edited DELIMITED BY SIZE
                  "  RATA-RATA: " DELIMITED BY SIZE
                  rata-edited DELIMITED BY SIZE
                  "  MEDIAN: " DELIMITED BY SIZE
                  median-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE bt-total(1) TO nilai-edited.
           MOVE bt-total(baris-count) TO nilai2-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "  TERTINGGI: " DELIMITED BY SIZE
                  nilai-edited DELIMITED BY SIZE
                  "  TERENDAH: " DELIMITED BY SIZE
                  nilai2-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE SPACES TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
      *
      *    Keeps the running top-ten list in total order - a student
      *    goes in while the list is short or when the total reaches
      *    the tenth place, and anyone pushed below a tenth place
      *    they are no longer tied with drops off the end.
       MASUK-SEPULUH-BESAR.
           IF top-count < 10
               OR SR-TOTAL NOT < tp-total(10)
               IF top-count < 50
                   PERFORM SISIPKAN-SEPULUH-BESAR
               ELSE
                   DISPLAY "TABEL SEPULUH BESAR PENUH, SERI DILEWATI"
               END-IF
           END-IF.
       SISIPKAN-SEPULUH-BESAR.
           ADD 1 TO top-count GIVING top-pos.
           PERFORM CARI-POSISI-TOP
               VARYING top-idx FROM 1 BY 1 UNTIL top-idx > top-count.
           PERFORM GESER-SATU-TOP
               VARYING top-idx FROM top-count BY -1
               UNTIL top-idx < top-pos.
           MOVE SR-NPM   TO tp-npm(top-pos).
           MOVE SR-NAMA  TO tp-nama(top-pos).
           MOVE SR-KELAS TO tp-kelas(top-pos).
           MOVE SR-TOTAL TO tp-total(top-pos).
           ADD 1 TO top-count.
           PERFORM BUANG-EKOR-TOP
               UNTIL top-count NOT > 10
                   OR tp-total(top-count) NOT < tp-total(10).
       CARI-POSISI-TOP.
           IF tp-total(top-idx) < SR-TOTAL
               AND top-idx < top-pos
               MOVE top-idx TO top-pos
           END-IF.
       GESER-SATU-TOP.
           ADD 1 TO top-idx GIVING top-jdx.
           MOVE top-entry(top-idx) TO top-entry(top-jdx).
       BUANG-EKOR-TOP.
           SUBTRACT 1 FROM top-count.
      *
      *    The final page - the classes ranked against each other by
      *    their average, then the top ten across the semester.
       CETAK-HALAMAN-AKHIR.
           ADD 1 TO page-count.
           MOVE page-count TO page-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "PERINGKAT ANTAR KELAS PERIODE " DELIMITED BY SIZE
                  periode-target DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    HALAMAN: " DELIMITED BY SIZE
                  page-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE SPACES TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE kelas-column-heading TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           PERFORM URUT-SATU-PUTARAN
               VARYING rk-idx FROM 1 BY 1
               UNTIL rk-idx NOT < ringkas-count.
           PERFORM CETAK-SATU-RINGKAS
               VARYING rk-idx FROM 1 BY 1
               UNTIL rk-idx > ringkas-count.
           MOVE SPACES TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE "SEPULUH BESAR SEMESTER" TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           PERFORM CETAK-SATU-TOP
               VARYING top-idx FROM 1 BY 1 UNTIL top-idx > top-count.
           MOVE ZERO TO grand-avg.
           IF grand-count > ZERO
               DIVIDE grand-sum BY grand-count GIVING grand-avg ROUNDED
           END-IF.
           MOVE grand-avg TO rata-edited.
           MOVE ringkas-count TO count-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "TOTAL MAHASISWA: " DELIMITED BY SIZE
                  grand-count DELIMITED BY SIZE
                  "  KELAS: " DELIMITED BY SIZE
                  count-edited DELIMITED BY SIZE
                  "  RATA-RATA SEMESTER: " DELIMITED BY SIZE
                  rata-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
      *
      *    Exchange sort of the class table, highest average first -
      *    each pass brings the best of the remaining classes up to
      *    position rk-idx.
       URUT-SATU-PUTARAN.
           PERFORM BANDING-SATU-PASANG
               VARYING rk-jdx FROM rk-idx BY 1
               UNTIL rk-jdx > ringkas-count.
       BANDING-SATU-PASANG.
           IF rk-avg(rk-jdx) > rk-avg(rk-idx)
               MOVE ringkas-entry(rk-idx) TO ringkas-tukar
               MOVE ringkas-entry(rk-jdx) TO ringkas-entry(rk-idx)
               MOVE ringkas-tukar TO ringkas-entry(rk-jdx)
           END-IF.
       CETAK-SATU-RINGKAS.
           IF rk-idx = 1
               OR rk-avg(rk-idx) NOT = rata-sebelum
               MOVE rk-idx TO rank-now
           END-IF.
           MOVE rk-avg(rk-idx) TO rata-sebelum.
           MOVE rank-now TO rank-edited.
           MOVE rk-count(rk-idx) TO count-edited.
           MOVE rk-avg(rk-idx) TO rata-edited.
           MOVE rk-median(rk-idx) TO median-edited.
           MOVE rk-max(rk-idx) TO nilai-edited.
           MOVE rk-min(rk-idx) TO nilai2-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "     " DELIMITED BY SIZE
                  rank-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rk-kelas(rk-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  count-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  rata-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  median-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  nilai-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  nilai2-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
       CETAK-SATU-TOP.
           IF top-idx = 1
               OR tp-total(top-idx) NOT = total-sebelum
               MOVE top-idx TO rank-now
           END-IF.
           MOVE tp-total(top-idx) TO total-sebelum.
           MOVE rank-now TO rank-edited.
           MOVE tp-total(top-idx) TO nilai-edited.
           MOVE SPACES TO RANKING-REPORT-LINE.
           STRING "     " DELIMITED BY SIZE
                  rank-edited DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  tp-npm(top-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  tp-nama(top-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  tp-kelas(top-idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  nilai-edited DELIMITED BY SIZE
               INTO RANKING-REPORT-LINE.
           WRITE RANKING-REPORT-LINE.
       END PROGRAM tugas17.
