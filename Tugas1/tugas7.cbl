           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-control-status.
           SELECT RUN-STATS ASSIGN TO "RUN-STATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-stats-status.
           SELECT RUN-HOLD ASSIGN TO "RUN-HOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-hold-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG.
           05  RC-TGL                 PIC 9(06).
           05  RC-PROGRAM             PIC X(08).
           05  RC-OPERATOR            PIC X(10).
       FD  RUN-STATS.
           COPY "RUNSTAT.CPY".
      *
      *    The chain-hold record - "T" while a run the volume check
      *    stopped waits for a level-3 decision, "L" once tugas24
      *    has released it (the next run picks up at RH-LANGKAH),
      *    spaces when nothing is held. A hold cancelled through
      *    tugas24 goes back to spaces and the next run starts over
      *    from step 1.
       FD  RUN-HOLD.
       01  RUN-HOLD-RECORD.
           05  RH-STATUS              PIC X(01).
           05  RH-TGL                 PIC 9(06).
           05  RH-HARI                PIC 9(01).
           05  RH-LANGKAH             PIC 9(01).
           05  RH-OPERATOR            PIC X(10).
       WORKING-STORAGE SECTION.
       01  run-log-status         PIC X(2).
       01  run-control-status     PIC X(2).
       01  run-stats-status       PIC X(2).
       01  run-hold-status        PIC X(2).
       01  kunci-aktif            PIC X(1).
       01  kunci-program          PIC X(8).
       01  run-date               PIC 9(6).
       01  run-hari               PIC 9(1).
       01  step-number            PIC 9(1).
       01  step-name              PIC X(30).
       01  step-program           PIC X(8).
       01  step-rc                PIC 9(4).
       01  step-hasil             PIC X(10).
       01  highest-rc             PIC 9(4) VALUE ZERO.
       01  step-has-failed        PIC X(1).
           88  step-failed         VALUE "Y".
      *
      *    Handed to every step so it can pass its record counts
      *    back; CATAT-LANGKAH files them in the table below, and
      *    TUTUP writes them to RUN-STATS once the run's outcome is
      *    known - a held run's counts go down as "T" so they stay
      *    out of the averages until somebody releases the hold.
           COPY "STEPSTAT.CPY".
       01  catatan-langkah-table.
           05  catatan-langkah OCCURS 6 TIMES.
               10  cl-ada         PIC X(1).
               10  cl-program     PIC X(8).
               10  cl-rc          PIC 9(4).
               10  cl-status      PIC X(1).
               10  cl-baca        PIC 9(8).
               10  cl-terima      PIC 9(8).
               10  cl-tolak       PIC 9(8).
               10  cl-posting     PIC 9(8).
       01  catatan-idx            PIC 9(1).
      *
      *    The run date and weekday the statistics are filed
      *    under - tonight's, or the held night's on a resumed run.
       01  stat-tgl               PIC 9(6).
       01  stat-hari              PIC 9(1).
       01  hold-status            PIC X(1).
           88  hold-ditahan        VALUE "T".
           88  hold-dilepas        VALUE "L".
       01  hold-tgl               PIC 9(6).
       01  hold-hari              PIC 9(1).
       01  hold-langkah           PIC 9(1).
       01  hold-operator          PIC X(10).
       01  rantai-ditahan         PIC X(1) VALUE "N".
           88  chain-held          VALUE "Y".
      *
      *    Volume check before the tugas2 posting step. Tonight's
      *    read and accepted counts for steps 1-3 are set against
      *    the average of the same weekday's last few counted runs;
      *    outside the tolerance either way holds the chain. A step
      *    with fewer samples than the minimum is not judged yet,
      *    and neither is a measure whose average is zero.
       01  toleransi-persen       PIC 9(3) VALUE 50.
       01  sampel-minimum         PIC 9(1) VALUE 2.
       01  sampel-maksimum        PIC 9(1) VALUE 4.
       01  persen-bawah           PIC 9(3).
       01  persen-atas            PIC 9(3).
       01  volume-sampel-table.
           05  volume-sampel OCCURS 3 TIMES.
               10  vs-jumlah      PIC 9(1).
               10  vs-berikut     PIC 9(1).
               10  vs-nilai OCCURS 4 TIMES.
                   15  vs-baca    PIC 9(8).
                   15  vs-terima  PIC 9(8).
       01  vol-langkah            PIC 9(1).
       01  vol-sampel             PIC 9(1).
       01  vol-jumlah-baca        PIC 9(10).
       01  vol-jumlah-terima      PIC 9(10).
       01  vol-jumlah             PIC 9(10).
       01  vol-malam-ini          PIC 9(8).
       01  vol-rata               PIC 9(8).
       01  vol-kali               PIC 9(11).
       01  vol-bawah              PIC 9(8).
       01  vol-atas               PIC 9(8).
       01  vol-ukuran             PIC X(6).
       01  volume-menyimpang      PIC X(1).
           88  volume-out          VALUE "Y".
       01  eof-run-stats          PIC X(1).
           88  no-more-run-stats   VALUE "Y".
      *
      *    Nightly chain driver - runs the tugas1 batch student
      *    load, the tugas10 master backup, the tugas12 transaction
      *    edit, the tugas2 calculation batch, the tugas2 history
      *    report, and the tugas19 integrity sweep in order, writes
      *    one RUN-LOG line per step with its return code, and
      *    stops the chain the moment a step comes back worse than
      *    a warning - a backup whose verify found damage stops it
      *    before the batch posts on top of a broken master. Every
      *    step's record counts go to RUN-STATS, and before step 4
      *    posts anything tonight's volume is checked against the
      *    same weekday of earlier weeks: a truncated TRANS-FILE or
      *    an empty STUDENT-INPUT runs "clean" but holds the chain
      *    with RC 12 and a RUN-HOLD record until a level-3
      *    operator releases or cancels it through tugas24. A
      *    released run resumes at step 4 without repeating steps
      *    1-3. The called programs read their menu answers from
      *    this job's input stream, so operations feeds a response
      *    file on standard input carrying, in order:
      *      step 1  tugas1  - operator id, sandi, mode (2)
      *      step 2  tugas10 - mode (1 = backup semua)
      *      step 3  tugas12 - nomori ulang sequence (Y/T)
      *                        interval checkpoint, periode semester
      *      step 5  tugas2  - operator id, sandi, mode (3),
      *                        filter kelas, filter periode
      *      step 6  tugas19 - no answers (report only; RC 4 when
      *                        the files have drifted out of step)
      *    (a sign-on whose record is flagged for a password change
      *    also consumes the two new-password answers - reset chain
      *    operators ahead of the run, not during it). The response
      *    file for a released run carries the answers for steps 4
      *    to 6 only.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT run-date FROM DATE.
           ACCEPT run-hari FROM DAY-OF-WEEK.
           OPEN EXTEND RUN-LOG.
           IF run-log-status = "35"
               OPEN OUTPUT RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BACA-RUN-HOLD.
           IF hold-ditahan
               MOVE SPACES TO RUN-LOG-LINE
               STRING "TGL=" DELIMITED BY SIZE
                      run-date DELIMITED BY SIZE
                      "  RANTAI DITOLAK, MASIH DITAHAN SEJAK TGL="
                          DELIMITED BY SIZE
                      hold-tgl DELIMITED BY SIZE
                      " - LEPAS ATAU BATALKAN LEWAT TUGAS24"
                          DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
               DISPLAY "RANTAI DITOLAK - RANTAI SEBELUMNYA MASIH "
                   "DITAHAN"
               CLOSE RUN-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PASANG-KUNCI-BATCH.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "TGL=" DELIMITED BY SIZE
                  "  RANTAI BATCH MALAM DIMULAI" DELIMITED BY SIZE
               INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           MOVE SPACES TO catatan-langkah-table.
           IF hold-dilepas
               GO TO LANJUTKAN-RANTAI
           END-IF.
           MOVE run-date TO stat-tgl.
           MOVE run-hari TO stat-hari.
           MOVE 1 TO step-number.
           MOVE "TUGAS1 MUAT MAHASISWA BATCH" TO step-name.
           MOVE "TUGAS1" TO step-program.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           CALL "tugas1" USING tanda-rantai ST-STATISTIK-LANGKAH.
           PERFORM CATAT-LANGKAH.
           CANCEL "tugas1".
           IF step-failed
           END-IF.
           MOVE 2 TO step-number.
           MOVE "TUGAS10 BACKUP MASTER" TO step-name.
           MOVE "TUGAS10" TO step-program.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           CALL "tugas10" USING ST-STATISTIK-LANGKAH.
           PERFORM CATAT-LANGKAH.
           CANCEL "tugas10".
           IF step-failed
           END-IF.
           MOVE 3 TO step-number.
           MOVE "TUGAS12 EDIT TRANSAKSI" TO step-name.
           MOVE "TUGAS12" TO step-program.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           CALL "tugas12" USING ST-STATISTIK-LANGKAH.
           PERFORM CATAT-LANGKAH.
           CANCEL "tugas12".
           IF step-failed
               GO TO TUTUP
           END-IF.
           PERFORM CEK-VOLUME.
           IF volume-out
               GO TO TAHAN-RANTAI
           END-IF.
       LANGKAH-POSTING.
           MOVE 4 TO step-number.
           MOVE "TUGAS2 BATCH KALKULASI" TO step-name.
           MOVE "TUGAS2" TO step-program.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           CALL "tugas2" USING ST-STATISTIK-LANGKAH.
           PERFORM CATAT-LANGKAH.
           CANCEL "tugas2".
           IF step-failed
           END-IF.
           MOVE 5 TO step-number.
           MOVE "TUGAS2 LAPORAN RIWAYAT" TO step-name.
           MOVE "TUGAS2" TO step-program.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           CALL "tugas2" USING ST-STATISTIK-LANGKAH.
           PERFORM CATAT-LANGKAH.
           CANCEL "tugas2".
           IF step-failed
               GO TO TUTUP
           END-IF.
           MOVE 6 TO step-number.
           MOVE "TUGAS19 PERIKSA INTEGRITAS" TO step-name.
           MOVE "TUGAS19" TO step-program.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           CALL "tugas19" USING ST-STATISTIK-LANGKAH.
           PERFORM CATAT-LANGKAH.
           CANCEL "tugas19".
       TUTUP.
           PERFORM TULIS-RUN-STATS.
           PERFORM LEPAS-KUNCI-BATCH.
           MOVE SPACES TO RUN-LOG-LINE.
           EVALUATE TRUE
               WHEN chain-held
                   STRING "TGL=" DELIMITED BY SIZE
                          run-date DELIMITED BY SIZE
                          "  RANTAI DITAHAN SEBELUM LANGKAH 4  RC="
                              DELIMITED BY SIZE
                          highest-rc DELIMITED BY SIZE
                       INTO RUN-LOG-LINE
               WHEN step-failed
                   STRING "TGL=" DELIMITED BY SIZE
                          run-date DELIMITED BY SIZE
                          "  RANTAI DIHENTIKAN PADA LANGKAH "
                              DELIMITED BY SIZE
                          step-number DELIMITED BY SIZE
                          "  RC=" DELIMITED BY SIZE
                          highest-rc DELIMITED BY SIZE
                       INTO RUN-LOG-LINE
               WHEN OTHER
                   STRING "TGL=" DELIMITED BY SIZE
                          run-date DELIMITED BY SIZE
                          "  RANTAI SELESAI  RC=" DELIMITED BY SIZE
                          highest-rc DELIMITED BY SIZE
                       INTO RUN-LOG-LINE
           END-EVALUATE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG.
           MOVE highest-rc TO RETURN-CODE.
           STOP RUN.
      *
      *    A run tugas24 released picks up where the volume check
      *    stopped it - steps 1-3 already ran on the held night, so
      *    only the posting steps are left, and their counts are
      *    filed under the held night's date and weekday. The hold
      *    record is cleared before the first of them starts.
       LANJUTKAN-RANTAI.
           MOVE hold-tgl TO stat-tgl.
           MOVE hold-hari TO stat-hari.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "TGL=" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "  RANTAI DILANJUTKAN DARI LANGKAH " DELIMITED BY SIZE
                  hold-langkah DELIMITED BY SIZE
                  "  TGL DITAHAN=" DELIMITED BY SIZE
                  hold-tgl DELIMITED BY SIZE
                  "  DILEPAS OLEH=" DELIMITED BY SIZE
                  hold-operator DELIMITED BY SIZE
               INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           PERFORM HAPUS-RUN-HOLD.
           GO TO LANGKAH-POSTING.
      *
      *    Tonight's volume fell outside the tolerance - the chain
      *    stops before tugas2 posts a fraction of the night's work.
      *    The hold record keeps every later run off until a level-3
      *    operator has looked and decided through tugas24.
       TAHAN-RANTAI.
           MOVE "Y" TO rantai-ditahan.
           MOVE 12 TO highest-rc.
           MOVE SPACES TO RUN-HOLD-RECORD.
           MOVE "T" TO RH-STATUS.
           MOVE stat-tgl TO RH-TGL.
           MOVE stat-hari TO RH-HARI.
           MOVE 4 TO RH-LANGKAH.
           OPEN OUTPUT RUN-HOLD.
           WRITE RUN-HOLD-RECORD.
           CLOSE RUN-HOLD.
           DISPLAY "RANTAI DITAHAN - VOLUME DI LUAR TOLERANSI, "
               "LIHAT RUN-LOG".
           GO TO TUTUP.
      *
      *    One RUN-LOG line for the step just executed - its return
      *    code and the verdict: OK, PERINGATAN for a warning (an
      *    exception report was written), GAGAL for anything worse,
      *    which also stops the chain. The counts the step handed
      *    back are filed for RUN-STATS; a failed step's are marked
      *    "G" so a night that never really ran does not drag the
      *    averages down.
       CATAT-LANGKAH.
           MOVE RETURN-CODE TO step-rc.
           IF step-rc > highest-rc
                  step-hasil DELIMITED BY SIZE
               INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           MOVE "Y" TO cl-ada(step-number).
           MOVE step-program TO cl-program(step-number).
           MOVE step-rc TO cl-rc(step-number).
           IF step-failed
               MOVE "G" TO cl-status(step-number)
           ELSE
               MOVE "N" TO cl-status(step-number)
           END-IF.
           MOVE ST-BACA-COUNT TO cl-baca(step-number).
           MOVE ST-TERIMA-COUNT TO cl-terima(step-number).
           MOVE ST-TOLAK-COUNT TO cl-tolak(step-number).
           MOVE ST-POSTING-COUNT TO cl-posting(step-number).
      *
      *    Appends one RUN-STATS record per step that ran, stamped
      *    with the night the counts belong to.
       TULIS-RUN-STATS.
           OPEN EXTEND RUN-STATS.
           IF run-stats-status = "35"
               OPEN OUTPUT RUN-STATS
           END-IF.
           PERFORM TULIS-SATU-RUN-STAT
               VARYING catatan-idx FROM 1 BY 1 UNTIL catatan-idx > 6.
           CLOSE RUN-STATS.
       TULIS-SATU-RUN-STAT.
           IF cl-ada(catatan-idx) = "Y"
               MOVE stat-tgl TO RS-TGL
               MOVE stat-hari TO RS-HARI
               MOVE catatan-idx TO RS-LANGKAH
               MOVE cl-program(catatan-idx) TO RS-PROGRAM
               MOVE cl-rc(catatan-idx) TO RS-RC
               MOVE cl-status(catatan-idx) TO RS-STATUS
               IF chain-held AND RS-DIHITUNG
                   MOVE "T" TO RS-STATUS
               END-IF
               MOVE cl-baca(catatan-idx) TO RS-BACA-COUNT
               MOVE cl-terima(catatan-idx) TO RS-TERIMA-COUNT
               MOVE cl-tolak(catatan-idx) TO RS-TOLAK-COUNT
               MOVE cl-posting(catatan-idx) TO RS-POSTING-COUNT
               WRITE RS-RUN-STAT-RECORD
           END-IF.
      *
      *    Tonight against the same weekday of earlier weeks - the
      *    last sampel-maksimum counted runs of each of steps 1-3,
      *    oldest dropping out as RUN-STATS is read forward. Every
      *    measure outside the tolerance gets its own RUN-LOG line
      *    with the figures that tripped it.
       CEK-VOLUME.
           MOVE "N" TO volume-menyimpang.
           MOVE ZERO TO volume-sampel-table.
           SUBTRACT toleransi-persen FROM 100 GIVING persen-bawah.
           ADD toleransi-persen 100 GIVING persen-atas.
           OPEN INPUT RUN-STATS.
           IF run-stats-status = "00"
               MOVE "N" TO eof-run-stats
               PERFORM BACA-RUN-STATS
               PERFORM AMBIL-SATU-SAMPEL UNTIL no-more-run-stats
               CLOSE RUN-STATS
           END-IF.
           PERFORM BANDINGKAN-VOLUME
               VARYING vol-langkah FROM 1 BY 1 UNTIL vol-langkah > 3.
           IF NOT volume-out
               MOVE SPACES TO RUN-LOG-LINE
               STRING "TGL=" DELIMITED BY SIZE
                      run-date DELIMITED BY SIZE
                      "  PEMERIKSAAN VOLUME SELESAI, TIDAK ADA "
                          DELIMITED BY SIZE
                      "PENYIMPANGAN  TOLERANSI=" DELIMITED BY SIZE
                      toleransi-persen DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
           END-IF.
       BACA-RUN-STATS.
           READ RUN-STATS
               AT END MOVE "Y" TO eof-run-stats
           END-READ.
       AMBIL-SATU-SAMPEL.
           IF RS-DIHITUNG
               AND RS-HARI = stat-hari
               AND RS-TGL < stat-tgl
               AND RS-LANGKAH > ZERO
               AND RS-LANGKAH < 4
               MOVE RS-LANGKAH TO vol-langkah
               ADD 1 TO vs-berikut(vol-langkah)
               IF vs-berikut(vol-langkah) > sampel-maksimum
                   MOVE 1 TO vs-berikut(vol-langkah)
               END-IF
               MOVE vs-berikut(vol-langkah) TO vol-sampel
               MOVE RS-BACA-COUNT
                   TO vs-baca(vol-langkah, vol-sampel)
               MOVE RS-TERIMA-COUNT
                   TO vs-terima(vol-langkah, vol-sampel)
               IF vs-jumlah(vol-langkah) < sampel-maksimum
                   ADD 1 TO vs-jumlah(vol-langkah)
               END-IF
           END-IF.
           PERFORM BACA-RUN-STATS.
       BANDINGKAN-VOLUME.
           IF vs-jumlah(vol-langkah) < sampel-minimum
               MOVE SPACES TO RUN-LOG-LINE
               STRING "TGL=" DELIMITED BY SIZE
                      run-date DELIMITED BY SIZE
                      "  VOLUME LANGKAH=" DELIMITED BY SIZE
                      vol-langkah DELIMITED BY SIZE
                      "  RIWAYAT HARI YANG SAMA BELUM CUKUP, SAMPEL="
                          DELIMITED BY SIZE
                      vs-jumlah(vol-langkah) DELIMITED BY SIZE
                      " - TIDAK DIPERIKSA" DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
           ELSE
               MOVE ZERO TO vol-jumlah-baca
               MOVE ZERO TO vol-jumlah-terima
               PERFORM JUMLAHKAN-SAMPEL
                   VARYING vol-sampel FROM 1 BY 1
                   UNTIL vol-sampel > vs-jumlah(vol-langkah)
               MOVE "BACA" TO vol-ukuran
               MOVE cl-baca(vol-langkah) TO vol-malam-ini
               MOVE vol-jumlah-baca TO vol-jumlah
               PERFORM UJI-TOLERANSI
               MOVE "TERIMA" TO vol-ukuran
               MOVE cl-terima(vol-langkah) TO vol-malam-ini
               MOVE vol-jumlah-terima TO vol-jumlah
               PERFORM UJI-TOLERANSI
           END-IF.
       JUMLAHKAN-SAMPEL.
           ADD vs-baca(vol-langkah, vol-sampel) TO vol-jumlah-baca.
           ADD vs-terima(vol-langkah, vol-sampel)
               TO vol-jumlah-terima.
       UJI-TOLERANSI.
           DIVIDE vol-jumlah BY vs-jumlah(vol-langkah)
               GIVING vol-rata ROUNDED.
           MULTIPLY vol-rata BY persen-bawah GIVING vol-kali.
           DIVIDE vol-kali BY 100 GIVING vol-bawah.
           MULTIPLY vol-rata BY persen-atas GIVING vol-kali.
           DIVIDE vol-kali BY 100 GIVING vol-atas.
           IF vol-rata > ZERO
               AND (vol-malam-ini < vol-bawah
                    OR vol-malam-ini > vol-atas)
               MOVE "Y" TO volume-menyimpang
               MOVE SPACES TO RUN-LOG-LINE
               STRING "TGL=" DELIMITED BY SIZE
                      run-date DELIMITED BY SIZE
                      "  VOLUME MENYIMPANG LANGKAH=" DELIMITED BY SIZE
                      vol-langkah DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      vol-ukuran DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      vol-malam-ini DELIMITED BY SIZE
                      "  RATA-RATA=" DELIMITED BY SIZE
                      vol-rata DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      vs-jumlah(vol-langkah) DELIMITED BY SIZE
                      " SAMPEL)  BATAS=" DELIMITED BY SIZE
                      vol-bawah DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      vol-atas DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
           END-IF.
      *
      *    Picks up the chain-hold record, if there is one.
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
                       MOVE RH-OPERATOR TO hold-operator
               END-READ
               CLOSE RUN-HOLD
           END-IF.
       HAPUS-RUN-HOLD.
           MOVE SPACES TO RUN-HOLD-RECORD.
           MOVE ZERO TO RH-TGL.
           MOVE ZERO TO RH-HARI.
           MOVE ZERO TO RH-LANGKAH.
           OPEN OUTPUT RUN-HOLD.
           WRITE RUN-HOLD-RECORD.
           CLOSE RUN-HOLD.
      *
      *    Reads whatever is holding the run-control lock - the
      *    chain may only launch when the record is free.
