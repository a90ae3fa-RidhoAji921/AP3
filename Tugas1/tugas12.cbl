           SELECT CALC-CHECKPOINT ASSIGN TO "CALC-CHECKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS calc-checkpoint-status.
           SELECT CALC-HISTORY-MASTER ASSIGN TO "CALC-HISTORY-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS calc-hist-master-status.
           SELECT PERIOD-TOTALS ASSIGN TO "PERIOD-TOTALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS period-totals-status.
       DATA DIVISION.
       FILE SECTION.
      *
      *    The transaction cards as they arrive from the faculty -
      *    every field taken as characters, so a hand-keyed letter
      *    in an amount is caught here instead of abending tugas2.
      *    A card with "R" in TI-JENIS is a reversal - it names the
      *    NPM and, in TI-REF-SEQ, the posted sequence it cancels;
      *    its amounts and operator code are not used.
       FD  TRANS-FILE.
       01  TRANS-IN-RECORD.
           05  TI-TRANS-SEQ            PIC X(06).
           05  TI-NILAI-A              PIC X(06).
           05  TI-NILAI-B              PIC X(06).
           05  TI-OPERATOR-CODE        PIC X(01).
           05  TI-JENIS                PIC X(01).
               88  TI-IS-REVERSAL          VALUE "R".
           05  TI-REF-SEQ              PIC X(06).
       FD  TRANS-EDITED.
       01  TRANS-EDITED-RECORD.
           05  TE-TRANS-SEQ            PIC 9(06).
           05  TE-NILAI-A              PIC 9(06).
           05  TE-NILAI-B              PIC 9(06).
           05  TE-OPERATOR-CODE        PIC 9(01).
           05  TE-JENIS                PIC X(01).
           05  TE-REF-SEQ              PIC 9(06).
       FD  STUDENT-MASTER.
           COPY "STUDENT.CPY".
       FD  EDIT-REPORT.
       FD  CALC-CHECKPOINT.
       01  CHECKPOINT-RECORD.
           05  CK-LAST-SEQ            PIC 9(06).
           05  FILLER                 PIC X(124).
      *
      *    Read only - a reversal must name an entry that really
      *    posted, and may not reach into a period already closed.
       FD  CALC-HISTORY-MASTER.
           COPY "CALCHIST.CPY".
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       WORKING-STORAGE SECTION.
       01  trans-file-status      PIC X(2).
       01  trans-edited-status    PIC X(2).
       01  edit-report-status     PIC X(2).
       01  renumber-seed-status   PIC X(2).
       01  calc-checkpoint-status PIC X(2).
       01  calc-hist-master-status PIC X(2).
       01  period-totals-status   PIC X(2).
       01  riwayat-dibuka         PIC X(1) VALUE "N".
           88  riwayat-ada         VALUE "Y".
       01  periode-target         PIC X(6).
       01  periode-sudah-tutup    PIC X(1).
           88  periode-closed      VALUE "Y".
       01  eof-period-totals      PIC X(1).
           88  no-more-totals      VALUE "Y".
       01  eof-riwayat-npm        PIC X(1).
           88  no-more-riwayat-npm VALUE "Y".
       01  asal-sudah-batal       PIC X(1).
           88  asal-dibatalkan     VALUE "Y".
       01  ref-seq-cari           PIC 9(6).
       01  restart-tertunda       PIC X(1) VALUE "N".
           88  restart-pending     VALUE "Y".
       01  run-date               PIC 9(6).
       01  renumbered-count       PIC 9(8) VALUE ZERO.
       01  seq-problem-count      PIC 9(8) VALUE ZERO.
       01  gap-count              PIC 9(8) VALUE ZERO.
       01  batal-count            PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
      *    Optional argument from the tugas7 chain driver - the
      *    edit's card counts go back through it for RUN-STATS. A
      *    stand-alone run has no caller, so the item has no
      *    address and nothing is handed back.
           COPY "STEPSTAT.CPY".
       PROCEDURE DIVISION USING ST-STATISTIK-LANGKAH.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Nomori ulang sequence? (Y/T): ".
               CLOSE TRANS-FILE
               GOBACK
           END-IF.
           OPEN INPUT CALC-HISTORY-MASTER.
           IF calc-hist-master-status = "00"
               MOVE "Y" TO riwayat-dibuka
           END-IF.
           OPEN OUTPUT TRANS-EDITED.
           OPEN OUTPUT EDIT-REPORT.
           MOVE SPACES TO EDIT-REPORT-LINE.
           PERFORM TULIS-ULANG-TRANS-FILE.
           PERFORM TULIS-REKAP-EDIT.
           CLOSE STUDENT-MASTER.
           IF riwayat-ada
               CLOSE CALC-HISTORY-MASTER
           END-IF.
           CLOSE EDIT-REPORT.
           DISPLAY "EDIT SELESAI, DITERIMA: ", accepted-count,
               " DITOLAK: ", rejected-count.
               AND NOT renumber-aktif
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ADDRESS OF ST-STATISTIK-LANGKAH NOT = NULL
               MOVE read-count     TO ST-BACA-COUNT
               MOVE accepted-count TO ST-TERIMA-COUNT
               MOVE rejected-count TO ST-TOLAK-COUNT
               MOVE accepted-count TO ST-POSTING-COUNT
           END-IF.
           GOBACK.
       BACA-TRANS-FILE.
           READ TRANS-FILE
               MOVE "SEQUENCE BUKAN ANGKA" TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           END-IF.
           IF TI-JENIS NOT = SPACE AND NOT TI-IS-REVERSAL
               MOVE "JENIS KARTU BUKAN SPASI ATAU R"
                   TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           END-IF.
           IF TI-IS-REVERSAL
               IF TI-REF-SEQ NOT NUMERIC OR TI-REF-SEQ = "000000"
                   MOVE "SEQUENCE ASAL BUKAN ANGKA"
                       TO current-check-message
                   PERFORM FLAG-EDIT-EXCEPTION
               END-IF
           ELSE
               PERFORM VALIDATE-NILAI-KALKULASI
           END-IF.
           MOVE TI-NPM TO SM-NPM.
           READ STUDENT-MASTER
                   MOVE "NPM TIDAK TERDAFTAR" TO current-check-message
                   PERFORM FLAG-EDIT-EXCEPTION
           END-READ.
           IF TI-IS-REVERSAL AND record-valid
               PERFORM CEK-KALKULASI-ASAL
           END-IF.
      *
      *    Sequence order is only a rejection when the operator did
      *    not ask for renumbering - with renumbering on, a
                   END-IF
               END-IF
           END-IF.
       VALIDATE-NILAI-KALKULASI.
           IF TI-NILAI-A NOT NUMERIC
               MOVE "NILAI-A BUKAN ANGKA" TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           END-IF.
           IF TI-NILAI-B NOT NUMERIC
               MOVE "NILAI-B BUKAN ANGKA" TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           END-IF.
           IF TI-OPERATOR-CODE NOT NUMERIC
               OR TI-OPERATOR-CODE < "1"
               OR TI-OPERATOR-CODE > "4"
               MOVE "KODE OPERATOR BUKAN 1-4" TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           END-IF.
      *
      *    A reversal is only let through against an ordinary entry
      *    that is on the history master under the card's NPM, has
      *    not been reversed already, and whose period has no "P"
      *    record yet - grades from a closed semester cannot change
      *    silently. tugas2 checks the same again when it posts,
      *    since a close or a second card may come in between.
       CEK-KALKULASI-ASAL.
           IF NOT riwayat-ada
               MOVE "KALKULASI ASAL TIDAK ADA" TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           ELSE
               MOVE TI-REF-SEQ TO ref-seq-cari
               MOVE TI-NPM TO CH-NPM
               MOVE ref-seq-cari TO CH-TRANS-SEQ
               READ CALC-HISTORY-MASTER
                   INVALID KEY
                       MOVE "KALKULASI ASAL TIDAK ADA"
                           TO current-check-message
                       PERFORM FLAG-EDIT-EXCEPTION
                   NOT INVALID KEY
                       PERFORM PERIKSA-KALKULASI-ASAL
               END-READ
           END-IF.
       PERIKSA-KALKULASI-ASAL.
           IF CH-IS-REVERSAL
               MOVE "KALKULASI ASAL ADALAH PEMBATALAN"
                   TO current-check-message
               PERFORM FLAG-EDIT-EXCEPTION
           ELSE
               MOVE CH-PERIODE TO periode-target
               PERFORM CEK-PERIODE-SUDAH-TUTUP
               IF periode-closed
                   MOVE "PERIODE ASAL SUDAH DITUTUP"
                       TO current-check-message
                   PERFORM FLAG-EDIT-EXCEPTION
               END-IF
               PERFORM CEK-SUDAH-DIBATALKAN
               IF asal-dibatalkan
                   MOVE "KALKULASI ASAL SUDAH DIBATALKAN"
                       TO current-check-message
                   PERFORM FLAG-EDIT-EXCEPTION
               END-IF
           END-IF.
      *
      *    The same "P" record look-up the tugas13 close makes
      *    before it freezes a period.
       CEK-PERIODE-SUDAH-TUTUP.
           MOVE "N" TO periode-sudah-tutup.
           OPEN INPUT PERIOD-TOTALS.
           IF period-totals-status = "00"
               MOVE "N" TO eof-period-totals
               PERFORM READ-PERIOD-TOTALS
               PERFORM CEK-SATU-TOTALS UNTIL no-more-totals
               CLOSE PERIOD-TOTALS
           END-IF.
       READ-PERIOD-TOTALS.
           READ PERIOD-TOTALS
               AT END MOVE "Y" TO eof-period-totals
           END-READ.
       CEK-SATU-TOTALS.
           IF PT-TYPE = "P" AND PT-PERIODE = periode-target
               MOVE "Y" TO periode-sudah-tutup
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
      *
      *    Walks the student's history down the NPM-plus-sequence
      *    key looking for a reversal already posted against the
      *    same sequence.
       CEK-SUDAH-DIBATALKAN.
           MOVE "N" TO asal-sudah-batal.
           MOVE "N" TO eof-riwayat-npm.
           MOVE TI-NPM TO CH-NPM.
           MOVE ZERO TO CH-TRANS-SEQ.
           START CALC-HISTORY-MASTER KEY NOT < CH-HIST-KEY
               INVALID KEY MOVE "Y" TO eof-riwayat-npm
           END-START.
           PERFORM BACA-RIWAYAT-NPM.
           PERFORM CEK-SATU-RIWAYAT UNTIL no-more-riwayat-npm.
       BACA-RIWAYAT-NPM.
           IF NOT no-more-riwayat-npm
               READ CALC-HISTORY-MASTER NEXT RECORD
                   AT END MOVE "Y" TO eof-riwayat-npm
               END-READ
               IF NOT no-more-riwayat-npm
                   AND CH-NPM NOT = TI-NPM
                   MOVE "Y" TO eof-riwayat-npm
               END-IF
           END-IF.
       CEK-SATU-RIWAYAT.
           IF CH-IS-REVERSAL AND CH-REF-SEQ = ref-seq-cari
               MOVE "Y" TO asal-sudah-batal
           END-IF.
           PERFORM BACA-RIWAYAT-NPM.
       FLAG-EDIT-EXCEPTION.
           MOVE "N" TO record-is-valid.
           IF edit-reason = SPACES
               MOVE TI-TRANS-SEQ TO prev-seq
           END-IF.
           MOVE TI-NPM           TO TE-NPM.
           MOVE TI-JENIS         TO TE-JENIS.
           IF TI-IS-REVERSAL
               MOVE ZERO         TO TE-NILAI-A
               MOVE ZERO         TO TE-NILAI-B
               MOVE ZERO         TO TE-OPERATOR-CODE
               MOVE TI-REF-SEQ   TO TE-REF-SEQ
               ADD 1 TO batal-count
           ELSE
               MOVE TI-NILAI-A       TO TE-NILAI-A
               MOVE TI-NILAI-B       TO TE-NILAI-B
               MOVE TI-OPERATOR-CODE TO TE-OPERATOR-CODE
               MOVE ZERO             TO TE-REF-SEQ
           END-IF.
           WRITE TRANS-EDITED-RECORD.
           ADD 1 TO accepted-count.
       TULIS-TEMUAN-RENUMBER.
                  accepted-count DELIMITED BY SIZE
                  "  DITOLAK : " DELIMITED BY SIZE
                  rejected-count DELIMITED BY SIZE
                  "  PEMBATALAN : " DELIMITED BY SIZE
                  batal-count DELIMITED BY SIZE
               INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
