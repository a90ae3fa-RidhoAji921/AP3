           SELECT SIGNON-LOG ASSIGN TO "SIGNON-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT PERIOD-TOTALS ASSIGN TO "PERIOD-TOTALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS period-totals-status.
       DATA DIVISION.
       FILE SECTION.
      *
      *    TR-JENIS "R" marks a reversal card - TR-REF-SEQ is the
      *    posted sequence under TR-NPM that it cancels.
       FD  TRANS-FILE.
       01  TRANS-FILE-RECORD.
           05  TR-TRANS-SEQ            PIC 9(06).
           05  TR-NILAI-A              PIC 9(06).
           05  TR-NILAI-B              PIC 9(06).
           05  TR-OPERATOR-CODE        PIC 9(01).
           05  TR-JENIS                PIC X(01).
               88  TR-IS-REVERSAL          VALUE "R".
           05  TR-REF-SEQ              PIC 9(06).
       FD  CALC-OUTPUT.
           COPY "CALCTRAN.CPY" REPLACING
               ==CT-CALC-TRAN-RECORD== BY ==CALC-OUTPUT-RECORD==
           COPY "OPERATOR.CPY".
       FD  SIGNON-LOG.
       01  SIGNON-LOG-LINE            PIC X(132).
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       FD  CALC-EXCEPTIONS.
       01  CALC-EXCEPTIONS-LINE        PIC X(132).
       FD  CALC-SUMMARY.
               10  CKPT-EXCEPTION-COUNT    PIC 9(8).
               10  CKPT-NPM-UNKNOWN-COUNT  PIC 9(8).
               10  CKPT-RECORD-COUNT       PIC 9(8).
               10  CKPT-BATAL-COUNT        PIC 9(8).
           05  CKPT-TOTALS.
               10  CKPT-ADD-TOTAL          PIC 9(12).
               10  CKPT-SUB-TOTAL          PIC 9(12).
               10  CKPT-MUL-TOTAL          PIC 9(12).
               10  CKPT-DIV-TOTAL          PIC 9(12).
               10  CKPT-BATAL-TOTAL        PIC 9(12).
       WORKING-STORAGE SECTION.
       01  pilih-mode        PIC 9(1).
       01  pilih             PIC 9(1).
       01  run-date           PIC 9(6).
       01  operator-master-status PIC X(2).
       01  signon-log-status      PIC X(2).
       01  period-totals-status   PIC X(2).
       01  periode-target         PIC X(6).
       01  periode-sudah-tutup    PIC X(1).
           88  periode-closed      VALUE "Y".
       01  eof-period-totals      PIC X(1).
           88  no-more-totals      VALUE "Y".
       01  eof-riwayat-npm        PIC X(1).
           88  no-more-riwayat-npm VALUE "Y".
       01  asal-sudah-batal       PIC X(1).
           88  asal-dibatalkan     VALUE "Y".
       01  asal-operator          PIC X(1).
       01  asal-periode           PIC X(6).
       01  sandi-masuk            PIC X(12).
       01  sandi-polos            PIC X(12).
       01  sandi-acak             PIC X(12).
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  operator-id        PIC X(10).
       01  operator-level     PIC 9(1).
       01  operator-is-signed-on PIC X(1).
           05  exception-count    PIC 9(8) VALUE ZERO.
           05  npm-unknown-count  PIC 9(8) VALUE ZERO.
           05  record-count       PIC 9(8) VALUE ZERO.
           05  batal-count        PIC 9(8) VALUE ZERO.
       01  calc-totals.
           05  add-total          PIC 9(12) VALUE ZERO.
           05  sub-total          PIC 9(12) VALUE ZERO.
           05  mul-total          PIC 9(12) VALUE ZERO.
           05  div-total          PIC 9(12) VALUE ZERO.
           05  batal-total        PIC 9(12) VALUE ZERO.
       01  riwayat-baca-count PIC 9(8) VALUE ZERO.
       01  riwayat-cetak-count PIC 9(8) VALUE ZERO.
       01  riwayat-batal-count PIC 9(8) VALUE ZERO.
       01  riwayat-nilai-net  PIC S9(14) VALUE ZERO.
       01  riwayat-net-edited PIC -(14)9.
       LINKAGE SECTION.
      *
      *    Optional argument from the tugas7 chain driver - the
      *    batch and history-report counts go back through it for
      *    RUN-STATS. A stand-alone run has no caller, so the item
      *    has no address and nothing is handed back.
           COPY "STEPSTAT.CPY".
       PROCEDURE DIVISION USING ST-STATISTIK-LANGKAH.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Operator ID: ".
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
                  "  PROGRAM=TUGAS2" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       MODE-INTERAKTIF.
      *    run of this job. A transaction is only dispatched when its
      *    NPM is on the tugas1 student master - unknown NPMs are
      *    routed to CALC-EXCEPTIONS so no calculation is ever posted
      *    for a student who does not exist. A reversal card goes to
      *    BATALKAN-KALKULASI instead of the four operations.
       READ-NEXT-TRANS.
           READ TRANS-FILE
               AT END GO TO SELESAI
                   ADD 1 TO npm-unknown-count
                   GO TO WRITE-CALC-EXCEPTION
           END-READ.
           IF TR-IS-REVERSAL
               GO TO BATALKAN-KALKULASI
           END-IF.
           IF pilih < 1 OR pilih > 4
               MOVE "Y" TO calc-has-error
               MOVE "INVALID-OPERATOR" TO calc-error-reason
           END-IF.
           GO TO JUMLAH, KURANG, KALI, BAGI DEPENDING ON pilih.
      *
      *    A reversal card cancels one entry already on the history
      *    master - the entry is read back under the card's NPM and
      *    TR-REF-SEQ and its values become the reversal's. The
      *    tugas12 edit already checked the card, but a period close
      *    or an earlier card of this same deck may have come in
      *    between, so nothing is posted against a missing entry,
      *    another reversal, a closed period, or an entry reversed
      *    already - those go to CALC-EXCEPTIONS with operator R.
       BATALKAN-KALKULASI.
           MOVE "N" TO calc-has-error.
           MOVE "R" TO operator.
           MOVE TR-NPM TO CH-NPM.
           MOVE TR-REF-SEQ TO CH-TRANS-SEQ.
           READ CALC-HISTORY-MASTER
               INVALID KEY
                   MOVE "Y" TO calc-has-error
                   MOVE "ASAL-TIDAK-ADA" TO calc-error-reason
                   GO TO WRITE-CALC-EXCEPTION
           END-READ.
           IF CH-IS-REVERSAL
               MOVE "Y" TO calc-has-error
               MOVE "ASAL-PEMBATALAN" TO calc-error-reason
               GO TO WRITE-CALC-EXCEPTION
           END-IF.
           MOVE CH-NILAI-A  TO nilaiA.
           MOVE CH-NILAI-B  TO nilaiB.
           MOVE CH-NILAI-C  TO nilaiC.
           MOVE CH-OPERATOR TO asal-operator.
           MOVE CH-PERIODE  TO asal-periode.
           MOVE asal-periode TO periode-target.
           PERFORM CEK-PERIODE-SUDAH-TUTUP.
           IF periode-closed
               MOVE "Y" TO calc-has-error
               MOVE "PERIODE-DITUTUP" TO calc-error-reason
               GO TO WRITE-CALC-EXCEPTION
           END-IF.
           PERFORM CEK-SUDAH-DIBATALKAN.
           IF asal-dibatalkan
               MOVE "Y" TO calc-has-error
               MOVE "SUDAH-DIBATALKAN" TO calc-error-reason
               GO TO WRITE-CALC-EXCEPTION
           END-IF.
           GO TO WRITE-PEMBATALAN.
      *
      *    The reversal posts like any calculation - one CALC-OUTPUT
      *    line under its own sequence, so the tugas5 reconciliation
      *    still finds every card, and one history entry under the
      *    card's NPM and sequence, linked to the entry it cancels
      *    and carrying that entry's period so the offset lands in
      *    the same semester.
       WRITE-PEMBATALAN.
           MOVE TR-TRANS-SEQ TO CO-TRANS-SEQ.
           MOVE TR-NPM       TO CO-NPM.
           MOVE nilaiA   TO CO-NILAI-A.
           MOVE nilaiB   TO CO-NILAI-B.
           MOVE operator TO CO-OPERATOR.
           MOVE nilaiC   TO CO-NILAI-C.
           WRITE CALC-OUTPUT-RECORD.
           MOVE TR-NPM       TO CH-NPM.
           MOVE TR-TRANS-SEQ TO CH-TRANS-SEQ.
           MOVE nilaiA   TO CH-NILAI-A.
           MOVE nilaiB   TO CH-NILAI-B.
           MOVE asal-operator TO CH-OPERATOR.
           MOVE nilaiC   TO CH-NILAI-C.
           MOVE run-date TO CH-RUN-DATE.
           MOVE asal-periode TO CH-PERIODE.
           MOVE "R"      TO CH-JENIS.
           MOVE TR-REF-SEQ TO CH-REF-SEQ.
           WRITE CH-CALC-HIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO batal-count.
           ADD nilaiC TO batal-total.
           PERFORM CHECKPOINT-IF-DUE.
           GO TO READ-NEXT-TRANS.
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
      *    key for a reversal already posted against the same
      *    entry. This card's own posting from before a restart
      *    does not count - it is left alone as a duplicate key,
      *    the way an ordinary reposting is.
       CEK-SUDAH-DIBATALKAN.
           MOVE "N" TO asal-sudah-batal.
           MOVE "N" TO eof-riwayat-npm.
           MOVE TR-NPM TO CH-NPM.
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
                   AND CH-NPM NOT = TR-NPM
                   MOVE "Y" TO eof-riwayat-npm
               END-IF
           END-IF.
       CEK-SATU-RIWAYAT.
           IF CH-IS-REVERSAL
               AND CH-REF-SEQ = TR-REF-SEQ
               AND CH-TRANS-SEQ NOT = TR-TRANS-SEQ
               MOVE "Y" TO asal-sudah-batal
           END-IF.
           PERFORM BACA-RIWAYAT-NPM.
      *
      *    Cross-references the permanent calculation-history master
      *    against the tugas1 student master by NPM and writes a
      *    per-student calculation history line to
      *    run ever posted, in NPM order. An optional kelas filter
      *    keeps only the calculations of one class, and an optional
      *    periode filter keeps only one semester's postings.
      *    Reversals print as reversals and are netted out of the
      *    closing total.
       MODE-HISTORY.
           MOVE "H" TO processing-mode.
           DISPLAY "Filter kelas (kosong = semua): ".
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END GO TO SELESAI
           END-READ.
           ADD 1 TO riwayat-baca-count.
           MOVE CH-NPM TO SM-NPM.
           READ STUDENT-MASTER
               INVALID KEY
               AND CH-PERIODE NOT = periode-filter
               GO TO READ-NEXT-CALC-HIST
           END-IF.
           IF CH-IS-REVERSAL
               PERFORM TULIS-RIWAYAT-PEMBATALAN
           ELSE
               PERFORM TULIS-RIWAYAT-KALKULASI
           END-IF.
           ADD 1 TO riwayat-cetak-count.
           GO TO READ-NEXT-CALC-HIST.
       TULIS-RIWAYAT-KALKULASI.
           MOVE SPACES TO CALC-HISTORY-LINE.
           STRING "NPM=" DELIMITED BY SIZE
                  CH-NPM DELIMITED BY SIZE
                  CH-PERIODE DELIMITED BY SIZE
               INTO CALC-HISTORY-LINE.
           WRITE CALC-HISTORY-LINE.
           ADD CH-NILAI-C TO riwayat-nilai-net.
      *
      *    A reversal prints the way the tugas6 statement marks it -
      *    the sequence it cancels and its NILAI-C shown negative;
      *    the operands are the cancelled line's and would run the
      *    line past the report width. It comes back off the net.
       TULIS-RIWAYAT-PEMBATALAN.
           MOVE SPACES TO CALC-HISTORY-LINE.
           STRING "NPM=" DELIMITED BY SIZE
                  CH-NPM DELIMITED BY SIZE
                  "  NAMA=" DELIMITED BY SIZE
                  SM-NAMA DELIMITED BY SIZE
                  "  BATAL SEQ=" DELIMITED BY SIZE
                  CH-REF-SEQ DELIMITED BY SIZE
                  " = -" DELIMITED BY SIZE
                  CH-NILAI-C DELIMITED BY SIZE
                  "  TGL=" DELIMITED BY SIZE
                  CH-RUN-DATE DELIMITED BY SIZE
                  "  PERIODE=" DELIMITED BY SIZE
                  CH-PERIODE DELIMITED BY SIZE
               INTO CALC-HISTORY-LINE.
           WRITE CALC-HISTORY-LINE.
           ADD 1 TO riwayat-batal-count.
           SUBTRACT CH-NILAI-C FROM riwayat-nilai-net.
      *
      *    Closing line of the history report - entries printed,
      *    how many of them were reversals, and the net of NILAI-C
      *    with the reversals taken off.
       TULIS-TOTAL-RIWAYAT.
           MOVE riwayat-nilai-net TO riwayat-net-edited.
           MOVE SPACES TO CALC-HISTORY-LINE.
           WRITE CALC-HISTORY-LINE.
           MOVE SPACES TO CALC-HISTORY-LINE.
           STRING "TOTAL ENTRI=" DELIMITED BY SIZE
                  riwayat-cetak-count DELIMITED BY SIZE
                  "  PEMBATALAN=" DELIMITED BY SIZE
                  riwayat-batal-count DELIMITED BY SIZE
                  "  NILAI-C BERSIH=" DELIMITED BY SIZE
                  riwayat-net-edited DELIMITED BY SIZE
               INTO CALC-HISTORY-LINE.
           WRITE CALC-HISTORY-LINE.
       JUMLAH.
           MOVE "N" TO calc-has-error.
           ADD nilaiA, nilaiB GIVING nilaiC
           MOVE nilaiC   TO CH-NILAI-C.
           MOVE run-date TO CH-RUN-DATE.
           MOVE periode  TO CH-PERIODE.
           MOVE SPACE    TO CH-JENIS.
           MOVE ZERO     TO CH-REF-SEQ.
           WRITE CH-CALC-HIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
               CLOSE CALC-HISTORY-MASTER
           END-IF.
           IF is-history-mode
               PERFORM TULIS-TOTAL-RIWAYAT
               CLOSE CALC-HISTORY-MASTER
               CLOSE STUDENT-MASTER
               CLOSE CALC-HISTORY-REPORT
               AND exception-count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ADDRESS OF ST-STATISTIK-LANGKAH NOT = NULL
               PERFORM SERAHKAN-STATISTIK
           END-IF.
           DISPLAY "PROGRAM BERAKHIR, TERIMA KASIH".
       GOBACK.
      *
      *    Counts for the chain's RUN-STATS. A batch run has read
      *    every transaction it counted (a restarted run's counters
      *    came back from the checkpoint), accepted those that did
      *    not go to CALC-EXCEPTIONS, and posted one history entry
      *    per calculation or reversal. The history report reads
      *    entries and prints those the filters let through.
       SERAHKAN-STATISTIK.
           MOVE ZERO TO ST-STATISTIK-LANGKAH.
           IF is-batch-mode
               MOVE record-count TO ST-BACA-COUNT
               SUBTRACT exception-count FROM record-count
                   GIVING ST-TERIMA-COUNT
               MOVE exception-count TO ST-TOLAK-COUNT
               ADD add-count sub-count mul-count div-count batal-count
                   GIVING ST-POSTING-COUNT
           END-IF.
           IF is-history-mode
               MOVE riwayat-baca-count TO ST-BACA-COUNT
               MOVE riwayat-cetak-count TO ST-TERIMA-COUNT
           END-IF.
      *
      *    The batch ran to completion, so the checkpoint no longer
      *    needs to protect anything - clear it so the next run starts
      *    from the beginning of TRANS-FILE rather than the tail end.
               INTO CALC-SUMMARY-LINE.
           WRITE CALC-SUMMARY-LINE.
           MOVE SPACES TO CALC-SUMMARY-LINE.
           STRING "PEMBATALAN  (R) : " DELIMITED BY SIZE
                  batal-count DELIMITED BY SIZE
                  "  TOTAL NILAI-C = " DELIMITED BY SIZE
                  batal-total DELIMITED BY SIZE
               INTO CALC-SUMMARY-LINE.
           WRITE CALC-SUMMARY-LINE.
           MOVE SPACES TO CALC-SUMMARY-LINE.
           STRING "TRANSAKSI GAGAL (EXCEPTION) : " DELIMITED BY SIZE
                  exception-count DELIMITED BY SIZE
               INTO CALC-SUMMARY-LINE.
