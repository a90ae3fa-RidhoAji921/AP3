       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  run-control-status     PIC X(2).
       01  run-log-status         PIC X(2).
       01  batch-lock-aktif       PIC X(1).
           88  tulis-ok            VALUE "Y".
       01  baris-tabrakan         PIC X(1).
           88  row-collided        VALUE "Y".
       01  hist-pindah            PIC X(56).
       01  salah-record-image     PIC X(126).
       01  benar-record-image     PIC X(126).
       01  audit-action           PIC X(6).
       01  rekeyed-calc-count     PIC 9(8) VALUE ZERO.
       01  collision-count        PIC 9(6) VALUE ZERO.
       01  gagal-count            PIC 9(6) VALUE ZERO.
       01  repoint-count          PIC 9(6) VALUE ZERO.
      *
      *    Every row moved for the current pair, with the sequence
      *    it had under the wrong NPM and the one it was written
      *    under the survivor - a reversal moved across still names
      *    the old sequence in CH-REF-SEQ, and this is how it is
      *    pointed at the row it cancels once that row was bumped.
       01  pindah-table.
           05  pindah-entry OCCURS 999 TIMES.
               10  pd-seq-lama    PIC 9(6).
               10  pd-seq-baru    PIC 9(6).
               10  pd-jenis       PIC X(1).
               10  pd-ref-seq     PIC 9(6).
       01  pindah-count           PIC 9(4) COMP VALUE ZERO.
       01  pindah-idx             PIC 9(4) COMP.
       01  pindah-jdx             PIC 9(4) COMP.
       01  ref-ketemu             PIC X(1).
           88  ref-dipetakan       VALUE "Y".
       01  seq-lama               PIC 9(6).
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT run-date FROM DATE.
                   ADD 1 TO gagal-count
               NOT INVALID KEY
                   MOVE SM-STUDENT-RECORD TO salah-record-image
                   PERFORM HITUNG-KALKULASI-SALAH
                   IF calc-count-one > 999
                       DISPLAY "KALKULASI NPM ", npm-salah,
                           " LEBIH DARI 999, MERGE DITOLAK"
                       ADD 1 TO gagal-count
                   ELSE
                       PERFORM LAKUKAN-MERGE
                   END-IF
           END-READ.
      *
      *    Counts the wrong NPM's calculations before anything is
      *    moved - a pair with more rows than the sequence table
      *    holds is refused whole rather than half merged.
       HITUNG-KALKULASI-SALAH.
           MOVE ZERO TO calc-count-one.
           MOVE "N" TO calc-habis.
           PERFORM AMBIL-SATU-KALKULASI.
           PERFORM HITUNG-SATU-KALKULASI UNTIL no-more-calc.
       HITUNG-SATU-KALKULASI.
           ADD 1 TO calc-count-one.
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END MOVE "Y" TO calc-habis
           END-READ.
           IF NOT no-more-calc AND CH-NPM NOT = npm-salah
               MOVE "Y" TO calc-habis
           END-IF.
      *
      *    The merge itself - every calculation under the wrong NPM
      *    is re-keyed to the survivor, the duplicate student record
      *    back under the survivor's NPM.
       PINDAHKAN-KALKULASI.
           MOVE ZERO TO calc-count-one.
           MOVE ZERO TO pindah-count.
           MOVE "N" TO calc-habis.
           PERFORM AMBIL-SATU-KALKULASI.
           PERFORM PINDAH-SATU-KALKULASI UNTIL no-more-calc.
           PERFORM ARAHKAN-SATU-PEMBATALAN
               VARYING pindah-idx FROM 1 BY 1
               UNTIL pindah-idx > pindah-count.
       PINDAH-SATU-KALKULASI.
           MOVE CH-CALC-HIST-RECORD TO hist-pindah.
           MOVE CH-TRANS-SEQ TO seq-lama.
           DELETE CALC-HISTORY-MASTER RECORD.
           MOVE hist-pindah TO CH-CALC-HIST-RECORD.
           MOVE npm-benar TO CH-NPM.
           PERFORM TULIS-HIST-PENGGANTI.
           ADD 1 TO pindah-count.
           MOVE seq-lama TO pd-seq-lama(pindah-count).
           MOVE CH-TRANS-SEQ TO pd-seq-baru(pindah-count).
           MOVE CH-JENIS TO pd-jenis(pindah-count).
           MOVE CH-REF-SEQ TO pd-ref-seq(pindah-count).
           ADD 1 TO calc-count-one.
           ADD 1 TO rekeyed-calc-count.
           PERFORM AMBIL-SATU-KALKULASI.
      *    copies of the same student. The row is not dropped: the
      *    sequence is bumped until a free slot under the survivor
      *    takes it, and the collision is counted for the recap.
      *    A moved reversal naming the row is re-pointed at the
      *    new sequence once the whole NPM is across.
       TULIS-HIST-PENGGANTI.
           MOVE "N" TO tulis-selesai.
           MOVE "N" TO baris-tabrakan.
               NOT INVALID KEY
                   MOVE "Y" TO tulis-selesai
           END-WRITE.
      *
      *    A moved reversal whose cancelled row was bumped on the
      *    way across is read back under the survivor and pointed
      *    at the row's new sequence - otherwise it would cancel
      *    nothing, or some unrelated calculation the survivor
      *    already had under the old number.
       ARAHKAN-SATU-PEMBATALAN.
           IF pd-jenis(pindah-idx) = "R"
               MOVE "N" TO ref-ketemu
               PERFORM CARI-REF-PINDAH
                   VARYING pindah-jdx FROM 1 BY 1
                   UNTIL pindah-jdx > pindah-count OR ref-dipetakan
           END-IF.
       CARI-REF-PINDAH.
           IF pd-seq-lama(pindah-jdx) = pd-ref-seq(pindah-idx)
               MOVE "Y" TO ref-ketemu
               IF pd-seq-baru(pindah-jdx) NOT = pd-seq-lama(pindah-jdx)
                   PERFORM TULIS-REF-BARU
               END-IF
           END-IF.
       TULIS-REF-BARU.
           MOVE npm-benar TO CH-NPM.
           MOVE pd-seq-baru(pindah-idx) TO CH-TRANS-SEQ.
           READ CALC-HISTORY-MASTER
               INVALID KEY
                   DISPLAY "PEMBATALAN TIDAK TERBACA, SEQ: ",
                       pd-seq-baru(pindah-idx)
                   ADD 1 TO gagal-count
               NOT INVALID KEY
                   MOVE pd-seq-baru(pindah-jdx) TO CH-REF-SEQ
                   REWRITE CH-CALC-HIST-RECORD
                   ADD 1 TO repoint-count
           END-READ.
       AMBIL-SATU-KALKULASI.
           MOVE npm-salah TO CH-NPM.
           MOVE ZERO TO CH-TRANS-SEQ.
           CLOSE AUDIT-LOG.
           DISPLAY "MERGE SELESAI, DIGABUNG: ", merged-count,
               " KALKULASI DIPINDAH: ", rekeyed-calc-count,
               " TABRAKAN SEQ: ", collision-count,
               " REF BATAL DIARAHKAN: ", repoint-count.
           IF RETURN-CODE = ZERO AND gagal-count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
                  "  PROGRAM=TUGAS14" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
      *
