      ***************************
      *Nama: Ridho Aji Gumilang
      *NPM: 51422432
      *Kelas: 2IA23
      *Tugas nomor: 21
      ***************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tugas21.
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
           SELECT PERIOD-TOTALS ASSIGN TO "PERIOD-TOTALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS period-totals-status.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS operator-master-status.
           SELECT SIGNON-LOG ASSIGN TO "SIGNON-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT NOTIFY-EXTRACT ASSIGN TO "NOTIFY-EXTRACT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notify-extract-status.
           SELECT NOTIFY-EXCEPTION ASSIGN TO "NOTIFY-EXCEPTION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notify-exception-status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT.CPY".
       FD  CALC-HISTORY-MASTER.
           COPY "CALCHIST.CPY".
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       FD  OPERATOR-MASTER.
           COPY "OPERATOR.CPY".
       FD  SIGNON-LOG.
       01  SIGNON-LOG-LINE            PIC X(132).
       FD  NOTIFY-EXTRACT.
           COPY "NOTIFY.CPY".
      *
      *    The cannot-notify list - students the night's event
      *    touched whose email and phone are both blank or
      *    unusable, for the office to follow up by hand.
       FD  NOTIFY-EXCEPTION.
       01  NOTIFY-EXCEPTION-LINE      PIC X(132).
       WORKING-STORAGE SECTION.
       01  student-master-status  PIC X(2).
       01  calc-hist-master-status PIC X(2).
       01  period-totals-status   PIC X(2).
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
       01  notify-extract-status  PIC X(2).
       01  notify-exception-status PIC X(2).
       01  run-date               PIC 9(6).
       01  operator-id            PIC X(10).
       01  operator-level         PIC 9(1).
       01  operator-is-signed-on  PIC X(1).
           88  operator-signed-on  VALUE "Y".
       01  pilih-sumber           PIC 9(1).
       01  tanggal-masuk          PIC X(6).
       01  tanggal-target         PIC 9(6).
       01  periode-target         PIC X(6).
       01  extract-sumber         PIC X(1).
       01  extract-kunci          PIC X(6).
       01  periode-sudah-tutup    PIC X(1).
           88  periode-closed      VALUE "Y".
       01  eof-period-totals      PIC X(1).
           88  no-more-totals      VALUE "Y".
       01  eof-calc-hist          PIC X(1) VALUE "N".
           88  no-more-calc-hist   VALUE "Y".
       01  current-npm            PIC X(8) VALUE SPACES.
       01  student-calc-count     PIC 9(8).
       01  student-nilai-total    PIC 9(14).
       01  student-batal-count    PIC 9(8).
       01  student-batal-total    PIC 9(14).
      *
      *    Contact checks - an email needs one "@" with something
      *    before it and a "." somewhere after it, and no embedded
      *    space; a phone is 10 to 13 digits starting 0, or a "+"
      *    and the digits of the country code onward.
       01  email-len              PIC 9(2).
       01  email-at-pos           PIC 9(2).
       01  email-at-count         PIC 9(2).
       01  email-dot-count        PIC 9(2).
       01  email-sisa-len         PIC 9(2).
       01  email-is-valid         PIC X(1).
           88  email-valid         VALUE "Y".
       01  telp-len               PIC 9(2).
       01  telp-digit-len         PIC 9(2).
       01  telp-is-valid          PIC X(1).
           88  telp-valid          VALUE "Y".
       01  tidak-bisa-alasan      PIC X(30).
       01  notif-nilai            PIC 9(14).
       01  notif-batal            PIC 9(14).
       01  notif-pesan            PIC X(120).
       01  count-edited           PIC Z(7)9.
       01  nilai-edited           PIC Z(13)9.
       01  batal-edited           PIC Z(13)9.
       01  batal-count-edited     PIC Z(7)9.
       01  npm-angka-x            PIC X(8).
       01  npm-angka REDEFINES npm-angka-x PIC 9(8).
       01  detail-count           PIC 9(8) VALUE ZERO.
       01  hash-npm               PIC 9(14) VALUE ZERO.
       01  total-nilai            PIC 9(16) VALUE ZERO.
       01  total-batal            PIC 9(16) VALUE ZERO.
       01  tidak-bisa-count       PIC 9(6) VALUE ZERO.
       01  email-count            PIC 9(6) VALUE ZERO.
       01  sms-count              PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
      *
      *    Notification extract - one record per student touched
      *    by a night's tugas2 posting (all history entries with
      *    that run date) or by a tugas13 period close (the
      *    period's "S" records), for the campus mail/SMS gateway,
      *    plus the list of students who cannot be reached.
       MULAI.
           ACCEPT run-date FROM DATE.
           DISPLAY "Operator ID: ".
           ACCEPT operator-id.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT operator-signed-on
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF operator-level < 2
               DISPLAY "EXTRACT NOTIFIKASI MEMERLUKAN OPERATOR LEVEL 2"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Pilih sumber notifikasi".
           DISPLAY "1. Posting batch tugas2 (per tanggal run)".
           DISPLAY "2. Tutup periode tugas13".
           ACCEPT pilih-sumber.
           IF pilih-sumber < 1 OR pilih-sumber > 2
               DISPLAY "PILIHAN TIDAK VALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF pilih-sumber = 1
               DISPLAY "Tanggal run YYMMDD (kosong = hari ini): "
               ACCEPT tanggal-masuk
               IF tanggal-masuk = SPACES
                   MOVE run-date TO tanggal-target
               ELSE
                   IF tanggal-masuk NUMERIC
                       MOVE tanggal-masuk TO tanggal-target
                   ELSE
                       DISPLAY "TANGGAL BUKAN ANGKA, EXTRACT DIBATALKAN"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           ELSE
               DISPLAY "Periode yang ditutup (misal 20251): "
               ACCEPT periode-target
               PERFORM CEK-PERIODE-SUDAH-TUTUP
               IF NOT periode-closed
                   DISPLAY "PERIODE ", periode-target,
                       " BELUM DITUTUP, EXTRACT DIBATALKAN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF student-master-status NOT = "00"
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, EXTRACT "
                   "DIBATALKAN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF pilih-sumber = 1
               OPEN INPUT CALC-HISTORY-MASTER
               IF calc-hist-master-status NOT = "00"
                   DISPLAY "CALC-HISTORY-MASTER TIDAK ADA, EXTRACT "
                       "DIBATALKAN"
                   CLOSE STUDENT-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT NOTIFY-EXTRACT.
           OPEN OUTPUT NOTIFY-EXCEPTION.
           PERFORM TULIS-HEADER-EXTRACT.
           MOVE SPACES TO NOTIFY-EXCEPTION-LINE.
           STRING "DAFTAR TIDAK BISA DINOTIFIKASI" DELIMITED BY SIZE
                  "    TANGGAL: " DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "    SUMBER: " DELIMITED BY SIZE
                  extract-sumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  extract-kunci DELIMITED BY SIZE
               INTO NOTIFY-EXCEPTION-LINE.
           WRITE NOTIFY-EXCEPTION-LINE.
           IF pilih-sumber = 1
               PERFORM READ-CALC-HIST
               PERFORM PROSES-SATU-KALKULASI UNTIL no-more-calc-hist
               IF current-npm NOT = SPACES
                   PERFORM NOTIFIKASI-POSTING
               END-IF
               CLOSE CALC-HISTORY-MASTER
           ELSE
               OPEN INPUT PERIOD-TOTALS
               MOVE "N" TO eof-period-totals
               PERFORM READ-PERIOD-TOTALS
               PERFORM PROSES-SATU-TOTALS UNTIL no-more-totals
               CLOSE PERIOD-TOTALS
           END-IF.
           PERFORM TULIS-TRAILER-EXTRACT.
           CLOSE STUDENT-MASTER.
           CLOSE NOTIFY-EXTRACT.
           CLOSE NOTIFY-EXCEPTION.
           DISPLAY "EXTRACT SELESAI, NOTIFIKASI: ", detail-count,
               " (EMAIL ", email-count, " SMS ", sms-count,
               ") TIDAK BISA: ", tidak-bisa-count.
           IF detail-count = ZERO OR tidak-bisa-count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
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
       READ-CALC-HIST.
           READ CALC-HISTORY-MASTER NEXT RECORD
               AT END MOVE "Y" TO eof-calc-hist
           END-READ.
      *
      *    The history arrives grouped per student - the run date's
      *    postings and its reversals are totalled apart per npm. A
      *    reversal may cancel an earlier night's posting, so the
      *    night alone can come out below zero; the message quotes
      *    both figures rather than a net.
       PROSES-SATU-KALKULASI.
           IF CH-RUN-DATE = tanggal-target
               IF CH-NPM NOT = current-npm
                   IF current-npm NOT = SPACES
                       PERFORM NOTIFIKASI-POSTING
                   END-IF
                   MOVE CH-NPM TO current-npm
                   MOVE ZERO TO student-calc-count
                   MOVE ZERO TO student-nilai-total
                   MOVE ZERO TO student-batal-count
                   MOVE ZERO TO student-batal-total
               END-IF
               IF CH-IS-REVERSAL
                   ADD 1 TO student-batal-count
                   ADD CH-NILAI-C TO student-batal-total
               ELSE
                   ADD 1 TO student-calc-count
                   ADD CH-NILAI-C TO student-nilai-total
               END-IF
           END-IF.
           PERFORM READ-CALC-HIST.
       NOTIFIKASI-POSTING.
           MOVE student-nilai-total TO notif-nilai.
           MOVE student-batal-total TO notif-batal.
           MOVE SPACES TO notif-pesan.
           MOVE student-calc-count TO count-edited.
           MOVE student-nilai-total TO nilai-edited.
           IF student-batal-count = ZERO
               STRING "KALKULASI TGL " DELIMITED BY SIZE
                      tanggal-target DELIMITED BY SIZE
                      " TELAH DIPOSTING:" DELIMITED BY SIZE
                      count-edited DELIMITED BY SIZE
                      " KALKULASI, TOTAL NILAI-C" DELIMITED BY SIZE
                      nilai-edited DELIMITED BY SIZE
                   INTO notif-pesan
           ELSE
               MOVE student-batal-count TO batal-count-edited
               MOVE student-batal-total TO batal-edited
               STRING "TGL " DELIMITED BY SIZE
                      tanggal-target DELIMITED BY SIZE
                      " DIPOSTING:" DELIMITED BY SIZE
                      count-edited DELIMITED BY SIZE
                      " KALKULASI, NILAI-C" DELIMITED BY SIZE
                      nilai-edited DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      batal-count-edited DELIMITED BY SIZE
                      " PEMBATALAN, NILAI-C BATAL" DELIMITED BY SIZE
                      batal-edited DELIMITED BY SIZE
                   INTO notif-pesan
           END-IF.
           PERFORM TULIS-NOTIFIKASI.
       PROSES-SATU-TOTALS.
           IF PT-TYPE = "S" AND PT-PERIODE = periode-target
               MOVE PT-NPM TO current-npm
               MOVE PT-NILAI-TOTAL TO notif-nilai
               MOVE ZERO TO notif-batal
               MOVE PT-CALC-COUNT TO count-edited
               MOVE PT-NILAI-TOTAL TO nilai-edited
               MOVE SPACES TO notif-pesan
               STRING "NILAI SEMESTER " DELIMITED BY SIZE
                      periode-target DELIMITED BY SIZE
                      " TELAH DITUTUP: TOTAL NILAI-C" DELIMITED BY SIZE
                      nilai-edited DELIMITED BY SIZE
                      " DARI" DELIMITED BY SIZE
                      count-edited DELIMITED BY SIZE
                      " KALKULASI" DELIMITED BY SIZE
                   INTO notif-pesan
               PERFORM TULIS-NOTIFIKASI
           END-IF.
           PERFORM READ-PERIOD-TOTALS.
      *
      *    One student in current-npm with the message built - the
      *    email when it is usable, the phone otherwise, and the
      *    cannot-notify list when neither is.
       TULIS-NOTIFIKASI.
           MOVE current-npm TO SM-NPM.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-NAMA
                   MOVE SPACES TO SM-KELAS
                   MOVE SPACES TO SM-NO-TELP
                   MOVE SPACES TO SM-EMAIL
                   MOVE "NPM TIDAK DI STUDENT-MASTER"
                       TO tidak-bisa-alasan
                   PERFORM TULIS-TIDAK-BISA
               NOT INVALID KEY
                   PERFORM TULIS-NOTIFIKASI-MAHASISWA
           END-READ.
       TULIS-NOTIFIKASI-MAHASISWA.
           PERFORM CEK-EMAIL.
           PERFORM CEK-TELP.
           IF NOT email-valid AND NOT telp-valid
               IF SM-EMAIL = SPACES AND SM-NO-TELP = SPACES
                   MOVE "EMAIL DAN TELP KOSONG" TO tidak-bisa-alasan
               ELSE
                   MOVE "EMAIL DAN TELP TIDAK VALID"
                       TO tidak-bisa-alasan
               END-IF
               PERFORM TULIS-TIDAK-BISA
           ELSE
               MOVE SPACES TO NX-NOTIFY-RECORD
               MOVE "D" TO NX-TYPE
               MOVE SM-NPM TO NX-NPM
               MOVE SM-NAMA TO NX-NAMA
               IF email-valid
                   MOVE "EMAIL" TO NX-CHANNEL
                   MOVE SM-EMAIL TO NX-ALAMAT
                   ADD 1 TO email-count
               ELSE
                   MOVE "SMS" TO NX-CHANNEL
                   MOVE SM-NO-TELP TO NX-ALAMAT
                   ADD 1 TO sms-count
               END-IF
               MOVE notif-pesan TO NX-PESAN
               WRITE NX-NOTIFY-RECORD
               ADD 1 TO detail-count
               ADD notif-nilai TO total-nilai
               ADD notif-batal TO total-batal
               MOVE SM-NPM TO npm-angka-x
               IF npm-angka-x NUMERIC
                   ADD npm-angka TO hash-npm
               END-IF
           END-IF.
       CEK-EMAIL.
           MOVE "N" TO email-is-valid.
           MOVE ZERO TO email-len.
           MOVE ZERO TO email-at-pos.
           MOVE ZERO TO email-at-count.
           MOVE ZERO TO email-dot-count.
           INSPECT SM-EMAIL TALLYING email-len
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF email-len > 4
               INSPECT SM-EMAIL TALLYING email-at-pos
                   FOR CHARACTERS BEFORE INITIAL "@"
               INSPECT SM-EMAIL(1:email-len) TALLYING email-at-count
                   FOR ALL "@"
               IF email-at-count = 1
                   AND email-at-pos > ZERO
                   AND email-at-pos < email-len - 2
                   SUBTRACT email-at-pos FROM email-len
                       GIVING email-sisa-len
                   SUBTRACT 1 FROM email-sisa-len
                   INSPECT SM-EMAIL(email-at-pos + 2:email-sisa-len)
                       TALLYING email-dot-count FOR ALL "."
                   IF email-dot-count > ZERO
                       AND SM-EMAIL(email-len:1) NOT = "."
                       AND SM-EMAIL(email-at-pos + 2:1) NOT = "."
                       MOVE "Y" TO email-is-valid
                   END-IF
               END-IF
           END-IF.
           IF email-valid AND email-len < 50
               IF SM-EMAIL(email-len + 1:) NOT = SPACES
                   MOVE "N" TO email-is-valid
               END-IF
           END-IF.
       CEK-TELP.
           MOVE "N" TO telp-is-valid.
           MOVE ZERO TO telp-len.
           INSPECT SM-NO-TELP TALLYING telp-len
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF telp-len NOT < 10
               IF SM-NO-TELP(1:1) = "+"
                   SUBTRACT 1 FROM telp-len GIVING telp-digit-len
                   IF SM-NO-TELP(2:telp-digit-len) NUMERIC
                       MOVE "Y" TO telp-is-valid
                   END-IF
               ELSE
                   IF SM-NO-TELP(1:1) = "0"
                       AND SM-NO-TELP(1:telp-len) NUMERIC
                       MOVE "Y" TO telp-is-valid
                   END-IF
               END-IF
           END-IF.
           IF telp-valid AND telp-len < 13
               IF SM-NO-TELP(telp-len + 1:) NOT = SPACES
                   MOVE "N" TO telp-is-valid
               END-IF
           END-IF.
       TULIS-TIDAK-BISA.
           ADD 1 TO tidak-bisa-count.
           MOVE SPACES TO NOTIFY-EXCEPTION-LINE.
           STRING "NPM=" DELIMITED BY SIZE
                  current-npm DELIMITED BY SIZE
                  "  NAMA=" DELIMITED BY SIZE
                  SM-NAMA DELIMITED BY SIZE
                  "  KELAS=" DELIMITED BY SIZE
                  SM-KELAS DELIMITED BY SIZE
                  "  ALASAN: " DELIMITED BY SIZE
                  tidak-bisa-alasan DELIMITED BY SIZE
               INTO NOTIFY-EXCEPTION-LINE.
           WRITE NOTIFY-EXCEPTION-LINE.
           MOVE SPACES TO NOTIFY-EXCEPTION-LINE.
           STRING "    TELP=" DELIMITED BY SIZE
                  SM-NO-TELP DELIMITED BY SIZE
                  "  EMAIL=" DELIMITED BY SIZE
                  SM-EMAIL DELIMITED BY SIZE
                  "  PESAN TERTAHAN: " DELIMITED BY SIZE
                  notif-pesan DELIMITED BY SIZE
               INTO NOTIFY-EXCEPTION-LINE.
           WRITE NOTIFY-EXCEPTION-LINE.
       TULIS-HEADER-EXTRACT.
           MOVE SPACES TO NX-NOTIFY-RECORD.
           MOVE "H" TO NX-TYPE.
           MOVE run-date TO NX-H-TANGGAL.
           IF pilih-sumber = 1
               MOVE "B" TO extract-sumber
               MOVE tanggal-target TO extract-kunci
           ELSE
               MOVE "P" TO extract-sumber
               MOVE periode-target TO extract-kunci
           END-IF.
           MOVE extract-sumber TO NX-H-SUMBER.
           MOVE extract-kunci TO NX-H-KUNCI.
           MOVE "TUGAS21" TO NX-H-PROGRAM.
           WRITE NX-NOTIFY-RECORD.
       TULIS-TRAILER-EXTRACT.
           MOVE SPACES TO NX-NOTIFY-RECORD.
           MOVE "T" TO NX-TYPE.
           MOVE detail-count TO NX-T-DETAIL-COUNT.
           MOVE hash-npm TO NX-T-HASH-NPM.
           MOVE total-nilai TO NX-T-TOTAL-NILAI.
           MOVE total-batal TO NX-T-TOTAL-BATAL.
           WRITE NX-NOTIFY-RECORD.
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
                  "  PROGRAM=TUGAS21" DELIMITED BY SIZE
                  "  OPERATOR=" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas21.
