           SELECT RUN-LOG ASSIGN TO "RUN-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-log-status.
           SELECT KELAS-MASTER ASSIGN TO "KELAS-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS KM-KELAS
               FILE STATUS IS kelas-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           05  RC-OPERATOR            PIC X(10).
       FD  RUN-LOG.
       01  RUN-LOG-LINE               PIC X(132).
       FD  KELAS-MASTER.
           COPY "KELAS.CPY".
       WORKING-STORAGE SECTION.
           01  nama                   PIC X(50).
           01  npm                    PIC X(8).
           01  sandi-baru2            PIC X(12).
           01  sandi-idx              PIC 9(2) COMP.
           01  signon-hasil           PIC X(14).
           01  signon-jam             PIC 9(8).
           01  opr-target-sandi       PIC X(12).
           01  run-control-status     PIC X(2).
           01  run-log-status         PIC X(2).
           01  runlog-pesan           PIC X(40).
           01  asal-rantai            PIC X(1).
               88  chain-invocation    VALUE "Y".
           01  kelas-master-status    PIC X(2).
           01  kelas-isi-count        PIC 9(4).
           01  kelas-lewat-kapasitas  PIC X(1).
               88  kelas-over-capacity VALUE "Y".
           01  kelas-asal             PIC X(5).
           01  ubah-kelas-asal        PIC X(1) VALUE "N".
               88  update-in-progress  VALUE "Y".
           01  isi-edited             PIC ZZZ9.
           01  kapasitas-edited       PIC ZZ9.
           01  kls-pilihan            PIC 9(1).
           01  kls-target-kelas       PIC X(5).
           01  kls-target-prodi       PIC X(30).
           01  kls-target-kapasitas   PIC 9(3).
           01  kls-target-wali        PIC X(30).
           01  kls-target-status      PIC X(1).
           01  kls-is-update          PIC X(1).
               88  kls-was-update      VALUE "Y".
           01  kls-eof                PIC X(1).
               88  no-more-kelas       VALUE "Y".
           01  batch-baca-count       PIC 9(8) VALUE ZERO.
           01  batch-terima-count     PIC 9(8) VALUE ZERO.
           01  batch-tolak-count      PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
      *    Optional argument from the tugas7 chain driver - "C"
      *    stand-alone run has no caller, so the item has no
      *    address and the run counts as manual.
       01  tanda-rantai               PIC X(01).
      *
      *    Second optional argument from the chain - the batch
      *    load's card counts go back through it for RUN-STATS.
           COPY "STEPSTAT.CPY".
       PROCEDURE DIVISION USING tanda-rantai ST-STATISTIK-LANGKAH.
       MAIN-PROCEDURE.
            MOVE "N" TO asal-rantai.
            IF ADDRESS OF tanda-rantai NOT = NULL
                END-IF
            END-IF.
            PERFORM OPEN-STUDENT-MASTER.
            PERFORM OPEN-KELAS-MASTER.
            OPEN EXTEND EXCEPTION-REPORT.
            IF exception-report-status = "35"
                OPEN OUTPUT EXCEPTION-REPORT
            DISPLAY "4. Ubah data mahasiswa".
            DISPLAY "5. Hapus data mahasiswa".
            DISPLAY "6. Kelola operator".
            DISPLAY "7. Kelola kelas".
            ACCEPT pilih-mode.
            IF pilih-mode < 1 OR pilih-mode > 7
                DISPLAY "PILIHAN TIDAK VALID"
                MOVE 8 TO RETURN-CODE
                GO TO END-PROCEDURE
      *
      *    Update modes wait their turn behind the nightly chain -
      *    while tugas7 has the batch lock up, only inquiry (mode 3)
      *    and operator and kelas maintenance may continue. Mode 2
      *    passes under the batch lock only when this run IS the
      *    chain's own batch-load step (the tanda-rantai argument) - a
      *    manual mode 2 in the batch window refuses like the
      *    other update modes. A mode that does go ahead on a free
      *    lock registers an online session so the chain in turn
                END-IF
            END-IF.
            GO TO INTERACTIVE-CAPTURE, BATCH-LOAD, INQUIRE-STUDENT,
                UPDATE-STUDENT, DELETE-STUDENT, OPERATOR-MAINTENANCE,
                KELAS-MAINTENANCE
                DEPENDING ON pilih-mode.
       INTERACTIVE-CAPTURE.
            DISPLAY "Nama: ", ACCEPT nama.
      *
      *    Looks a student up by npm, captures new field values, then
      *    runs them through the same validate/save/audit path as an
      *    interactive add. The kelas on file is kept aside so a
      *    student left in a class since closed, not yet registered,
      *    or already over capacity can still have other fields put
      *    right - only a change of kelas is checked against it.
       UPDATE-STUDENT.
            DISPLAY "NPM yang diubah: ", ACCEPT npm.
            MOVE npm TO SM-NPM.
            DISPLAY "Kelas baru: ", ACCEPT kelas.
            DISPLAY "No telpon baru: ", ACCEPT no_telp.
            DISPLAY "Email baru: ", ACCEPT email.
            MOVE SM-KELAS TO kelas-asal.
            MOVE "Y" TO ubah-kelas-asal.
            PERFORM VALIDATE-AND-SAVE.
            MOVE "N" TO ubah-kelas-asal.
            IF NOT record-valid
                DISPLAY "DITOLAK - ", exception-reason
            ELSE
            PERFORM TAMPILKAN-SATU-OPERATOR UNTIL no-more-operators.
            GO TO END-PROCEDURE.
      *
      *    Administers the kelas reference master - add or change a
      *    class with its program of study, seat capacity, wali
      *    kelas and open/closed status, remove a class nobody is
      *    in any more, or list the classes with their seats
      *    filled. Level 3 only, and audited like the operator
      *    file. A class that still has students is closed with
      *    status T rather than removed.
       KELAS-MAINTENANCE.
            DISPLAY "Kelola kelas".
            DISPLAY "1. Tambah / ubah kelas".
            DISPLAY "2. Hapus kelas".
            DISPLAY "3. Daftar kelas".
            ACCEPT kls-pilihan.
            IF kls-pilihan < 1 OR kls-pilihan > 3
                DISPLAY "PILIHAN TIDAK VALID"
                GO TO END-PROCEDURE
            END-IF.
            GO TO KELAS-SAVE, KELAS-DELETE, KELAS-LIST
                DEPENDING ON kls-pilihan.
       KELAS-SAVE.
            DISPLAY "Kode kelas: ", ACCEPT kls-target-kelas.
            DISPLAY "Program studi: ", ACCEPT kls-target-prodi.
            DISPLAY "Kapasitas: ", ACCEPT kls-target-kapasitas.
            DISPLAY "Wali kelas: ", ACCEPT kls-target-wali.
            DISPLAY "Status (A=AKTIF T=DITUTUP): ".
            ACCEPT kls-target-status.
            IF kls-target-kelas = SPACES
                OR kls-target-kelas = "LULUS"
                DISPLAY "KODE KELAS KOSONG ATAU DICADANGKAN, DIBATALKAN"
                GO TO END-PROCEDURE
            END-IF.
            IF kls-target-kapasitas NOT NUMERIC
                OR kls-target-kapasitas = ZERO
                DISPLAY "KAPASITAS HARUS ANGKA 1-999, DIBATALKAN"
                GO TO END-PROCEDURE
            END-IF.
            IF kls-target-status NOT = "A"
                AND kls-target-status NOT = "T"
                DISPLAY "STATUS HARUS A ATAU T, DIBATALKAN"
                GO TO END-PROCEDURE
            END-IF.
            MOVE SPACES TO audit-before-image.
            MOVE "N" TO kls-is-update.
            MOVE kls-target-kelas TO KM-KELAS.
            READ KELAS-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO kls-is-update
                    MOVE KM-KELAS-RECORD TO audit-before-image
            END-READ.
            MOVE SPACES TO KM-KELAS-RECORD.
            MOVE kls-target-kelas     TO KM-KELAS.
            MOVE kls-target-prodi     TO KM-PRODI.
            MOVE kls-target-kapasitas TO KM-KAPASITAS.
            MOVE kls-target-wali      TO KM-WALI-KELAS.
            MOVE kls-target-status    TO KM-STATUS.
            IF kls-was-update
                REWRITE KM-KELAS-RECORD
                MOVE "KLSUPD" TO audit-action
            ELSE
                WRITE KM-KELAS-RECORD
                MOVE "KLSADD" TO audit-action
            END-IF.
            MOVE KM-KELAS-RECORD TO audit-after-image.
            MOVE SPACES TO npm.
            PERFORM WRITE-AUDIT-LOG.
            DISPLAY "KELAS ", kls-target-kelas, " TELAH DISIMPAN".
      *
      *    A capacity cut below the students already in the class
      *    is allowed - the registrar may be shrinking it for next
      *    year - but the operator is told how far over it now is.
            MOVE kls-target-kelas TO kelas.
            PERFORM HITUNG-ISI-KELAS.
            IF kelas-isi-count > KM-KAPASITAS
                MOVE kelas-isi-count TO isi-edited
                MOVE KM-KAPASITAS TO kapasitas-edited
                DISPLAY "PERINGATAN - KELAS SUDAH TERISI ", isi-edited,
                    " MELEBIHI KAPASITAS ", kapasitas-edited
            END-IF.
            GO TO END-PROCEDURE.
       KELAS-DELETE.
            DISPLAY "Kode kelas yang dihapus: ".
            ACCEPT kls-target-kelas.
            MOVE kls-target-kelas TO KM-KELAS.
            READ KELAS-MASTER
                INVALID KEY
                    DISPLAY "KELAS TIDAK DITEMUKAN: ", kls-target-kelas
                    GO TO END-PROCEDURE
            END-READ.
            MOVE kls-target-kelas TO kelas.
            MOVE SPACES TO npm.
            PERFORM HITUNG-ISI-KELAS.
            IF kelas-isi-count > ZERO
                MOVE kelas-isi-count TO isi-edited
                DISPLAY "KELAS MASIH BERISI ", isi-edited,
                    " MAHASISWA - TUTUP DENGAN STATUS T"
                GO TO END-PROCEDURE
            END-IF.
            MOVE KM-KELAS-RECORD TO audit-before-image.
            DELETE KELAS-MASTER RECORD.
            MOVE SPACES TO audit-after-image.
            MOVE "KLSDEL" TO audit-action.
            PERFORM WRITE-AUDIT-LOG.
            DISPLAY "KELAS ", kls-target-kelas, " TELAH DIHAPUS".
            GO TO END-PROCEDURE.
       KELAS-LIST.
            MOVE "N" TO kls-eof.
            MOVE LOW-VALUES TO KM-KELAS.
            START KELAS-MASTER KEY NOT < KM-KELAS
                INVALID KEY MOVE "Y" TO kls-eof
            END-START.
            IF NOT no-more-kelas
                PERFORM READ-NEXT-KELAS
            END-IF.
            PERFORM TAMPILKAN-SATU-KELAS UNTIL no-more-kelas.
            GO TO END-PROCEDURE.
      *
      *    Single exit point. The return code tells the overnight
      *    driver how the run went: 0 clean, 4 when records were
      *    written to the exception report, 8 when the run aborted.
            CLOSE EXCEPTION-REPORT.
            CLOSE AUDIT-LOG.
            CLOSE OPERATOR-MASTER.
            CLOSE KELAS-MASTER.
            IF RETURN-CODE = ZERO AND exception-write-count > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF ADDRESS OF ST-STATISTIK-LANGKAH NOT = NULL
                MOVE batch-baca-count   TO ST-BACA-COUNT
                MOVE batch-terima-count TO ST-TERIMA-COUNT
                MOVE batch-tolak-count  TO ST-TOLAK-COUNT
                MOVE batch-terima-count TO ST-POSTING-COUNT
            END-IF.
            GOBACK.
      *
      *    Opens the student master for update, creating it on the
                OPEN I-O STUDENT-MASTER
            END-IF.
      *
      *    Opens the kelas master the same way - on the very first
      *    run it is created empty, and every kelas is refused until
      *    mode 7 registers the classes.
       OPEN-KELAS-MASTER.
            OPEN I-O KELAS-MASTER.
            IF kelas-master-status = "35"
                OPEN OUTPUT KELAS-MASTER
                CLOSE KELAS-MASTER
                OPEN I-O KELAS-MASTER
            END-IF.
      *
      *    One pass of the batch load - moves the current card image
      *    into the capture fields, saves it, counts it read and
      *    accepted or rejected, then reads the next one.
       LOAD-ONE-STUDENT.
            MOVE SI-NAMA    TO nama.
            MOVE SI-NPM     TO npm.
            MOVE SI-KELAS   TO kelas.
            MOVE SI-NO-TELP TO no_telp.
            MOVE SI-EMAIL   TO email.
            ADD 1 TO batch-baca-count.
            PERFORM VALIDATE-AND-SAVE.
            IF record-valid
                ADD 1 TO batch-terima-count
            ELSE
                ADD 1 TO batch-tolak-count
            END-IF.
            PERFORM READ-STUDENT-INPUT.
       READ-STUDENT-INPUT.
            READ STUDENT-INPUT
                AT END MOVE "Y" TO eof-student-input
            END-READ.
      *
      *    Validates the captured biodata - npm numeric, kelas open
      *    on the kelas master, no_telp a phone-shaped string, email
      *    containing "@" - and either saves the record to the
      *    student master or logs it to the exception report with
      *    the reason it was rejected. A class pushed past its
      *    capacity still takes the student, with a warning line on
      *    the exception report so the registrar hears about it.
       VALIDATE-AND-SAVE.
            PERFORM VALIDATE-STUDENT-DATA.
            IF record-valid
                PERFORM SAVE-STUDENT-MASTER
                IF kelas-over-capacity
                    PERFORM WRITE-KAPASITAS-WARNING
                END-IF
            ELSE
                PERFORM WRITE-EXCEPTION-REPORT
            END-IF.
                MOVE "NPM bukan angka" TO current-check-message
                PERFORM FLAG-EXCEPTION
            END-IF.
            PERFORM CHECK-KELAS.
            PERFORM CHECK-NO-TELP.
            IF telp-is-bad-char
                MOVE "No telpon bukan format nomor telpon"
                END-STRING
            END-IF.
      *
      *    The kelas must be on the kelas master and still open. The
      *    seats already taken are counted down the sm-kelas key,
      *    leaving out the student being saved. An update that
      *    keeps the kelas already on file is not checked at all.
       CHECK-KELAS.
            MOVE "N" TO kelas-lewat-kapasitas.
            IF update-in-progress AND kelas = kelas-asal
                CONTINUE
            ELSE
                PERFORM CHECK-KELAS-MASTER
            END-IF.
       CHECK-KELAS-MASTER.
            MOVE kelas TO KM-KELAS.
            READ KELAS-MASTER
                INVALID KEY
                    MOVE SPACES TO KM-STATUS
                    MOVE ZERO TO KM-KAPASITAS
            END-READ.
            IF KM-STATUS = SPACES
                MOVE "Kelas tidak terdaftar" TO current-check-message
                PERFORM FLAG-EXCEPTION
            ELSE
                IF NOT KM-IS-AKTIF
                    MOVE "Kelas sudah ditutup" TO current-check-message
                    PERFORM FLAG-EXCEPTION
                ELSE
                    PERFORM HITUNG-ISI-KELAS
                    ADD 1 TO kelas-isi-count
                    IF kelas-isi-count > KM-KAPASITAS
                        MOVE "Y" TO kelas-lewat-kapasitas
                    END-IF
                END-IF
            END-IF.
      *
      *    Counts the students of the kelas in kelas other than npm,
      *    browsing the sm-kelas alternate key the same way the
      *    class inquiry does.
       HITUNG-ISI-KELAS.
            MOVE ZERO TO kelas-isi-count.
            MOVE "N" TO browse-eof.
            MOVE kelas TO SM-KELAS.
            START STUDENT-MASTER KEY = SM-KELAS
                INVALID KEY MOVE "Y" TO browse-eof
            END-START.
            IF NOT no-more-browse
                PERFORM BROWSE-NEXT-KELAS
            END-IF.
            PERFORM HITUNG-SATU-ISI UNTIL no-more-browse.
       HITUNG-SATU-ISI.
            IF SM-NPM NOT = npm
                ADD 1 TO kelas-isi-count
            END-IF.
            PERFORM BROWSE-NEXT-KELAS.
      *
      *    Scans no_telp for any character that is not a digit, a
      *    space, or one of the usual phone punctuation marks.
       CHECK-NO-TELP.
            WRITE EXCEPTION-REPORT-LINE.
            ADD 1 TO exception-write-count.
      *
      *    The over-capacity warning for a student who was saved -
      *    same report, so it counts toward the return code 4 that
      *    tells the chain the run needs a look.
       WRITE-KAPASITAS-WARNING.
            MOVE kelas-isi-count TO isi-edited.
            MOVE KM-KAPASITAS TO kapasitas-edited.
            DISPLAY "PERINGATAN - KELAS ", kelas, " TERISI ",
                isi-edited, " MELEBIHI KAPASITAS ", kapasitas-edited.
            MOVE SPACES TO EXCEPTION-REPORT-LINE.
            STRING "NPM=" DELIMITED BY SIZE
                   npm DELIMITED BY SIZE
                   "  NAMA=" DELIMITED BY SIZE
                   nama DELIMITED BY SIZE
                   "  PERINGATAN: KELAS " DELIMITED BY SIZE
                   kelas DELIMITED BY SIZE
                   " TERISI " DELIMITED BY SIZE
                   isi-edited DELIMITED BY SIZE
                   " MELEBIHI KAPASITAS " DELIMITED BY SIZE
                   kapasitas-edited DELIMITED BY SIZE
                INTO EXCEPTION-REPORT-LINE.
            WRITE EXCEPTION-REPORT-LINE.
            ADD 1 TO exception-write-count.
      *
      *    Writes the captured biodata to the student master,
      *    keyed on npm - updates the record if it is already
      *    on file, adds it otherwise. The record on file (if any)
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
                   "  PROGRAM=TUGAS1" DELIMITED BY SIZE
                   operator-id DELIMITED BY SIZE
                   "  HASIL=" DELIMITED BY SIZE
                   signon-hasil DELIMITED BY SIZE
                   "  JAM=" DELIMITED BY SIZE
                   signon-jam(1:6) DELIMITED BY SIZE
                INTO SIGNON-LOG-LINE.
            WRITE SIGNON-LOG-LINE.
      *
      *    The permission level each mode needs - inquiry is open to
      *    every operator, data changes need level 2, and delete,
      *    operator and kelas administration need level 3.
       CEK-WEWENANG-MODE.
            EVALUATE pilih-mode
                WHEN 3 MOVE 1 TO mode-level-required
            DISPLAY OP-OPERATOR-ID, " LEVEL=", OP-LEVEL,
                " ", OP-NAMA.
            PERFORM READ-NEXT-OPERATOR.
       READ-NEXT-KELAS.
            READ KELAS-MASTER NEXT RECORD
                AT END MOVE "Y" TO kls-eof
            END-READ.
       TAMPILKAN-SATU-KELAS.
            MOVE KM-KELAS TO kelas.
            MOVE SPACES TO npm.
            PERFORM HITUNG-ISI-KELAS.
            MOVE kelas-isi-count TO isi-edited.
            MOVE KM-KAPASITAS TO kapasitas-edited.
            DISPLAY KM-KELAS, " STATUS=", KM-STATUS,
                " TERISI=", isi-edited, "/", kapasitas-edited,
                " WALI=", KM-WALI-KELAS.
            DISPLAY "      PRODI=", KM-PRODI.
            PERFORM READ-NEXT-KELAS.
      *
      *    The shared run-control lock - the tugas7 chain raises a
      *    "B" record while the nightly batch owns the masters, and
