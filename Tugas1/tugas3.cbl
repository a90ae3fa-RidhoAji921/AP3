               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS roster-report-status.
           SELECT SORT-WORK ASSIGN TO "SORT-WORK".
           SELECT KELAS-MASTER ASSIGN TO "KELAS-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS KM-KELAS
               FILE STATUS IS kelas-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           05  SW-NPM                  PIC X(08).
           05  SW-NO-TELP              PIC X(13).
           05  SW-EMAIL                PIC X(50).
       FD  KELAS-MASTER.
           COPY "KELAS.CPY".
       WORKING-STORAGE SECTION.
       01  student-master-status  PIC X(2).
       01  roster-report-status   PIC X(2).
       01  page-count             PIC 9(4) VALUE ZERO.
       01  page-edited            PIC ZZZ9.
       01  count-edited           PIC ZZZZZ9.
       01  kelas-master-status    PIC X(2).
       01  kelas-master-dibuka    PIC X(1) VALUE "N".
           88  kelas-master-ada    VALUE "Y".
       01  kelas-terdaftar        PIC X(1).
           88  kelas-on-file       VALUE "Y".
       01  kelas-isi-count        PIC 9(6).
       01  kelas-habis            PIC X(1).
           88  no-more-in-kelas    VALUE "Y".
       01  isi-edited             PIC ZZZZZ9.
       01  kapasitas-edited       PIC ZZ9.
       01  status-kelas-teks      PIC X(10).
       01  roster-column-heading.
           05  FILLER             PIC X(10) VALUE "NPM".
           05  FILLER             PIC X(52) VALUE "NAMA".
               DISPLAY "STUDENT-MASTER TIDAK DITEMUKAN, ROSTER DIBATAL"
               STOP RUN
           END-IF.
           OPEN INPUT KELAS-MASTER.
           IF kelas-master-status = "00"
               MOVE "Y" TO kelas-master-dibuka
           ELSE
               DISPLAY "KELAS-MASTER TIDAK ADA, WALI KELAS DILEWATI"
           END-IF.
           OPEN OUTPUT ROSTER-REPORT.
           SORT SORT-WORK
               ON ASCENDING KEY SW-KELAS SW-NAMA
               INPUT PROCEDURE IS RELEASE-STUDENTS
               OUTPUT PROCEDURE IS PRINT-ROSTER.
           CLOSE STUDENT-MASTER.
           IF kelas-master-ada
               CLOSE KELAS-MASTER
           END-IF.
           CLOSE ROSTER-REPORT.
           DISPLAY "ROSTER SELESAI, TOTAL MAHASISWA: ", grand-count.
           STOP RUN.
               END-IF
               MOVE SW-KELAS TO current-kelas
               MOVE ZERO TO kelas-count
               PERFORM AMBIL-DATA-KELAS
               PERFORM PRINT-KELAS-HEADING
           END-IF.
           IF report-line-count NOT < lines-per-page
           MOVE SPACES TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           IF kelas-on-file
               STRING "KELAS: " DELIMITED BY SIZE
                      current-kelas DELIMITED BY SIZE
                      "  WALI KELAS: " DELIMITED BY SIZE
                      KM-WALI-KELAS DELIMITED BY SIZE
                      "  TERISI " DELIMITED BY SIZE
                      isi-edited DELIMITED BY SIZE
                      " / KAPASITAS " DELIMITED BY SIZE
                      kapasitas-edited DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      status-kelas-teks DELIMITED BY SIZE
                   INTO ROSTER-REPORT-LINE
           ELSE
               STRING "KELAS: " DELIMITED BY SIZE
                      current-kelas DELIMITED BY SIZE
                      "  TERISI " DELIMITED BY SIZE
                      isi-edited DELIMITED BY SIZE
                      "  (TIDAK TERDAFTAR DI KELAS-MASTER)"
                          DELIMITED BY SIZE
                   INTO ROSTER-REPORT-LINE
           END-IF.
           WRITE ROSTER-REPORT-LINE.
           ADD 2 TO report-line-count.
      *
      *    At each class break, looks the kelas up on the kelas
      *    master for its wali kelas and capacity, and counts the
      *    seats filled down the sm-kelas key - the input side of
      *    the sort is finished by now, so the student master is
      *    free to browse. The heading reprinted at a page break
      *    reuses the same figures.
       AMBIL-DATA-KELAS.
           MOVE "N" TO kelas-terdaftar.
           MOVE SPACES TO status-kelas-teks.
           IF kelas-master-ada
               MOVE current-kelas TO KM-KELAS
               READ KELAS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO kelas-terdaftar
               END-READ
           END-IF.
           IF kelas-on-file
               MOVE KM-KAPASITAS TO kapasitas-edited
               IF NOT KM-IS-AKTIF
                   MOVE "(DITUTUP)" TO status-kelas-teks
               END-IF
           END-IF.
           MOVE ZERO TO kelas-isi-count.
           MOVE "N" TO kelas-habis.
           MOVE current-kelas TO SM-KELAS.
           START STUDENT-MASTER KEY = SM-KELAS
               INVALID KEY MOVE "Y" TO kelas-habis
           END-START.
           IF NOT no-more-in-kelas
               PERFORM BACA-ISI-KELAS
           END-IF.
           PERFORM HITUNG-SATU-ISI UNTIL no-more-in-kelas.
           MOVE kelas-isi-count TO isi-edited.
       HITUNG-SATU-ISI.
           ADD 1 TO kelas-isi-count.
           PERFORM BACA-ISI-KELAS.
       BACA-ISI-KELAS.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO kelas-habis
           END-READ.
           IF NOT no-more-in-kelas
               AND SM-KELAS NOT = current-kelas
               MOVE "Y" TO kelas-habis
           END-IF.
       PRINT-KELAS-TOTAL.
           MOVE kelas-count TO count-edited.
           MOVE SPACES TO ROSTER-REPORT-LINE.
