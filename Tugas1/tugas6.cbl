       01  periode-filter         PIC X(6).
       01  student-calc-count     PIC 9(6).
       01  student-nilai-total    PIC 9(12).
       01  student-batal-count    PIC 9(6).
       01  student-batal-total    PIC 9(12).
       01  student-net-total      PIC 9(12).
       01  grand-student-count    PIC 9(6) VALUE ZERO.
       01  grand-calc-count       PIC 9(8) VALUE ZERO.
       01  grand-nilai-total      PIC 9(14) VALUE ZERO.
       01  grand-batal-count      PIC 9(8) VALUE ZERO.
       01  grand-batal-total      PIC 9(14) VALUE ZERO.
       01  grand-net-total        PIC 9(14).
       01  statement-page-count   PIC 9(4) VALUE ZERO.
       01  page-edited            PIC ZZZ9.
       PROCEDURE DIVISION.
               MOVE CH-NPM TO current-npm
               MOVE ZERO TO student-calc-count
               MOVE ZERO TO student-nilai-total
               MOVE ZERO TO student-batal-count
               MOVE ZERO TO student-batal-total
               PERFORM TULIS-HEADER-MAHASISWA
           END-IF.
           IF CH-IS-REVERSAL
               PERFORM TULIS-BARIS-PEMBATALAN
           ELSE
               PERFORM TULIS-BARIS-KALKULASI
           END-IF.
           PERFORM READ-CALC-HIST.
       TULIS-BARIS-KALKULASI.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  SEQ=" DELIMITED BY SIZE
                  CH-TRANS-SEQ DELIMITED BY SIZE
           ADD 1 TO grand-calc-count.
           ADD CH-NILAI-C TO student-nilai-total.
           ADD CH-NILAI-C TO grand-nilai-total.
      *
      *    A reversal prints as its own line naming the sequence it
      *    cancels, with the cancelled values shown negative, and
      *    its NILAI-C is taken back off the student's total.
       TULIS-BARIS-PEMBATALAN.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  SEQ=" DELIMITED BY SIZE
                  CH-TRANS-SEQ DELIMITED BY SIZE
                  "  BATAL SEQ=" DELIMITED BY SIZE
                  CH-REF-SEQ DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  CH-NILAI-A DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-OPERATOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-NILAI-B DELIMITED BY SIZE
                  ") = -" DELIMITED BY SIZE
                  CH-NILAI-C DELIMITED BY SIZE
                  "  TGL=" DELIMITED BY SIZE
                  CH-RUN-DATE DELIMITED BY SIZE
                  "  PERIODE=" DELIMITED BY SIZE
                  CH-PERIODE DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           ADD 1 TO student-batal-count.
           ADD 1 TO grand-batal-count.
           ADD CH-NILAI-C TO student-batal-total.
           ADD CH-NILAI-C TO grand-batal-total.
      *
      *    Statement heading for one student - a fresh page with the
      *    student's biodata from the student master, read once here
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
       TULIS-TOTAL-MAHASISWA.
           SUBTRACT student-batal-total FROM student-nilai-total
               GIVING student-net-total.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  JUMLAH KALKULASI: " DELIMITED BY SIZE
                  student-calc-count DELIMITED BY SIZE
                  "  PEMBATALAN: " DELIMITED BY SIZE
                  student-batal-count DELIMITED BY SIZE
                  "  TOTAL NILAI-C: " DELIMITED BY SIZE
                  student-net-total DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
      *
      *    Report-level grand totals after the last statement.
       TULIS-TOTAL-LAPORAN.
           SUBTRACT grand-batal-total FROM grand-nilai-total
               GIVING grand-net-total.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "TOTAL MAHASISWA: " DELIMITED BY SIZE
                  grand-student-count DELIMITED BY SIZE
                  "  TOTAL KALKULASI: " DELIMITED BY SIZE
                  grand-calc-count DELIMITED BY SIZE
                  "  PEMBATALAN: " DELIMITED BY SIZE
                  grand-batal-count DELIMITED BY SIZE
                  "  TOTAL NILAI-C: " DELIMITED BY SIZE
                  grand-net-total DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
       END PROGRAM tugas6.
