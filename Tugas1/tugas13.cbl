      *    total record per period. Closes for successive periods
      *    accumulate in this one file.
       FD  PERIOD-TOTALS.
           COPY "PERTOTAL.CPY".
       WORKING-STORAGE SECTION.
       01  calc-hist-master-status PIC X(2).
       01  operator-master-status PIC X(2).
       01  sandi-baru2            PIC X(12).
       01  sandi-idx              PIC 9(2) COMP.
       01  signon-hasil           PIC X(14).
       01  signon-jam             PIC 9(8).
       01  period-totals-status   PIC X(2).
       01  run-date               PIC 9(6).
       01  operator-id            PIC X(10).
       01  current-npm            PIC X(8) VALUE SPACES.
       01  student-calc-count     PIC 9(8).
       01  student-nilai-total    PIC 9(14).
       01  student-batal-count    PIC 9(8).
       01  student-batal-total    PIC 9(14).
       01  period-student-count   PIC 9(6) VALUE ZERO.
       01  period-calc-count      PIC 9(8) VALUE ZERO.
       01  period-nilai-total     PIC 9(14) VALUE ZERO.
       01  period-batal-count     PIC 9(8) VALUE ZERO.
       01  period-batal-total     PIC 9(14) VALUE ZERO.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT run-date FROM DATE.
           CLOSE CALC-HISTORY-MASTER.
           CLOSE PERIOD-TOTALS.
           DISPLAY "PERIODE ", periode-target, " DITUTUP. MAHASISWA: ",
               period-student-count, " KALKULASI: ", period-calc-count,
               " PEMBATALAN: ", period-batal-count.
           IF period-calc-count = ZERO
               DISPLAY "PERINGATAN - TIDAK ADA POSTING PERIODE INI"
               MOVE 4 TO RETURN-CODE
      *    The history master is keyed on npm plus sequence, so the
      *    period's postings arrive grouped per student - a change
      *    of npm is a control break, exactly the tugas6 statement
      *    walk with the other periods passed over. A reversal is
      *    counted on its own and its NILAI-C is taken back off the
      *    total when the student's record is written - it always
      *    carries the period of the entry it cancels, so both fall
      *    inside the same close.
       PROSES-SATU-KALKULASI.
           IF CH-PERIODE NOT = periode-target
               PERFORM READ-CALC-HIST
               MOVE CH-NPM TO current-npm
               MOVE ZERO TO student-calc-count
               MOVE ZERO TO student-nilai-total
               MOVE ZERO TO student-batal-count
               MOVE ZERO TO student-batal-total
               ADD 1 TO period-student-count
           END-IF.
           IF CH-IS-REVERSAL
               ADD 1 TO student-batal-count
               ADD 1 TO period-batal-count
               ADD CH-NILAI-C TO student-batal-total
               ADD CH-NILAI-C TO period-batal-total
           ELSE
               ADD 1 TO student-calc-count
               ADD 1 TO period-calc-count
               ADD CH-NILAI-C TO student-nilai-total
               ADD CH-NILAI-C TO period-nilai-total
           END-IF.
           PERFORM READ-CALC-HIST.
       TULIS-PERIOD-HEADER.
           MOVE SPACES TO PERIOD-TOTALS-RECORD.
           MOVE ZERO TO PT-NILAI-TOTAL.
           MOVE ZERO TO PT-STUDENT-COUNT.
           MOVE run-date TO PT-CLOSE-DATE.
           MOVE ZERO TO PT-BATAL-COUNT.
           WRITE PERIOD-TOTALS-RECORD.
       TULIS-TOTAL-MAHASISWA.
           MOVE SPACES TO PERIOD-TOTALS-RECORD.
           MOVE periode-target TO PT-PERIODE.
           MOVE current-npm TO PT-NPM.
           MOVE student-calc-count TO PT-CALC-COUNT.
           SUBTRACT student-batal-total FROM student-nilai-total
               GIVING PT-NILAI-TOTAL.
           MOVE ZERO TO PT-STUDENT-COUNT.
           MOVE run-date TO PT-CLOSE-DATE.
           MOVE student-batal-count TO PT-BATAL-COUNT.
           WRITE PERIOD-TOTALS-RECORD.
       TULIS-PERIOD-TRAILER.
           MOVE SPACES TO PERIOD-TOTALS-RECORD.
           MOVE periode-target TO PT-PERIODE.
           MOVE SPACES TO PT-NPM.
           MOVE period-calc-count TO PT-CALC-COUNT.
           SUBTRACT period-batal-total FROM period-nilai-total
               GIVING PT-NILAI-TOTAL.
           MOVE period-student-count TO PT-STUDENT-COUNT.
           MOVE run-date TO PT-CLOSE-DATE.
           MOVE period-batal-count TO PT-BATAL-COUNT.
           WRITE PERIOD-TOTALS-RECORD.
      *
      *    Checks the operator id and password against the operator
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
                  "  PROGRAM=TUGAS13" DELIMITED BY SIZE
                  operator-id DELIMITED BY SIZE
                  "  HASIL=" DELIMITED BY SIZE
                  signon-hasil DELIMITED BY SIZE
                  "  JAM=" DELIMITED BY SIZE
                  signon-jam(1:6) DELIMITED BY SIZE
               INTO SIGNON-LOG-LINE.
           WRITE SIGNON-LOG-LINE.
       END PROGRAM tugas13.
