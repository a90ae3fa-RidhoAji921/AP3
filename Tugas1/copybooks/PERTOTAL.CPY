      *****************************************************
      *    Frozen per-period totals record written by the
      *    tugas13 period close - PT-TYPE "P" marks the
      *    close of a period, "S" carries one student's
      *    calculation count and net NILAI-C total for that
      *    semester, "T" the period's grand totals. The net
      *    total already has every reversal subtracted, and
      *    PT-BATAL-COUNT says how many reversals went into
      *    it; records from closes before reversals existed
      *    carry spaces there.
      *****************************************************
       01  PERIOD-TOTALS-RECORD.
           05  PT-TYPE                PIC X(01).
           05  PT-PERIODE             PIC X(06).
           05  PT-NPM                 PIC X(08).
           05  PT-CALC-COUNT          PIC 9(08).
           05  PT-NILAI-TOTAL         PIC 9(14).
           05  PT-STUDENT-COUNT       PIC 9(06).
           05  PT-CLOSE-DATE          PIC 9(06).
           05  PT-BATAL-COUNT         PIC 9(08).
