      *****************************************************
      *    Run-statistics record - one per chain step per
      *    tugas7 run, with the step's return code and the
      *    counts it handed back. RS-HARI is the weekday of
      *    the run (1 = Monday) so a night is only compared
      *    with the same night of earlier weeks. RS-STATUS
      *    "N" counts toward the trailing average, "T" is a
      *    run the volume check held and nobody has released
      *    yet, "B" a held run that was cancelled, "G" a step
      *    that failed - none of the last three are averaged.
      *****************************************************
       01  RS-RUN-STAT-RECORD.
           05  RS-TGL                 PIC 9(06).
           05  RS-HARI                PIC 9(01).
           05  RS-LANGKAH             PIC 9(01).
           05  RS-PROGRAM             PIC X(08).
           05  RS-RC                  PIC 9(04).
           05  RS-STATUS              PIC X(01).
               88  RS-DIHITUNG            VALUE "N".
               88  RS-DITAHAN             VALUE "T".
               88  RS-DIBATALKAN          VALUE "B".
               88  RS-GAGAL               VALUE "G".
           05  RS-BACA-COUNT          PIC 9(08).
           05  RS-TERIMA-COUNT        PIC 9(08).
           05  RS-TOLAK-COUNT         PIC 9(08).
           05  RS-POSTING-COUNT       PIC 9(08).
