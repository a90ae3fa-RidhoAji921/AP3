      *****************************************************
      *    Record counts a nightly chain step hands back to
      *    the tugas7 driver - records read, accepted,
      *    rejected, and posted to a master or output deck.
      *    Passed as an optional CALL argument: a step run on
      *    its own has no caller, the item has no address, and
      *    the counts go nowhere. tugas7 keeps them on
      *    RUN-STATS for its volume check and the tugas24
      *    trend report.
      *****************************************************
       01  ST-STATISTIK-LANGKAH.
           05  ST-BACA-COUNT          PIC 9(08).
           05  ST-TERIMA-COUNT        PIC 9(08).
           05  ST-TOLAK-COUNT         PIC 9(08).
           05  ST-POSTING-COUNT       PIC 9(08).
