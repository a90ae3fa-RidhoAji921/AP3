      *    period stamp existed carry spaces there. Every
      *    batch run of tugas2 adds to this master; the
      *    history report reads it back in NPM order.
      *    A reversal is posted as an entry of its own -
      *    CH-JENIS "R", CH-REF-SEQ naming the sequence it
      *    cancels, and the cancelled entry's values and
      *    period copied across - so the original is never
      *    touched and every total nets it out by
      *    subtracting the reversal's NILAI-C. Ordinary
      *    postings carry a space there.
      *    COPY ... REPLACING ==CH-== BY ==xx-== to give
      *    the record a distinct name in each FD.
      *****************************************************
           05  CH-NILAI-C              PIC 9(10).
           05  CH-RUN-DATE             PIC 9(06).
           05  CH-PERIODE              PIC X(06).
           05  CH-JENIS                PIC X(01).
               88  CH-IS-REVERSAL          VALUE "R".
           05  CH-REF-SEQ              PIC 9(06).
