      *****************************************************
      *    Student notification extract handed to the
      *    campus mail/SMS gateway - written by tugas21.
      *    One "H" header naming the event (B = a night's
      *    tugas2 posting by run date, P = a tugas13 period
      *    close by periode), one "D" record per student to
      *    be told, and one "T" trailer with the detail
      *    count and hash totals the gateway agrees before
      *    it sends anything. NX-CHANNEL is "EMAIL" when
      *    SM-EMAIL is usable, otherwise "SMS" to SM-NO-TELP;
      *    a student with neither is not in the extract but
      *    on the tugas21 cannot-notify list. The trailer's
      *    NILAI total adds up the NILAI-C figure each message
      *    quotes - what a night posted, or a period's net -
      *    and its BATAL total the reversed NILAI-C a night's
      *    messages quote beside it, so the night's net is
      *    the one less the other.
      *****************************************************
       01  NX-NOTIFY-RECORD.
           05  NX-TYPE                 PIC X(01).
               88  NX-IS-HEADER        VALUE "H".
               88  NX-IS-DETAIL        VALUE "D".
               88  NX-IS-TRAILER       VALUE "T".
           05  NX-DETAIL.
               10  NX-NPM              PIC X(08).
               10  NX-NAMA             PIC X(50).
               10  NX-CHANNEL          PIC X(05).
               10  NX-ALAMAT           PIC X(50).
               10  NX-PESAN            PIC X(120).
           05  NX-HEADER REDEFINES NX-DETAIL.
               10  NX-H-TANGGAL        PIC 9(06).
               10  NX-H-SUMBER         PIC X(01).
               10  NX-H-KUNCI          PIC X(06).
               10  NX-H-PROGRAM        PIC X(08).
               10  FILLER              PIC X(212).
           05  NX-TRAILER REDEFINES NX-DETAIL.
               10  NX-T-DETAIL-COUNT   PIC 9(08).
               10  NX-T-HASH-NPM       PIC 9(14).
               10  NX-T-TOTAL-NILAI    PIC 9(16).
               10  NX-T-TOTAL-BATAL    PIC 9(16).
               10  FILLER              PIC X(179).
