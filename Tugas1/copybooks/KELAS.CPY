      *****************************************************
      *    Kelas reference master - one record per valid
      *    class, keyed on the kelas code SM-KELAS carries.
      *    Holds the program of study, the seat capacity,
      *    the wali kelas (homeroom lecturer), and a status
      *    byte: "A" open for students, "T" closed - a
      *    closed class keeps its record for the roster
      *    and the audit trail but takes no new students.
      *    Maintained through tugas1 mode 7; tugas1, the
      *    tugas15 registrar load and the tugas11 promotion
      *    refuse a kelas that is not on file or is closed,
      *    and warn when a class goes over capacity.
      *****************************************************
       01  KM-KELAS-RECORD.
           05  KM-KELAS                PIC X(05).
           05  KM-PRODI                PIC X(30).
           05  KM-KAPASITAS            PIC 9(03).
           05  KM-WALI-KELAS           PIC X(30).
           05  KM-STATUS               PIC X(01).
               88  KM-IS-AKTIF         VALUE "A".
               88  KM-IS-DITUTUP       VALUE "T".
