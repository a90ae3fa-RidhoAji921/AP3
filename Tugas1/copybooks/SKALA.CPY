      *****************************************************
      *    Grade scale for one semester period - five bands,
      *    A down to E, each with the lowest net NILAI-C
      *    total that earns the letter and the grade points
      *    it carries. A total takes the first band whose
      *    GS-BATAS-BAWAH it reaches; band E always starts
      *    at zero so every total has a letter. A period
      *    without a scale of its own is graded on the most
      *    recent earlier one. Maintained through tugas18
      *    mode 1; a scale that has graded a closed period
      *    is not changed afterwards, nor is a new one put
      *    in front of it that would regrade that period.
      *****************************************************
       01  GS-SKALA-RECORD.
           05  GS-PERIODE              PIC X(06).
           05  GS-BAND OCCURS 5 TIMES.
               10  GS-HURUF            PIC X(01).
               10  GS-BATAS-BAWAH      PIC 9(14).
               10  GS-BOBOT            PIC 9V99.
