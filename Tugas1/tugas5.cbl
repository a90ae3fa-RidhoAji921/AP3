           05  TR-NILAI-A              PIC 9(06).
           05  TR-NILAI-B              PIC 9(06).
           05  TR-OPERATOR-CODE        PIC 9(01).
           05  TR-JENIS                PIC X(01).
           05  TR-REF-SEQ              PIC 9(06).
       FD  CALC-OUTPUT.
           COPY "CALCTRAN.CPY" REPLACING
               ==CT-CALC-TRAN-RECORD== BY ==CALC-OUTPUT-RECORD==
           05  sum-sub-count      PIC 9(8) VALUE ZERO.
           05  sum-mul-count      PIC 9(8) VALUE ZERO.
           05  sum-div-count      PIC 9(8) VALUE ZERO.
           05  sum-batal-count    PIC 9(8) VALUE ZERO.
           05  sum-exc-count      PIC 9(8) VALUE ZERO.
       01  sum-posted-count       PIC 9(8).
       01  summary-was-read       PIC X(1) VALUE "N".
                   MOVE CALC-SUMMARY-LINE(19:8) TO sum-mul-count
               WHEN CALC-SUMMARY-LINE(1:18) = "PEMBAGIAN   (/) : "
                   MOVE CALC-SUMMARY-LINE(19:8) TO sum-div-count
               WHEN CALC-SUMMARY-LINE(1:18) = "PEMBATALAN  (R) : "
                   MOVE CALC-SUMMARY-LINE(19:8) TO sum-batal-count
               WHEN CALC-SUMMARY-LINE(1:30) =
                       "TRANSAKSI GAGAL (EXCEPTION) : "
                   MOVE CALC-SUMMARY-LINE(31:8) TO sum-exc-count
           WRITE RECON-REPORT-LINE.
           IF summary-present
               ADD sum-add-count sum-sub-count sum-mul-count
                   sum-div-count sum-batal-count
                   GIVING sum-posted-count
               PERFORM BANDINGKAN-TRANSAKSI
               PERFORM BANDINGKAN-POSTING
               PERFORM BANDINGKAN-EXCEPTION
