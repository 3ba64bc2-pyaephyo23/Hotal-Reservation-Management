           05  PA-STATUS           PIC X(10).
           05  PA-ACTION-DATE      PIC 9(8).
           05  PA-CAPTURED-AMT     PIC 9(9).
           05  PA-RECON-FLAG       PIC X.
