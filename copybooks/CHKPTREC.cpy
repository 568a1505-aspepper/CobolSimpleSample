           05 CHK-BAD-TIE-SW        PIC X(1).
           05 CHK-BATCH-COUNT       PIC 9(4).
           05 CHK-BATCHES-ENDED     PIC 9(4).
           05 CHK-HELD-COUNT        PIC 9(6).
