           05 REJ-ORIG-TRAN-KEY PIC 9(6).
           05 REJ-REASON-CODE   PIC X(1).
           05 REJ-REASON-TEXT   PIC X(20).
           05 REJ-ORIG-RUN-DATE PIC 9(6).
           05 REJ-EFF-DATE      PIC 9(6).
