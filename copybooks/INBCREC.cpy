      *> INBCREC - inbound control log record for the INBCTL file.
      *> INBFEED appends one record for every feed file it is given:
      *> the sender's file id and date and the count and hash total
      *> the trailer claimed, against what the detail records
      *> actually added up to. Status 'A' accepted, with the ADDIN
      *> batch id it was written under; 'R' rejected whole, with the
      *> first reason found. A file id already accepted once is
      *> refused if it is sent again.
       01 INBCTL-RECORD.
           05 INB-FILE-ID       PIC X(10).
           05 INB-FILE-DATE     PIC 9(6).
           05 INB-RUN-DATE      PIC 9(6).
           05 INB-RUN-TIME      PIC 9(8).
           05 INB-STATUS        PIC X(1).
               88 INB-ACCEPTED      VALUE 'A'.
               88 INB-REJECTED      VALUE 'R'.
           05 INB-BATCH-ID      PIC X(6).
           05 INB-TRL-COUNT     PIC 9(6).
           05 INB-TRL-HASH      PIC S9(11)V99 COMP-3.
           05 INB-DTL-COUNT     PIC 9(6).
           05 INB-DTL-HASH      PIC S9(11)V99 COMP-3.
           05 INB-REASON        PIC X(30).
