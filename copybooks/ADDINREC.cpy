      *> posts RESULT to ACCOUNT-ID and the equal and opposite amount
      *> to the contra so every transaction is balanced double-entry.
      *> The contra must also be an open account on ACCTMST.
      *> TRAN-SOURCE 'V' requests a reversal: the posting run finds
      *> the original 'P' entry on AUDITIDX under ACCOUNT-ID for run
      *> date ORIG-RUN-DATE and transaction key ORIG-TRAN-KEY, and
      *> posts the exact negation of it to both sides. OP-CODE, the
      *> amounts and the contra are taken from the original entry,
      *> so they are ignored on a reversal request.
      *> EFF-DATE (YYMMDD) is the date the transaction takes effect
      *> in the books and decides which accounting period it falls
      *> in; zero means the posting run's own date. A transaction
      *> effective in a period PERCLOSE has closed is rejected unless
      *> that period has been opened for prior-period adjustment.
      *> TRAN-SOURCE 'A' marks an interest or fee charge generated by
      *> ACCRGEN from the RATETBL rules. TRAN-SOURCE 'F' marks a
      *> transaction received from the branch system's inbound feed
      *> by INBFEED; ORIG-TRAN-KEY holds the sender's sequence number.
       01 ADDIN-RECORD.
           05 TRAN-KEY          PIC 9(6).
           05 OP-CODE           PIC X(3).
               88 TRAN-KEYED        VALUE 'K' ' '.
               88 TRAN-RESUBMITTED  VALUE 'R'.
               88 TRAN-GENERATED    VALUE 'G'.
               88 TRAN-REVERSAL     VALUE 'V'.
               88 TRAN-ACCRUAL      VALUE 'A'.
               88 TRAN-FEED         VALUE 'F'.
           05 ORIG-TRAN-KEY     PIC 9(6).
           05 CONTRA-ACCOUNT-ID PIC X(6).
           05 ORIG-RUN-DATE     PIC 9(6).
           05 EFF-DATE          PIC 9(6).

      *> A 'BHD' record opens a batch in a multi-batch input stream;
      *> the detail records that follow belong to that batch until
           05 BHDR-CODE         PIC X(3).
               88 BATCH-HEADER      VALUE 'BHD'.
           05 BHDR-BATCH-ID     PIC X(6).
           05 FILLER            PIC X(35).
