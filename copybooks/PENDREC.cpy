      *> PENDREC - pending-approval record for the indexed PENDAPR
      *> file. A transaction whose result is above the RUNPARM
      *> APPRLIMIT is not posted by ARITHDRV or ADDONL; it is held
      *> here at status 'P' under the submitting run's date, start
      *> time and a sequence within the run. A supervisor works the
      *> queue through ADDAPR: approving ('A') posts it to LEDGER,
      *> AUDITLOG and AUDITIDX with both user ids on the audit
      *> record; declining ('D') writes it to REJMST and ADDREJ for
      *> repair or write-off. The approver may never be the user who
      *> submitted the item. PND-ORIGIN is 'B' for the batch run and
      *> 'O' for an online posting; the transaction fields are
      *> carried exactly as they would have posted, with
      *> PND-TRAN-SOURCE already resolved to its audit source code.
       01 PENDAPR-RECORD.
           05 PND-KEY.
               10 PND-SUBMIT-DATE  PIC 9(6).
               10 PND-SUBMIT-TIME  PIC 9(8).
               10 PND-SUBMIT-SEQ   PIC 9(6).
           05 PND-STATUS        PIC X(1).
               88 PND-PENDING       VALUE 'P'.
               88 PND-APPROVED      VALUE 'A'.
               88 PND-DECLINED      VALUE 'D'.
           05 PND-SUBMIT-USER   PIC X(8).
           05 PND-SUBMIT-JOB    PIC X(8).
           05 PND-ORIGIN        PIC X(1).
               88 PND-FROM-BATCH    VALUE 'B'.
               88 PND-FROM-ONLINE   VALUE 'O'.
           05 PND-BATCH-ID      PIC X(6).
           05 PND-TRAN-KEY      PIC 9(6).
           05 PND-OP-CODE       PIC X(3).
           05 PND-NUMBER1       PIC S9(7)V99 COMP-3.
           05 PND-NUMBER2       PIC S9(7)V99 COMP-3.
           05 PND-RESULT        PIC S9(7)V99 COMP-3.
           05 PND-ACCOUNT-ID    PIC X(6).
           05 PND-CONTRA-ACCT   PIC X(6).
           05 PND-TRAN-SOURCE   PIC X(1).
           05 PND-ORIG-TRAN-KEY PIC 9(6).
           05 PND-EFF-DATE      PIC 9(6).
           05 PND-APPROVER-ID   PIC X(8).
           05 PND-ACTION-DATE   PIC 9(6).
