      *> repaired reject (AUD-ORIG-TRAN-KEY holds the rejected key),
      *> 'G' transaction generated by ADDGEN from the standing-order
      *> master (AUD-ORIG-TRAN-KEY holds the standing-order id),
      *> 'O' online posting from ADDONL, 'V' reversal posted by
      *> ARITHDRV, 'X' reversal posted online from ADDONL, 'A'
      *> interest or fee charge generated by ACCRGEN, 'F' received
      *> on the branch feed by INBFEED (AUD-ORIG-TRAN-KEY holds the
      *> sender's sequence number). On a
      *> reversal AUD-ORIG-TRAN-KEY, AUD-ORIG-RUN-DATE and
      *> AUD-ORIG-RUN-TIME identify the original entry it negates;
      *> the amounts and op code are the original's and AUD-RESULT
      *> is the original result with the sign changed.
      *> AUD-CONTRA-ACCT carries the offset account the equal and
      *> opposite amount posted to; spaces on records written before
      *> double-entry posting was introduced.
      *> AUD-EFF-DATE is the effective date the posting was booked
      *> under; it decides the accounting period and is the run date
      *> when the transaction carried none.
      *> AUD-APPROVER-ID is the supervisor who released a posting
      *> held for approval through ADDAPR; AUD-USER-ID and AUD-JOB-ID
      *> then name the submitting user and job. Spaces on postings
      *> that did not need approval.
      *> AUD-BATCH-ID is the batch the posting came in under (spaces
      *> for online postings); ADDEDIT matches incoming transactions
      *> against it to catch a batch that is sent twice.
       01 AUDIT-RECORD.
           05 AUD-RUN-DATE      PIC 9(6).
           05 AUD-RUN-TIME      PIC 9(8).
           05 AUD-SOURCE-CODE   PIC X(1).
           05 AUD-ORIG-TRAN-KEY PIC 9(6).
           05 AUD-CONTRA-ACCT   PIC X(6).
           05 AUD-ORIG-RUN-DATE PIC 9(6).
           05 AUD-ORIG-RUN-TIME PIC 9(8).
           05 AUD-EFF-DATE      PIC 9(6).
           05 AUD-APPROVER-ID   PIC X(8).
           05 AUD-BATCH-ID      PIC X(6).
