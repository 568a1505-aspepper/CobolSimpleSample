      *> SUSPREC - suspect duplicate master record for the indexed
      *> SUSPMST file. ADDEDIT holds a transaction out of ADDOUT and
      *> adds a record at status 'S' (suspect) when the same batch
      *> id, transaction key, account, contra and amounts already
      *> posted within the DUPDAYS look-back window; SUS-PRIOR-*
      *> identify the matching AUDITIDX posting. SUS-ADDIN-IMAGE is
      *> the held ADDIN record exactly as it was received. ADDDUP
      *> moves a suspect to 'R' (released, image written to ADDREL
      *> for the next run) or 'K' (killed). When the released record
      *> comes back through ADDEDIT it is let through once and the
      *> entry moves to 'P' (passed to posting). The key carries the
      *> edit run's date, time and record number so a file sent a
      *> third time gets entries of its own.
       01 SUSPMST-RECORD.
           05 SUS-KEY.
               10 SUS-BATCH-ID     PIC X(6).
               10 SUS-TRAN-KEY     PIC 9(6).
               10 SUS-EDIT-DATE    PIC 9(6).
               10 SUS-EDIT-TIME    PIC 9(8).
               10 SUS-EDIT-SEQ     PIC 9(6).
           05 SUS-STATUS          PIC X(1).
               88 SUS-SUSPECT         VALUE 'S'.
               88 SUS-RELEASED        VALUE 'R'.
               88 SUS-KILLED          VALUE 'K'.
               88 SUS-PASSED          VALUE 'P'.
           05 SUS-STATUS-DATE     PIC 9(6).
           05 SUS-ACTION-USER     PIC X(8).
           05 SUS-PRIOR-RUN-DATE  PIC 9(6).
           05 SUS-PRIOR-RUN-TIME  PIC 9(8).
           05 SUS-PRIOR-JOB-ID    PIC X(8).
           05 SUS-ADDIN-IMAGE     PIC X(50).
