      *> SECLREC - security violation record for the sequential
      *> SECLOG file. SECCHK appends one record for every refused
      *> attempt at a protected function: when, who (user and job),
      *> from which program, the SECFLDS function number and the
      *> reason it was refused. SECRPT lists the recent ones.
       01 SECLOG-RECORD.
           05 SLG-DATE          PIC 9(6).
           05 SLG-TIME          PIC 9(8).
           05 SLG-USER-ID       PIC X(8).
           05 SLG-JOB-ID        PIC X(8).
           05 SLG-PROGRAM       PIC X(8).
           05 SLG-FUNCTION      PIC 9(2).
           05 SLG-REASON        PIC X(30).
