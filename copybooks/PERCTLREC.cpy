      *> PERCLOSE appends one record per period close, marking the
      *> period (YYMM) closed on the run date. A period already
      *> marked closed may not be closed again.
      *> A supervisor may later open a closed period for prior-period
      *> adjustment (status 'A') and lock it again when done (status
      *> 'R'); each step appends another record, so the latest record
      *> for a period gives its current state. Postings effective in
      *> a period whose current state is 'C' or 'R' are rejected; in
      *> an 'A' period they post and restate the BALHIST snapshots.
      *> PCT-CLOSE-DATE and PCT-CLOSE-TIME are when the step ran and
      *> PCT-USER-ID the user who ran it. For a close they mark the
      *> BALHIST snapshot, so LDGPROOF knows which postings follow it.
       01 PERCTL-RECORD.
           05 PCT-PERIOD        PIC 9(4).
           05 PCT-STATUS        PIC X(1).
               88 PCT-CLOSED        VALUE 'C'.
               88 PCT-ADJ-OPEN      VALUE 'A'.
               88 PCT-RELOCKED      VALUE 'R'.
           05 PCT-CLOSE-DATE    PIC 9(6).
           05 PCT-CLOSE-TIME    PIC 9(8).
           05 PCT-USER-ID       PIC X(8).
