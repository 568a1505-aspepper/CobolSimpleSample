      *> it writes to ADDREJ; ADDFIX advances it to 'R' (resubmitted)
      *> or 'S' (skipped/written off); ARITHDRV marks it 'C'
      *> (cleared) when the resubmitted TRAN-SOURCE 'R' transaction
      *> finally posts, matched on the ORIG-TRAN-KEY lineage. A
      *> rejected reversal keeps its 'V' source when resubmitted, so
      *> it is cleared on the account and original key it reverses.
      *> ADDAPR also adds a record at status 'O', reason 'D', when a
      *> supervisor declines a held item, and clears the original
      *> when it approves a held resubmission.
      *> Unlike ADDREJ this file survives from run to run, so
      *> supervisors can prove every reject was repaired or written
      *> off.
       01 REJMST-RECORD.
           05 RM-KEY.
               10 RM-TRAN-KEY   PIC 9(6).
               88 RM-SKIPPED        VALUE 'S'.
               88 RM-CLEARED        VALUE 'C'.
           05 RM-STATUS-DATE    PIC 9(6).
           05 RM-ORIG-RUN-DATE  PIC 9(6).
           05 RM-EFF-DATE       PIC 9(6).
