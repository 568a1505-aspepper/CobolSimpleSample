      *> RSTRPTREC - print line for the RSTRPT prior-period
      *> restatement report. ARITHDRV, ADDONL and ADDAPR append to it
      *> each time a posting effective in a period opened for
      *> adjustment restates a BALHIST snapshot: one line per account
      *> and period showing the snapshot before and after the posting.
       01 RSTRPT-RECORD PIC X(80).
