      *> EXPTOTREC - independently-supplied expected control total for
      *> a batch/run, used by ARITHDRV to tie out its own CTL-TOTAL.
      *> Where a batch id has more than one record the latest is used.
       01 EXPTOT-RECORD.
           05 EXP-BATCH-ID      PIC X(6).
           05 EXP-TOTAL         PIC S9(7)V99 COMP-3.
