      *>   LINESPAGE - report lines per page (ARITHDRV, AUDRPT)
      *>   MAXACCTS  - account table limit (ARITHDRV, LDGSTMT),
      *>               capped at the compiled table size of 5000
      *>   APPRLIMIT - whole-unit amount above which a posting is
      *>               held on PENDAPR for approval (ARITHDRV,
      *>               ADDONL); zero or absent means no limit
      *>   DUPDAYS   - ADDEDIT duplicate look-back window in days
      *>               before the run date (default 7, up to 366);
      *>               zero switches the duplicate check off
       01 RUNPARM-RECORD.
           05 PRM-NAME          PIC X(12).
           05 PRM-VALUE         PIC X(8).
