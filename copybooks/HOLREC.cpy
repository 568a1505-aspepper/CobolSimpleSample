      *> HOLREC - bank holiday record for the indexed HOLCAL file,
      *> keyed by the holiday's date (YYMMDD). Saturdays and Sundays
      *> are never business days and need no record; every weekday
      *> on HOLCAL is a day the bank is closed. HOLMNT maintains the
      *> file and stamps who added each date; the BUSDAY subprogram
      *> reads it for every program that counts business days.
       01 HOLCAL-RECORD.
           05 HOL-DATE          PIC 9(6).
           05 HOL-DESC          PIC X(30).
           05 HOL-USER-ID       PIC X(8).
           05 HOL-ADDED-DATE    PIC 9(6).
