      *> run date's day of month. An expiry date of zero means the
      *> order never expires. STO-CONTRA-ACCT is the offset account
      *> carried onto every generated transaction for balanced
      *> double-entry posting. STO-ROLL says what happens when a
      *> weekly or monthly order falls due on a weekend or a HOLCAL
      *> holiday: 'F' rolls it to the next business day, 'P' back to
      *> the business day before; space or 'N' leaves it on the due
      *> date itself, as before. Daily orders are not rolled.
       01 STANDORD-RECORD.
           05 STO-ID            PIC 9(4).
           05 STO-OP-CODE       PIC X(3).
           05 STO-FREQ-DAY      PIC 9(2).
           05 STO-EFF-DATE      PIC 9(6).
           05 STO-EXP-DATE      PIC 9(6).
           05 STO-ROLL          PIC X(1).
               88 STO-ROLL-FOLLOWING VALUE 'F'.
               88 STO-ROLL-PRECEDING VALUE 'P'.
               88 STO-ROLL-NONE      VALUE ' ' 'N'.
