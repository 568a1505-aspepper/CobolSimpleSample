      *> RATEREC - interest and fee rule record for the indexed
      *> RATETBL file. A rule applies either to one account
      *> (RT-KEY-TYPE 'A', RT-KEY-ID the ACCT-ID) or to every account
      *> in a reporting group (RT-KEY-TYPE 'G', RT-KEY-ID the
      *> ACCT-GROUP); RT-SEQ allows several rules per key. When an
      *> account has rules of its own, its group's rules are not
      *> applied to it. ACCRGEN turns each rule into a charge:
      *>   'I' interest  - balance x RT-RATE (annual percent); on the
      *>                   daily basis for the days since the rule
      *>                   last accrued over a 365-day year, on the
      *>                   period-end basis for one month. The charge
      *>                   carries the balance's sign.
      *>   'F' flat fee  - RT-FEE-AMOUNT, debited to the account.
      *>   'P' percent   - RT-RATE percent of the balance, ignoring
      *>       fee         its sign, but not less than RT-FEE-AMOUNT;
      *>                   debited to the account.
      *> RT-BASIS 'D' takes the balance from LEDGER and accrues on
      *> every run; 'M' takes the BALHIST close balance of the last
      *> closed period and accrues once per period. RT-CONTRA-ACCT
      *> is the income or expense account taking the other side.
      *> RT-LAST-DATE and RT-LAST-PERIOD record the last accrual so
      *> a rule is not charged twice; ACCRGEN maintains them.
       01 RATE-RECORD.
           05 RT-KEY.
               10 RT-KEY-TYPE   PIC X(1).
                   88 RT-BY-ACCOUNT     VALUE 'A'.
                   88 RT-BY-GROUP       VALUE 'G'.
               10 RT-KEY-ID     PIC X(6).
               10 RT-SEQ        PIC 9(2).
           05 RT-RULE           PIC X(1).
               88 RT-INTEREST       VALUE 'I'.
               88 RT-FLAT-FEE       VALUE 'F'.
               88 RT-PERCENT-FEE    VALUE 'P'.
           05 RT-BASIS          PIC X(1).
               88 RT-DAILY          VALUE 'D'.
               88 RT-PERIOD-END     VALUE 'M'.
           05 RT-RATE           PIC 9(3)V9(4).
           05 RT-FEE-AMOUNT     PIC S9(7)V99 COMP-3.
           05 RT-CONTRA-ACCT    PIC X(6).
           05 RT-EFF-DATE       PIC 9(6).
           05 RT-EXP-DATE       PIC 9(6).
           05 RT-LAST-DATE      PIC 9(6).
           05 RT-LAST-PERIOD    PIC 9(4).
