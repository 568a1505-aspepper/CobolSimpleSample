      *> record per posting account, keyed by ACCT-ID, carrying the
      *> account description and its open/closed status. Transactions
      *> may only post to accounts that exist here and are open.
      *> ACCT-TYPE classifies the account for the financial
      *> statements and ACCT-GROUP names the reporting line it rolls
      *> up into; FINSTMT totals by type and group. Both are spaces
      *> on an account that has not been classified yet.
       01 ACCT-RECORD.
           05 ACCT-ID           PIC X(6).
           05 ACCT-DESC         PIC X(30).
           05 ACCT-STATUS       PIC X(1).
               88 ACCT-OPEN         VALUE 'O'.
               88 ACCT-CLOSED       VALUE 'C'.
           05 ACCT-TYPE         PIC X(1).
               88 ACCT-ASSET        VALUE 'A'.
               88 ACCT-LIABILITY    VALUE 'L'.
               88 ACCT-EQUITY       VALUE 'E'.
               88 ACCT-INCOME       VALUE 'I'.
               88 ACCT-EXPENSE      VALUE 'X'.
           05 ACCT-GROUP        PIC X(6).
