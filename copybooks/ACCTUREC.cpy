      *> ACCTUREC - batch maintenance transaction for the ACCTUPD
      *> file, applied to the ACCTMST master by ACCTMNT in batch
      *> mode for bulk loads. Actions match the screen functions:
      *> 'A' add, 'D' change description, 'C' close, 'R' reopen,
      *> 'T' classify (set type and reporting group).
      *> AUP-DESC is used by the add and description-change actions
      *> and ignored by close and reopen. AUP-TYPE and AUP-GROUP are
      *> used by classify and, when present, by add.
       01 ACCTUPD-RECORD.
           05 AUP-ACTION        PIC X(1).
           05 AUP-ACCT-ID       PIC X(6).
           05 AUP-DESC          PIC X(30).
           05 AUP-TYPE          PIC X(1).
           05 AUP-GROUP         PIC X(6).
