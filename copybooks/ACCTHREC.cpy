      *> way AUDITLOG records every posting, so auditors can see who
      *> opened, changed, closed or reopened an account and when.
      *> AH-APPLY-MODE: 'S' screen entry, 'B' batch apply.
      *> The type and group before and after the change are kept as
      *> well, so a reclassification can be traced like any other.
       01 ACCTHST-RECORD.
           05 AH-RUN-DATE       PIC 9(6).
           05 AH-RUN-TIME       PIC 9(8).
               88 AH-DESC-CHANGE    VALUE 'D'.
               88 AH-CLOSE          VALUE 'C'.
               88 AH-REOPEN         VALUE 'R'.
               88 AH-CLASSIFY       VALUE 'T'.
           05 AH-OLD-DESC       PIC X(30).
           05 AH-NEW-DESC       PIC X(30).
           05 AH-OLD-STATUS     PIC X(1).
           05 AH-NEW-STATUS     PIC X(1).
           05 AH-APPLY-MODE     PIC X(1).
           05 AH-OLD-TYPE       PIC X(1).
           05 AH-NEW-TYPE       PIC X(1).
           05 AH-OLD-GROUP      PIC X(6).
           05 AH-NEW-GROUP      PIC X(6).
