      *> USRREC - user authorization record for the indexed USRAUTH
      *> file, keyed by the user id the programs take from the USER
      *> environment value. Each right is 'Y' when the user may
      *> perform that function; any other value refuses it, and a
      *> suspended user is refused everything. The rights are laid
      *> out in SECFLDS function-number order so USR-RIGHT (n) is the
      *> right for function n; the FILLER is room for more. SECCHK
      *> reads the record for every protected function and stamps
      *> the user's last sign-on; USRMNT maintains the file, stamping
      *> who added and last changed each user, and SECRPT lists it.
       01 USRAUTH-RECORD.
           05 USR-USER-ID       PIC X(8).
           05 USR-NAME          PIC X(30).
           05 USR-STATUS        PIC X(1).
               88 USR-ACTIVE        VALUE 'A'.
               88 USR-SUSPENDED     VALUE 'S'.
           05 USR-RIGHTS.
               10 USR-RT-POST       PIC X(1).
               10 USR-RT-ACCT-ADD   PIC X(1).
               10 USR-RT-ACCT-CLOSE PIC X(1).
               10 USR-RT-ACCT-REOPEN PIC X(1).
               10 USR-RT-REPAIR     PIC X(1).
               10 USR-RT-WRITE-OFF  PIC X(1).
               10 USR-RT-PER-CLOSE  PIC X(1).
               10 USR-RT-REBUILD    PIC X(1).
               10 USR-RT-SECURITY   PIC X(1).
               10 FILLER            PIC X(7).
           05 USR-RIGHT-TABLE REDEFINES USR-RIGHTS.
               10 USR-RIGHT         PIC X(1) OCCURS 16.
           05 USR-LAST-SIGNON-DATE PIC 9(6).
           05 USR-LAST-SIGNON-TIME PIC 9(8).
           05 USR-ADDED-DATE    PIC 9(6).
           05 USR-ADDED-BY      PIC X(8).
           05 USR-CHANGED-DATE  PIC 9(6).
           05 USR-CHANGED-BY    PIC X(8).
