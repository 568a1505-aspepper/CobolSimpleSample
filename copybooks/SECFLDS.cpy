      *> SECFLDS - parameter block for the SECCHK security check
      *> subprogram. The caller sets the user id from its USER
      *> environment value, its own program name and the function
      *> it is about to perform:
      *>   1 online posting and reversal     (ADDONL)
      *>   2 account add                     (ACCTMNT)
      *>   3 account close                   (ACCTMNT)
      *>   4 account reopen                  (ACCTMNT)
      *>   5 reject repair and resubmission  (ADDFIX)
      *>   6 reject write-off                (ADDFIX)
      *>   7 period close, authorize, relock (PERCLOSE)
      *>   8 ledger rebuild                  (LDGPROOF)
      *>   9 user authorization maintenance  (USRMNT)
      *> SEC-GRANTED comes back only when the user is on USRAUTH,
      *> active, and holds the right. Otherwise SEC-REFUSED is set,
      *> SEC-REASON says why, and SECCHK has already written the
      *> attempt to the SECLOG security violation log.
       01 SECCHK-PARMS.
           05 SEC-USER-ID       PIC X(8).
           05 SEC-PROGRAM       PIC X(8).
           05 SEC-FUNCTION      PIC 9(2).
               88 SEC-ONLINE-POSTING VALUE 1.
               88 SEC-ACCOUNT-ADD   VALUE 2.
               88 SEC-ACCOUNT-CLOSE VALUE 3.
               88 SEC-ACCOUNT-REOPEN VALUE 4.
               88 SEC-REJECT-REPAIR VALUE 5.
               88 SEC-REJECT-WRITE-OFF VALUE 6.
               88 SEC-PERIOD-CLOSE  VALUE 7.
               88 SEC-LEDGER-REBUILD VALUE 8.
               88 SEC-USER-MAINTENANCE VALUE 9.
               88 SEC-FUNCTION-VALID VALUE 1 THRU 9.
           05 SEC-RESULT        PIC X(1).
               88 SEC-GRANTED       VALUE 'Y'.
               88 SEC-REFUSED       VALUE 'N'.
           05 SEC-REASON        PIC X(30).
