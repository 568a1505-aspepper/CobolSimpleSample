      *> it to match the retained log, and one AUDARCH run is needed
      *> at cutover to backfill the index from an existing AUDITLOG.
      *> Until then readers fall back to scanning the log itself.
      *> A reversal ('V' or 'X' source) carries the original entry's
      *> run date and time with its key, so a second reversal of the
      *> same entry can be found under the same account and refused.
       01 AUDITIDX-RECORD.
           05 AIX-KEY.
               10 AIX-ACCOUNT-ID PIC X(6).
           05 AIX-NUMBER2       PIC S9(7)V99 COMP-3.
           05 AIX-RESULT        PIC S9(7)V99 COMP-3.
           05 AIX-SOURCE-CODE   PIC X(1).
               88 AIX-REVERSAL-ENTRY VALUE 'V' 'X'.
           05 AIX-ORIG-TRAN-KEY PIC 9(6).
           05 AIX-CONTRA-ACCT   PIC X(6).
           05 AIX-ORIG-RUN-DATE PIC 9(6).
           05 AIX-ORIG-RUN-TIME PIC 9(8).
           05 AIX-EFF-DATE      PIC 9(6).
           05 AIX-APPROVER-ID   PIC X(8).
           05 AIX-BATCH-ID      PIC X(6).
