          COPY AUDITREC.

      FD  AUDARCH.
      01 AUDARCH-RECORD PIC X(107).

      FD  AUDITNEW.
      01 AUDITNEW-RECORD PIC X(107).

      FD  ARCRPT.
      01 ARCRPT-RECORD PIC X(80).
          MOVE AUD-RESULT TO AIX-RESULT.
          MOVE AUD-SOURCE-CODE TO AIX-SOURCE-CODE.
          MOVE AUD-ORIG-TRAN-KEY TO AIX-ORIG-TRAN-KEY.
          MOVE AUD-ORIG-RUN-DATE TO AIX-ORIG-RUN-DATE.
          MOVE AUD-ORIG-RUN-TIME TO AIX-ORIG-RUN-TIME.
          MOVE AUD-EFF-DATE TO AIX-EFF-DATE.
          MOVE AUD-APPROVER-ID TO AIX-APPROVER-ID.
          MOVE AUD-BATCH-ID TO AIX-BATCH-ID.
          WRITE AUDITIDX-RECORD
              INVALID KEY
                  DISPLAY 'AUDARCH DUPLICATE AUDIT INDEX KEY '
