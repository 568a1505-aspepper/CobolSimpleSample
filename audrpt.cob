              05 FILLER PIC X(3) VALUE 'SRC'.
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(6) VALUE 'CONTRA'.
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(13) VALUE 'ORIG KEY/DATE'.

          01 RPT-DETAIL-LINE.
              05 D-TRAN-KEY PIC 9(6).
              05 D-SOURCE PIC X(1).
              05 FILLER PIC X(4) VALUE SPACES.
              05 D-CONTRA-ID PIC X(6).
              05 FILLER PIC X(2) VALUE SPACES.
              05 D-ORIG-KEY PIC ZZZZZ9 BLANK WHEN ZERO.
              05 FILLER PIC X(1) VALUE SPACES.
              05 D-ORIG-DATE PIC ZZZZZ9 BLANK WHEN ZERO.

          01 RPT-COUNT-LINE-1.
              05 FILLER PIC X(20) VALUE 'RECORDS READ '.
          MOVE AUD-ACCOUNT-ID TO D-ACCOUNT-ID.
          MOVE AUD-SOURCE-CODE TO D-SOURCE.
          MOVE AUD-CONTRA-ACCT TO D-CONTRA-ID.
          MOVE AUD-ORIG-TRAN-KEY TO D-ORIG-KEY.
          MOVE AUD-ORIG-RUN-DATE TO D-ORIG-DATE.
          WRITE AUDRPT-RECORD FROM RPT-DETAIL-LINE.
          ADD 1 TO LINE-COUNT.

