          01 MARK-STATUS PIC X(1).

          01 RUN-DATE PIC 9(6).
          01 RUN-USER-ID PIC X(8).

          01 SHOW-TRAN-KEY PIC 9(6).
          01 SHOW-REASON PIC X(20).
          01 FIX-N2-IN PIC -(6)9.99.
          01 FIX-ACCT-IN PIC X(6).
          01 FIX-CONTRA-IN PIC X(6).
          01 FIX-REV-KEY-IN PIC 9(6).
          01 FIX-REV-DATE-IN PIC 9(6).
          01 FIX-EFF-DATE-IN PIC 9(6).
          01 FIX-ACTION PIC X(1).
              88 FIX-RESUBMIT VALUE 'R'.
              88 FIX-SKIP VALUE 'S'.
          01 FIX-MESSAGE PIC X(30) VALUE SPACES.

          01 RESUBMIT-COUNT PIC 9(6) VALUE ZERO.
          01 SKIPPED-COUNT PIC 9(6) VALUE ZERO.
          01 REFUSED-COUNT PIC 9(6) VALUE ZERO.

          COPY SECFLDS.

      SCREEN SECTION.
      01 ADDFIX-REPAIR-SCREEN.
          05 LINE 10 COLUMN 15 PIC X(6) USING FIX-ACCT-IN.
          05 LINE 11 COLUMN 1 VALUE 'CONTRA  :'.
          05 LINE 11 COLUMN 15 PIC X(6) USING FIX-CONTRA-IN.
          05 LINE 12 COLUMN 1 VALUE 'REV KEY :'.
          05 LINE 12 COLUMN 15 PIC 9(6) USING FIX-REV-KEY-IN.
          05 LINE 13 COLUMN 1 VALUE 'REV DATE:'.
          05 LINE 13 COLUMN 15 PIC 9(6) USING FIX-REV-DATE-IN.
          05 LINE 14 COLUMN 1 VALUE 'EFF DATE:'.
          05 LINE 14 COLUMN 15 PIC 9(6) USING FIX-EFF-DATE-IN.
          05 LINE 16 COLUMN 1 VALUE 'RESUBMIT OR SKIP (R/S):'.
          05 LINE 16 COLUMN 25 PIC X USING FIX-ACTION.
          05 LINE 18 COLUMN 1 PIC X(30) FROM FIX-MESSAGE.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
          OPEN INPUT ADDREJ.
          OPEN OUTPUT ADDRSB.
          OPEN I-O REJMST.
          CLOSE REJMST.
          DISPLAY 'REJECTS RESUBMITTED: ' RESUBMIT-COUNT.
          DISPLAY 'REJECTS SKIPPED:     ' SKIPPED-COUNT.
          DISPLAY 'REJECTS REFUSED:     ' REFUSED-COUNT.
          STOP RUN.

      READ-REJECT-RECORD.
          MOVE REJ-NUMBER2 TO FIX-N2-IN.
          MOVE REJ-ACCOUNT-ID TO FIX-ACCT-IN.
          MOVE REJ-CONTRA-ACCT TO FIX-CONTRA-IN.
          IF REJ-TRAN-SOURCE = 'V'
              MOVE REJ-ORIG-TRAN-KEY TO FIX-REV-KEY-IN
              MOVE REJ-ORIG-RUN-DATE TO FIX-REV-DATE-IN
          ELSE
              MOVE ZERO TO FIX-REV-KEY-IN
              MOVE ZERO TO FIX-REV-DATE-IN
          END-IF.
          IF REJ-EFF-DATE NUMERIC
              MOVE REJ-EFF-DATE TO FIX-EFF-DATE-IN
          ELSE
              MOVE ZERO TO FIX-EFF-DATE-IN
          END-IF.
          MOVE SPACE TO FIX-ACTION.
          DISPLAY ADDFIX-REPAIR-SCREEN.
          ACCEPT ADDFIX-REPAIR-SCREEN.
          MOVE SPACES TO FIX-MESSAGE.
          PERFORM CHECK-REPAIR-RIGHT.
          IF SEC-REFUSED
              ADD 1 TO REFUSED-COUNT
              MOVE SEC-REASON TO FIX-MESSAGE
          ELSE
              IF FIX-RESUBMIT
                  PERFORM WRITE-RESUBMIT-RECORD
                  MOVE 'R' TO MARK-STATUS
              ELSE
                  ADD 1 TO SKIPPED-COUNT
                  MOVE 'S' TO MARK-STATUS
              END-IF
              PERFORM MARK-REJECT-MASTER
          END-IF.
          PERFORM READ-REJECT-RECORD.

      *> Resubmitting needs the repair right and skipping needs the
      *> write-off right on USRAUTH. A refused reject is neither
      *> resubmitted nor marked, so it stays outstanding on REJMST
      *> for someone who holds the right; the reason shows on the
      *> next reject's screen.
      CHECK-REPAIR-RIGHT.
          MOVE RUN-USER-ID TO SEC-USER-ID.
          MOVE 'ADDFIX' TO SEC-PROGRAM.
          IF FIX-RESUBMIT
              SET SEC-REJECT-REPAIR TO TRUE
          ELSE
              SET SEC-REJECT-WRITE-OFF TO TRUE
          END-IF.
          CALL 'SECCHK' USING SECCHK-PARMS.

      MARK-REJECT-MASTER.
          MOVE 'N' TO REJMST-EOF-SW.
          MOVE 'N' TO REJMST-MARKED-SW.
          MOVE FIX-N2-IN TO NUMBER2.
          MOVE FIX-ACCT-IN TO ACCOUNT-ID.
          MOVE FIX-CONTRA-IN TO CONTRA-ACCOUNT-ID.
          MOVE FIX-EFF-DATE-IN TO EFF-DATE.
          IF REJ-TRAN-SOURCE = 'V'
              MOVE 'V' TO TRAN-SOURCE
              MOVE FIX-REV-KEY-IN TO ORIG-TRAN-KEY
              MOVE FIX-REV-DATE-IN TO ORIG-RUN-DATE
          ELSE
              MOVE 'R' TO TRAN-SOURCE
              MOVE REJ-TRAN-KEY TO ORIG-TRAN-KEY
              IF REJ-ORIG-TRAN-KEY NUMERIC
                  IF REJ-ORIG-TRAN-KEY > ZERO
                      MOVE REJ-ORIG-TRAN-KEY TO ORIG-TRAN-KEY
                  END-IF
              END-IF
              MOVE ZERO TO ORIG-RUN-DATE
          END-IF.
          WRITE ADDIN-RECORD.
          ADD 1 TO RESUBMIT-COUNT.
