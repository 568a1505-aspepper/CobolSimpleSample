      IDENTIFICATION DIVISION.
      PROGRAM-ID. FINSTMT.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT ACCTMST ASSIGN TO "ACCTMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-ID.
          SELECT LEDGER ASSIGN TO "LEDGER"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LEDGER-KEY.
          SELECT BALHIST ASSIGN TO "BALHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BH-KEY
              FILE STATUS IS BALHIST-STATUS.
          SELECT PERCTL ASSIGN TO "PERCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PERCTL-STATUS.
          SELECT FINRPT ASSIGN TO "FINRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
      FILE SECTION.
      FD  ACCTMST.
          COPY ACCTREC.

      FD  LEDGER.
          COPY LEDGREC.

      FD  BALHIST.
          COPY BALHREC.

      FD  PERCTL.
          COPY PERCTLREC.

      FD  FINRPT.
      01 FINRPT-RECORD PIC X(80).

      WORKING-STORAGE SECTION.
          01 ACCTMST-EOF-SW PIC X(1) VALUE 'N'.
              88 ACCTMST-EOF VALUE 'Y'.
          01 BALHIST-STATUS PIC X(2).
          01 BALHIST-OPEN-SW PIC X(1) VALUE 'N'.
              88 BALHIST-OPEN VALUE 'Y'.
          01 PERCTL-STATUS PIC X(2).
          01 PERCTL-EOF-SW PIC X(1) VALUE 'N'.
              88 PERCTL-EOF VALUE 'Y'.

          01 RUN-DATE PIC 9(6).
          01 RUN-DATE-X REDEFINES RUN-DATE.
              05 RUN-DATE-YY PIC 9(2).
              05 RUN-DATE-MM PIC 9(2).
              05 RUN-DATE-DD PIC 9(2).

          01 STMT-PERIOD-IN PIC X(4).
          01 PRIOR-PERIOD PIC 9(4) VALUE ZERO.
          01 EARLIER-PERIOD PIC 9(4) VALUE ZERO.
          01 LAST-CLOSED-PERIOD PIC 9(4) VALUE ZERO.
          01 PRIOR-CLOSED-SW PIC X(1) VALUE 'N'.
              88 PRIOR-CLOSED VALUE 'Y'.

          01 ACCT-CURRENT PIC S9(7)V99 COMP-3.
          01 ACCT-PRIOR PIC S9(7)V99 COMP-3.
          01 ACCT-EARLIER PIC S9(7)V99 COMP-3.
          01 HIST-PERIOD PIC 9(4).
          01 HIST-BALANCE PIC S9(7)V99 COMP-3.

          01 ACCOUNTS-READ PIC 9(6) VALUE ZERO.
          01 ACCOUNTS-UNCLASSIFIED PIC 9(6) VALUE ZERO.

      *> One entry per type and reporting group, kept in type then
      *> group order as it is built. GT-TYPE-ORDER puts the types in
      *> statement order: assets, liabilities, equity, income,
      *> expense.
          01 GROUP-COUNT PIC 9(3) VALUE ZERO.
          01 GROUP-MAX PIC 9(3) VALUE 300.
          01 GROUP-IX PIC 9(3).
          01 SHIFT-IX PIC 9(3).
          01 GROUP-FOUND-SW PIC X(1).
              88 GROUP-FOUND VALUE 'Y'.
              88 GROUP-PASSED VALUE 'P'.
          01 SEARCH-GROUP-KEY.
              05 SG-TYPE-ORDER PIC 9(1).
              05 SG-GROUP PIC X(6).
          01 GROUP-TABLE.
              05 GROUP-ENTRY OCCURS 300.
                  10 GT-KEY.
                      15 GT-TYPE-ORDER PIC 9(1).
                      15 GT-GROUP PIC X(6).
                  10 GT-CURRENT PIC S9(11)V99 COMP-3.
                  10 GT-PRIOR PIC S9(11)V99 COMP-3.

          01 PRINT-TYPE-ORDER PIC 9(1).
          01 TYPE-CURRENT PIC S9(11)V99 COMP-3.
          01 TYPE-PRIOR PIC S9(11)V99 COMP-3.
          01 SIGN-FACTOR PIC S9(1).

          01 TOTAL-ASSETS-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-ASSETS-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-LIAB-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-LIAB-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-EQUITY-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-EQUITY-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-INCOME-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-INCOME-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-EXPENSE-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 TOTAL-EXPENSE-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 EARNINGS-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 EARNINGS-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 UNCLASS-CUR PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 UNCLASS-PRI PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 LIAB-EQUITY-CUR PIC S9(11)V99 COMP-3.
          01 LIAB-EQUITY-PRI PIC S9(11)V99 COMP-3.
          01 BS-DIFF-CUR PIC S9(11)V99 COMP-3.
          01 BS-DIFF-PRI PIC S9(11)V99 COMP-3.
          01 BS-OUT-OF-BALANCE-SW PIC X(1) VALUE 'N'.
              88 BS-OUT-OF-BALANCE VALUE 'Y'.

          01 RPT-HEADING-LINE-1.
              05 FILLER PIC X(25)
                  VALUE 'FINANCIAL STATEMENTS'.
              05 FILLER PIC X(5) VALUE 'DATE '.
              05 H1-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-YY PIC 99.
              05 FILLER PIC X(15) VALUE '  PRIOR PERIOD '.
              05 H1-PRIOR-PERIOD PIC 9(4).

          01 RPT-TITLE-LINE.
              05 R-TITLE PIC X(32).
              05 R-CURRENT-TITLE PIC X(14).
              05 FILLER PIC X(2) VALUE SPACES.
              05 R-PRIOR-TITLE PIC X(14).

          01 RPT-SECTION-LINE.
              05 S-SECTION-TEXT PIC X(32).

          01 RPT-GROUP-LINE.
              05 FILLER PIC X(4) VALUE SPACES.
              05 G-GROUP PIC X(6).
              05 FILLER PIC X(22) VALUE SPACES.
              05 G-CURRENT PIC -ZZZZZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 G-PRIOR PIC -ZZZZZZZZZZ9.99.

          01 RPT-TOTAL-LINE.
              05 T-TEXT PIC X(32).
              05 T-CURRENT PIC -ZZZZZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 T-PRIOR PIC -ZZZZZZZZZZ9.99.

          01 RPT-COUNT-LINE.
              05 C-TEXT PIC X(32).
              05 C-COUNT PIC ZZZZZ9.

          01 RPT-MESSAGE-LINE.
              05 M-TEXT PIC X(60).

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "STMTPER" UPON ENVIRONMENT-NAME.
          ACCEPT STMT-PERIOD-IN FROM ENVIRONMENT-VALUE.
          PERFORM FIND-CLOSED-PERIODS.
          OPEN INPUT ACCTMST.
          OPEN INPUT LEDGER.
          OPEN INPUT BALHIST.
          IF BALHIST-STATUS = '00'
              SET BALHIST-OPEN TO TRUE
          END-IF.
          OPEN OUTPUT FINRPT.
          PERFORM WRITE-REPORT-HEADING.
          PERFORM ROLL-UP-ONE-ACCOUNT UNTIL ACCTMST-EOF.
          PERFORM WRITE-BALANCE-SHEET.
          PERFORM WRITE-INCOME-STATEMENT.
          PERFORM WRITE-STATEMENT-TOTALS.
          CLOSE ACCTMST.
          CLOSE LEDGER.
          IF BALHIST-OPEN
              CLOSE BALHIST
          END-IF.
          CLOSE FINRPT.
          IF BS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
          END-IF.
          GOBACK.

      *> The prior column is the BALHIST snapshot for STMTPER, or for
      *> the last period closed when STMTPER is not given. The income
      *> statement's prior column is the activity of that period, so
      *> the close before it is needed as well.
      FIND-CLOSED-PERIODS.
          OPEN INPUT PERCTL.
          IF PERCTL-STATUS = '00'
              PERFORM FIND-LAST-CLOSED UNTIL PERCTL-EOF
              CLOSE PERCTL
          END-IF.
          IF STMT-PERIOD-IN NUMERIC
              MOVE STMT-PERIOD-IN TO PRIOR-PERIOD
          ELSE
              MOVE LAST-CLOSED-PERIOD TO PRIOR-PERIOD
          END-IF.
          MOVE 'N' TO PERCTL-EOF-SW.
          OPEN INPUT PERCTL.
          IF PERCTL-STATUS = '00'
              PERFORM FIND-EARLIER-CLOSED UNTIL PERCTL-EOF
              CLOSE PERCTL
          END-IF.

      FIND-LAST-CLOSED.
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  IF PCT-CLOSED AND PCT-PERIOD > LAST-CLOSED-PERIOD
                      MOVE PCT-PERIOD TO LAST-CLOSED-PERIOD
                  END-IF
          END-READ.

      FIND-EARLIER-CLOSED.
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  IF PCT-CLOSED
                      IF PCT-PERIOD = PRIOR-PERIOD
                          SET PRIOR-CLOSED TO TRUE
                      END-IF
                      IF PCT-PERIOD < PRIOR-PERIOD
                          AND PCT-PERIOD > EARLIER-PERIOD
                          MOVE PCT-PERIOD TO EARLIER-PERIOD
                      END-IF
                  END-IF
          END-READ.

      *> Balances are signed as posted, so debit-natured accounts
      *> (assets, expenses) carry positive balances and credit-natured
      *> ones (liabilities, equity, income) negative. Balance-sheet
      *> types roll up balances; income and expense roll up the
      *> activity since the prior close, and their accumulated
      *> balances are carried into equity as earnings.
      ROLL-UP-ONE-ACCOUNT.
          READ ACCTMST
              AT END SET ACCTMST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO ACCOUNTS-READ
                  PERFORM GET-ACCOUNT-BALANCES
                  PERFORM ADD-ACCOUNT-TO-GROUP
          END-READ.

      GET-ACCOUNT-BALANCES.
          MOVE ACCT-ID TO LEDGER-KEY.
          READ LEDGER
              INVALID KEY
                  MOVE ZERO TO ACCT-CURRENT
              NOT INVALID KEY
                  MOVE LEDGER-BALANCE TO ACCT-CURRENT
          END-READ.
          MOVE PRIOR-PERIOD TO HIST-PERIOD.
          PERFORM READ-HISTORY-BALANCE.
          MOVE HIST-BALANCE TO ACCT-PRIOR.
          MOVE EARLIER-PERIOD TO HIST-PERIOD.
          PERFORM READ-HISTORY-BALANCE.
          MOVE HIST-BALANCE TO ACCT-EARLIER.

      READ-HISTORY-BALANCE.
          MOVE ZERO TO HIST-BALANCE.
          IF BALHIST-OPEN AND HIST-PERIOD > ZERO
              MOVE ACCT-ID TO BH-ACCT-ID
              MOVE HIST-PERIOD TO BH-PERIOD
              READ BALHIST
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE BH-CLOSE-BALANCE TO HIST-BALANCE
              END-READ
          END-IF.

      ADD-ACCOUNT-TO-GROUP.
          MOVE ACCT-GROUP TO SG-GROUP.
          EVALUATE TRUE
              WHEN ACCT-ASSET
                  MOVE 1 TO SG-TYPE-ORDER
              WHEN ACCT-LIABILITY
                  MOVE 2 TO SG-TYPE-ORDER
              WHEN ACCT-EQUITY
                  MOVE 3 TO SG-TYPE-ORDER
              WHEN ACCT-INCOME
                  MOVE 4 TO SG-TYPE-ORDER
              WHEN ACCT-EXPENSE
                  MOVE 5 TO SG-TYPE-ORDER
              WHEN OTHER
                  MOVE ZERO TO SG-TYPE-ORDER
          END-EVALUATE.
          IF SG-TYPE-ORDER = ZERO
              ADD 1 TO ACCOUNTS-UNCLASSIFIED
              ADD ACCT-CURRENT TO UNCLASS-CUR
              ADD ACCT-PRIOR TO UNCLASS-PRI
          ELSE
              PERFORM LOOK-UP-GROUP
              IF SG-TYPE-ORDER > 3
                  ADD ACCT-CURRENT TO EARNINGS-CUR
                  ADD ACCT-PRIOR TO EARNINGS-PRI
                  COMPUTE GT-CURRENT (GROUP-IX) =
                      GT-CURRENT (GROUP-IX) + ACCT-CURRENT
                      - ACCT-PRIOR
                  COMPUTE GT-PRIOR (GROUP-IX) =
                      GT-PRIOR (GROUP-IX) + ACCT-PRIOR
                      - ACCT-EARLIER
              ELSE
                  ADD ACCT-CURRENT TO GT-CURRENT (GROUP-IX)
                  ADD ACCT-PRIOR TO GT-PRIOR (GROUP-IX)
              END-IF
          END-IF.

      LOOK-UP-GROUP.
          MOVE 'N' TO GROUP-FOUND-SW.
          MOVE 1 TO GROUP-IX.
          PERFORM SCAN-GROUP-TABLE
              UNTIL GROUP-FOUND OR GROUP-PASSED
              OR GROUP-IX > GROUP-COUNT.
          IF NOT GROUP-FOUND
              PERFORM INSERT-GROUP-ENTRY
          END-IF.

      SCAN-GROUP-TABLE.
          IF GT-KEY (GROUP-IX) = SEARCH-GROUP-KEY
              SET GROUP-FOUND TO TRUE
          ELSE
              IF GT-KEY (GROUP-IX) > SEARCH-GROUP-KEY
                  SET GROUP-PASSED TO TRUE
              ELSE
                  ADD 1 TO GROUP-IX
              END-IF
          END-IF.

      INSERT-GROUP-ENTRY.
          IF GROUP-COUNT >= GROUP-MAX
              DISPLAY 'FINSTMT GROUP TABLE FULL AT '
                  GROUP-MAX ' - RUN ABORTED'
              MOVE 12 TO RETURN-CODE
              GOBACK
          END-IF.
          MOVE GROUP-COUNT TO SHIFT-IX.
          PERFORM SHIFT-GROUP-ENTRY UNTIL SHIFT-IX < GROUP-IX.
          ADD 1 TO GROUP-COUNT.
          MOVE SEARCH-GROUP-KEY TO GT-KEY (GROUP-IX).
          MOVE ZERO TO GT-CURRENT (GROUP-IX).
          MOVE ZERO TO GT-PRIOR (GROUP-IX).

      SHIFT-GROUP-ENTRY.
          MOVE GROUP-ENTRY (SHIFT-IX) TO GROUP-ENTRY (SHIFT-IX + 1).
          SUBTRACT 1 FROM SHIFT-IX.

      WRITE-REPORT-HEADING.
          MOVE RUN-DATE-MM TO H1-MM.
          MOVE RUN-DATE-DD TO H1-DD.
          MOVE RUN-DATE-YY TO H1-YY.
          MOVE PRIOR-PERIOD TO H1-PRIOR-PERIOD.
          WRITE FINRPT-RECORD FROM RPT-HEADING-LINE-1.
          IF PRIOR-PERIOD = ZERO
              MOVE 'NO PERIOD CLOSED - PRIOR COLUMNS ARE ZERO'
                  TO M-TEXT
              WRITE FINRPT-RECORD FROM RPT-MESSAGE-LINE
          ELSE
              IF NOT PRIOR-CLOSED
                  MOVE 'PRIOR PERIOD HAS NOT BEEN CLOSED'
                      TO M-TEXT
                  WRITE FINRPT-RECORD FROM RPT-MESSAGE-LINE
              END-IF
          END-IF.

      *> Credit-natured lines are printed with the sign turned so
      *> both sides of the balance sheet read as positive figures.
      WRITE-BALANCE-SHEET.
          MOVE SPACES TO FINRPT-RECORD.
          WRITE FINRPT-RECORD.
          MOVE 'BALANCE SHEET' TO R-TITLE.
          MOVE '       CURRENT' TO R-CURRENT-TITLE.
          MOVE '         PRIOR' TO R-PRIOR-TITLE.
          WRITE FINRPT-RECORD FROM RPT-TITLE-LINE.
          MOVE 'ASSETS' TO S-SECTION-TEXT.
          WRITE FINRPT-RECORD FROM RPT-SECTION-LINE.
          MOVE 1 TO PRINT-TYPE-ORDER.
          MOVE 1 TO SIGN-FACTOR.
          PERFORM PRINT-TYPE-GROUPS.
          MOVE TYPE-CURRENT TO TOTAL-ASSETS-CUR.
          MOVE TYPE-PRIOR TO TOTAL-ASSETS-PRI.
          MOVE 'TOTAL ASSETS' TO T-TEXT.
          MOVE TOTAL-ASSETS-CUR TO T-CURRENT.
          MOVE TOTAL-ASSETS-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          MOVE 'LIABILITIES' TO S-SECTION-TEXT.
          WRITE FINRPT-RECORD FROM RPT-SECTION-LINE.
          MOVE 2 TO PRINT-TYPE-ORDER.
          MOVE -1 TO SIGN-FACTOR.
          PERFORM PRINT-TYPE-GROUPS.
          MOVE TYPE-CURRENT TO TOTAL-LIAB-CUR.
          MOVE TYPE-PRIOR TO TOTAL-LIAB-PRI.
          MOVE 'TOTAL LIABILITIES' TO T-TEXT.
          MOVE TOTAL-LIAB-CUR TO T-CURRENT.
          MOVE TOTAL-LIAB-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          MOVE 'EQUITY' TO S-SECTION-TEXT.
          WRITE FINRPT-RECORD FROM RPT-SECTION-LINE.
          MOVE 3 TO PRINT-TYPE-ORDER.
          PERFORM PRINT-TYPE-GROUPS.
          COMPUTE EARNINGS-CUR = ZERO - EARNINGS-CUR.
          COMPUTE EARNINGS-PRI = ZERO - EARNINGS-PRI.
          MOVE '    RETAINED EARNINGS' TO T-TEXT.
          MOVE EARNINGS-CUR TO T-CURRENT.
          MOVE EARNINGS-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          COMPUTE TOTAL-EQUITY-CUR = TYPE-CURRENT + EARNINGS-CUR.
          COMPUTE TOTAL-EQUITY-PRI = TYPE-PRIOR + EARNINGS-PRI.
          MOVE 'TOTAL EQUITY' TO T-TEXT.
          MOVE TOTAL-EQUITY-CUR TO T-CURRENT.
          MOVE TOTAL-EQUITY-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          COMPUTE LIAB-EQUITY-CUR = TOTAL-LIAB-CUR + TOTAL-EQUITY-CUR.
          COMPUTE LIAB-EQUITY-PRI = TOTAL-LIAB-PRI + TOTAL-EQUITY-PRI.
          MOVE 'TOTAL LIABILITIES AND EQUITY' TO T-TEXT.
          MOVE LIAB-EQUITY-CUR TO T-CURRENT.
          MOVE LIAB-EQUITY-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          IF UNCLASS-CUR NOT = ZERO OR UNCLASS-PRI NOT = ZERO
              MOVE 'UNCLASSIFIED ACCOUNTS' TO T-TEXT
              MOVE UNCLASS-CUR TO T-CURRENT
              MOVE UNCLASS-PRI TO T-PRIOR
              WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE
          END-IF.
          COMPUTE BS-DIFF-CUR = TOTAL-ASSETS-CUR - LIAB-EQUITY-CUR.
          COMPUTE BS-DIFF-PRI = TOTAL-ASSETS-PRI - LIAB-EQUITY-PRI.
          IF BS-DIFF-CUR = ZERO AND BS-DIFF-PRI = ZERO
              MOVE 'BALANCE SHEET BALANCES' TO M-TEXT
              WRITE FINRPT-RECORD FROM RPT-MESSAGE-LINE
          ELSE
              SET BS-OUT-OF-BALANCE TO TRUE
              MOVE 'BALANCE SHEET OUT OF BALANCE BY' TO T-TEXT
              MOVE BS-DIFF-CUR TO T-CURRENT
              MOVE BS-DIFF-PRI TO T-PRIOR
              WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE
          END-IF.

      WRITE-INCOME-STATEMENT.
          MOVE SPACES TO FINRPT-RECORD.
          WRITE FINRPT-RECORD.
          MOVE 'INCOME STATEMENT' TO R-TITLE.
          MOVE '   THIS PERIOD' TO R-CURRENT-TITLE.
          MOVE '  PRIOR PERIOD' TO R-PRIOR-TITLE.
          WRITE FINRPT-RECORD FROM RPT-TITLE-LINE.
          MOVE 'INCOME' TO S-SECTION-TEXT.
          WRITE FINRPT-RECORD FROM RPT-SECTION-LINE.
          MOVE 4 TO PRINT-TYPE-ORDER.
          MOVE -1 TO SIGN-FACTOR.
          PERFORM PRINT-TYPE-GROUPS.
          MOVE TYPE-CURRENT TO TOTAL-INCOME-CUR.
          MOVE TYPE-PRIOR TO TOTAL-INCOME-PRI.
          MOVE 'TOTAL INCOME' TO T-TEXT.
          MOVE TOTAL-INCOME-CUR TO T-CURRENT.
          MOVE TOTAL-INCOME-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          MOVE 'EXPENSES' TO S-SECTION-TEXT.
          WRITE FINRPT-RECORD FROM RPT-SECTION-LINE.
          MOVE 5 TO PRINT-TYPE-ORDER.
          MOVE 1 TO SIGN-FACTOR.
          PERFORM PRINT-TYPE-GROUPS.
          MOVE TYPE-CURRENT TO TOTAL-EXPENSE-CUR.
          MOVE TYPE-PRIOR TO TOTAL-EXPENSE-PRI.
          MOVE 'TOTAL EXPENSES' TO T-TEXT.
          MOVE TOTAL-EXPENSE-CUR TO T-CURRENT.
          MOVE TOTAL-EXPENSE-PRI TO T-PRIOR.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.
          MOVE 'NET INCOME' TO T-TEXT.
          COMPUTE T-CURRENT = TOTAL-INCOME-CUR - TOTAL-EXPENSE-CUR.
          COMPUTE T-PRIOR = TOTAL-INCOME-PRI - TOTAL-EXPENSE-PRI.
          WRITE FINRPT-RECORD FROM RPT-TOTAL-LINE.

      PRINT-TYPE-GROUPS.
          MOVE ZERO TO TYPE-CURRENT.
          MOVE ZERO TO TYPE-PRIOR.
          MOVE 1 TO GROUP-IX.
          PERFORM PRINT-ONE-GROUP UNTIL GROUP-IX > GROUP-COUNT.

      PRINT-ONE-GROUP.
          IF GT-TYPE-ORDER (GROUP-IX) = PRINT-TYPE-ORDER
              IF GT-GROUP (GROUP-IX) = SPACES
                  MOVE '(NONE)' TO G-GROUP
              ELSE
                  MOVE GT-GROUP (GROUP-IX) TO G-GROUP
              END-IF
              COMPUTE G-CURRENT = GT-CURRENT (GROUP-IX) * SIGN-FACTOR
              COMPUTE G-PRIOR = GT-PRIOR (GROUP-IX) * SIGN-FACTOR
              WRITE FINRPT-RECORD FROM RPT-GROUP-LINE
              COMPUTE TYPE-CURRENT = TYPE-CURRENT
                  + GT-CURRENT (GROUP-IX) * SIGN-FACTOR
              COMPUTE TYPE-PRIOR = TYPE-PRIOR
                  + GT-PRIOR (GROUP-IX) * SIGN-FACTOR
          END-IF.
          ADD 1 TO GROUP-IX.

      WRITE-STATEMENT-TOTALS.
          MOVE SPACES TO FINRPT-RECORD.
          WRITE FINRPT-RECORD.
          MOVE 'ACCOUNTS READ' TO C-TEXT.
          MOVE ACCOUNTS-READ TO C-COUNT.
          WRITE FINRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'ACCOUNTS NOT CLASSIFIED' TO C-TEXT.
          MOVE ACCOUNTS-UNCLASSIFIED TO C-COUNT.
          WRITE FINRPT-RECORD FROM RPT-COUNT-LINE.
