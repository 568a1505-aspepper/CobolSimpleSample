              88 MENU-DESC VALUE '2'.
              88 MENU-CLOSE VALUE '3'.
              88 MENU-REOPEN VALUE '4'.
              88 MENU-CLASSIFY VALUE '5'.
              88 MENU-EXIT VALUE 'X'.
          01 MNT-DONE-SW PIC X(1) VALUE 'N'.
              88 MNT-DONE VALUE 'Y'.
          01 MNT-ACTION PIC X(1).
          01 MNT-ACCT-IN PIC X(6).
          01 MNT-DESC-IN PIC X(30).
          01 MNT-TYPE-IN PIC X(1).
              88 MNT-TYPE-VALID VALUE 'A' 'L' 'E' 'I' 'X'.
          01 MNT-GROUP-IN PIC X(6).
          01 MNT-MESSAGE PIC X(30).
          01 MNT-CONFIRM PIC X(1).
          01 MNT-APPLY-MODE PIC X(1).
          01 ACCT-FOUND-SW PIC X(1).
              88 ACCT-FOUND VALUE 'Y'.

          COPY SECFLDS.

          01 ACCTUPD-EOF-SW PIC X(1) VALUE 'N'.
              88 ACCTUPD-EOF VALUE 'Y'.

          05 LINE 4 COLUMN 1 VALUE '2 - CHANGE DESCRIPTION'.
          05 LINE 5 COLUMN 1 VALUE '3 - CLOSE ACCOUNT'.
          05 LINE 6 COLUMN 1 VALUE '4 - REOPEN ACCOUNT'.
          05 LINE 7 COLUMN 1 VALUE '5 - CLASSIFY ACCOUNT'.
          05 LINE 8 COLUMN 1 VALUE 'X - EXIT'.
          05 LINE 10 COLUMN 1 VALUE 'OPTION:'.
          05 LINE 10 COLUMN 9 PIC X USING MENU-OPTION.

      01 ACCTMNT-DETAIL-SCREEN.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 15 PIC X(6) USING MNT-ACCT-IN.
          05 LINE 4 COLUMN 1 VALUE 'DESC    :'.
          05 LINE 4 COLUMN 15 PIC X(30) USING MNT-DESC-IN.
          05 LINE 5 COLUMN 1 VALUE 'TYPE    :'.
          05 LINE 5 COLUMN 15 PIC X USING MNT-TYPE-IN.
          05 LINE 5 COLUMN 17
              VALUE 'A=ASSET L=LIAB E=EQUITY I=INCOME X=EXPENSE'.
          05 LINE 6 COLUMN 1 VALUE 'GROUP   :'.
          05 LINE 6 COLUMN 15 PIC X(6) USING MNT-GROUP-IN.

      01 ACCTMNT-RESULT-SCREEN.
          05 BLANK SCREEN.
              WHEN MENU-REOPEN
                  MOVE 'R' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-ACCOUNT
              WHEN MENU-CLASSIFY
                  MOVE 'T' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-ACCOUNT
              WHEN MENU-EXIT
                  SET MNT-DONE TO TRUE
              WHEN OTHER

      MAINTAIN-ONE-ACCOUNT.
          MOVE SPACES TO MNT-ACCT-IN MNT-DESC-IN MNT-MESSAGE.
          MOVE SPACES TO MNT-TYPE-IN MNT-GROUP-IN.
          MOVE SPACE TO MNT-CONFIRM.
          DISPLAY ACCTMNT-DETAIL-SCREEN.
          ACCEPT ACCTMNT-DETAIL-SCREEN.
                  MOVE AUP-ACTION TO MNT-ACTION
                  MOVE AUP-ACCT-ID TO MNT-ACCT-IN
                  MOVE AUP-DESC TO MNT-DESC-IN
                  MOVE AUP-TYPE TO MNT-TYPE-IN
                  MOVE AUP-GROUP TO MNT-GROUP-IN
                  MOVE SPACES TO MNT-MESSAGE
                  PERFORM APPLY-ONE-CHANGE
                  PERFORM WRITE-BATCH-DETAIL
              SET MNT-ERROR TO TRUE
              MOVE 'ACCOUNT ID MISSING' TO MNT-MESSAGE
          ELSE
              PERFORM CHECK-ACTION-RIGHT
          END-IF.
          IF NOT MNT-ERROR
              EVALUATE MNT-ACTION
                  WHEN 'A'
                      PERFORM ADD-ACCOUNT
                      PERFORM CLOSE-ACCOUNT
                  WHEN 'R'
                      PERFORM REOPEN-ACCOUNT
                  WHEN 'T'
                      PERFORM CLASSIFY-ACCOUNT
                  WHEN OTHER
                      SET MNT-ERROR TO TRUE
                      MOVE 'INVALID ACTION CODE' TO MNT-MESSAGE
              END-EVALUATE
          END-IF.

      *> Adding, closing and reopening an account each need their
      *> own right on USRAUTH. Description changes and classification
      *> are open to anyone who can run the program.
      CHECK-ACTION-RIGHT.
          MOVE ZERO TO SEC-FUNCTION.
          EVALUATE MNT-ACTION
              WHEN 'A'
                  SET SEC-ACCOUNT-ADD TO TRUE
              WHEN 'C'
                  SET SEC-ACCOUNT-CLOSE TO TRUE
              WHEN 'R'
                  SET SEC-ACCOUNT-REOPEN TO TRUE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.
          IF SEC-FUNCTION NOT = ZERO
              MOVE RUN-USER-ID TO SEC-USER-ID
              MOVE 'ACCTMNT' TO SEC-PROGRAM
              CALL 'SECCHK' USING SECCHK-PARMS
              IF SEC-REFUSED
                  SET MNT-ERROR TO TRUE
                  MOVE SEC-REASON TO MNT-MESSAGE
              END-IF
          END-IF.

      READ-MASTER-RECORD.
          MOVE 'N' TO ACCT-FOUND-SW.
          MOVE MNT-ACCT-IN TO ACCT-ID.
                  SET MNT-ERROR TO TRUE
                  MOVE 'DESCRIPTION MISSING' TO MNT-MESSAGE
              ELSE
                  IF MNT-TYPE-IN NOT = SPACE AND NOT MNT-TYPE-VALID
                      SET MNT-ERROR TO TRUE
                      MOVE 'INVALID ACCOUNT TYPE' TO MNT-MESSAGE
                  ELSE
                      PERFORM SET-HISTORY-OLD-VALUES
                      MOVE MNT-ACCT-IN TO ACCT-ID
                      MOVE MNT-DESC-IN TO ACCT-DESC
                      SET ACCT-OPEN TO TRUE
                      MOVE MNT-TYPE-IN TO ACCT-TYPE
                      MOVE MNT-GROUP-IN TO ACCT-GROUP
                      WRITE ACCT-RECORD
                      MOVE 'ACCOUNT ADDED' TO MNT-MESSAGE
                      PERFORM WRITE-HISTORY-RECORD
                  END-IF
              END-IF
          END-IF.

              END-IF
          END-IF.

      CLASSIFY-ACCOUNT.
          IF NOT ACCT-FOUND
              SET MNT-ERROR TO TRUE
              MOVE 'ACCOUNT NOT ON MASTER' TO MNT-MESSAGE
          ELSE
              IF NOT MNT-TYPE-VALID
                  SET MNT-ERROR TO TRUE
                  MOVE 'INVALID ACCOUNT TYPE' TO MNT-MESSAGE
              ELSE
                  PERFORM SET-HISTORY-OLD-VALUES
                  MOVE MNT-TYPE-IN TO ACCT-TYPE
                  MOVE MNT-GROUP-IN TO ACCT-GROUP
                  REWRITE ACCT-RECORD
                  MOVE 'ACCOUNT CLASSIFIED' TO MNT-MESSAGE
                  PERFORM WRITE-HISTORY-RECORD
              END-IF
          END-IF.

      SET-HISTORY-OLD-VALUES.
          IF ACCT-FOUND
              MOVE ACCT-DESC TO AH-OLD-DESC
              MOVE ACCT-STATUS TO AH-OLD-STATUS
              MOVE ACCT-TYPE TO AH-OLD-TYPE
              MOVE ACCT-GROUP TO AH-OLD-GROUP
          ELSE
              MOVE SPACES TO AH-OLD-DESC
              MOVE SPACE TO AH-OLD-STATUS
              MOVE SPACE TO AH-OLD-TYPE
              MOVE SPACES TO AH-OLD-GROUP
          END-IF.

      WRITE-HISTORY-RECORD.
          MOVE MNT-ACTION TO AH-ACTION.
          MOVE ACCT-DESC TO AH-NEW-DESC.
          MOVE ACCT-STATUS TO AH-NEW-STATUS.
          MOVE ACCT-TYPE TO AH-NEW-TYPE.
          MOVE ACCT-GROUP TO AH-NEW-GROUP.
          MOVE MNT-APPLY-MODE TO AH-APPLY-MODE.
          WRITE ACCTHST-RECORD.

