              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AIX-KEY
              FILE STATUS IS AUDITIDX-STATUS.
          SELECT PERCTL ASSIGN TO "PERCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PERCTL-STATUS.
          SELECT BALHIST ASSIGN TO "BALHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BH-KEY
              FILE STATUS IS BALHIST-STATUS.
          SELECT RSTRPT ASSIGN TO "RSTRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PENDAPR ASSIGN TO "PENDAPR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PND-KEY
              FILE STATUS IS PENDAPR-STATUS.
          SELECT RUNPARM ASSIGN TO "RUNPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNPARM-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  AUDITIDX.
          COPY AUDIDXREC.

      FD  PERCTL.
          COPY PERCTLREC.

      FD  BALHIST.
          COPY BALHREC.

      FD  RSTRPT.
          COPY RSTRPTREC.

      FD  PENDAPR.
          COPY PENDREC.

      FD  RUNPARM.
          COPY RUNPRMREC.

      WORKING-STORAGE SECTION.
          COPY ADDFLDS.

          01 RESULT-OUT PIC -(6)9.99.
          01 ACCOUNT-IN PIC X(6).
          01 CONTRA-IN PIC X(6).
          01 EFF-DATE-IN PIC 9(6).
          01 MESSAGE-TEXT PIC X(31).

          01 MENU-OPTION PIC X(1).
              88 MENU-POST VALUE '1'.
              88 MENU-REVERSE VALUE '2'.
              88 MENU-EXIT VALUE 'X'.
          01 ONL-DONE-SW PIC X(1) VALUE 'N'.
              88 ONL-DONE VALUE 'Y'.

          01 REV-ACCOUNT-IN PIC X(6).
          01 REV-DATE-IN PIC 9(6).
          01 REV-KEY-IN PIC 9(6).
          01 REV-OP-OUT PIC X(3).
          01 POST-OP-CODE PIC X(3).
          01 POST-SOURCE-CODE PIC X(1).

          01 LEDGER-FOUND-SW PIC X(1) VALUE 'N'.
              88 LEDGER-FOUND VALUE 'Y'.
          01 POST-ACCT-ID PIC X(6).
          01 POST-AMOUNT PIC S9(7)V99 COMP-3.
          01 AUDITIDX-STATUS PIC X(2).
          01 AUDITIDX-EOF-SW PIC X(1).
              88 AUDITIDX-EOF VALUE 'Y'.

          01 ORIG-FOUND-SW PIC X(1).
              88 ORIG-FOUND VALUE 'Y'.
          01 REVERSAL-FOUND-SW PIC X(1).
              88 REVERSAL-FOUND VALUE 'Y'.
          01 ORIG-RUN-TIME PIC 9(8) VALUE ZERO.
          01 CAND-COUNT PIC 9(2) VALUE ZERO.
          01 CAND-MAX PIC 9(2) VALUE 20.
          01 CAND-IX PIC 9(2).
          01 CAND-TABLE.
              05 CAND-ENTRY OCCURS 20.
                  10 CAND-RUN-TIME PIC 9(8).
                  10 CAND-OP-CODE PIC X(3).
                  10 CAND-NUMBER1 PIC S9(7)V99 COMP-3.
                  10 CAND-NUMBER2 PIC S9(7)V99 COMP-3.
                  10 CAND-RESULT PIC S9(7)V99 COMP-3.
                  10 CAND-CONTRA-ACCT PIC X(6).

          01 PERCTL-STATUS PIC X(2).
          01 PERCTL-EOF-SW PIC X(1) VALUE 'N'.
              88 PERCTL-EOF VALUE 'Y'.
          01 PERIOD-COUNT PIC 9(3) VALUE ZERO.
          01 PERIOD-MAX PIC 9(3) VALUE 240.
          01 PERIOD-IX PIC 9(3).
          01 SEARCH-PERIOD PIC 9(4).
          01 PERIOD-TABLE.
              05 PERIOD-ENTRY OCCURS 240.
                  10 PT-PERIOD PIC 9(4).
                  10 PT-STATUS PIC X(1).
          01 LAST-CLOSED-PERIOD PIC 9(4) VALUE ZERO.
          01 PERIOD-FOUND-SW PIC X(1).
              88 PERIOD-FOUND VALUE 'Y'.
          01 EFF-PERIOD-STATE PIC X(1).
              88 EFF-PERIOD-OPEN VALUE 'O'.
              88 EFF-PERIOD-LOCKED VALUE 'C' 'R'.
              88 EFF-PERIOD-ADJUSTING VALUE 'A'.
          01 POST-EFF-DATE PIC 9(6).
          01 POST-EFF-DATE-X REDEFINES POST-EFF-DATE.
              05 POST-EFF-PERIOD PIC 9(4).
              05 POST-EFF-DD PIC 9(2).
          01 POST-EFF-DATE-P REDEFINES POST-EFF-DATE.
              05 POST-EFF-YY PIC 9(2).
              05 POST-EFF-MM PIC 9(2).
              05 FILLER PIC 9(2).

          01 BALHIST-STATUS PIC X(2).
          01 BALHIST-FOUND-SW PIC X(1).
              88 BALHIST-FOUND VALUE 'Y'.
          01 RSTRPT-OPEN-SW PIC X(1) VALUE 'N'.
              88 RSTRPT-OPEN VALUE 'Y'.
          01 RESTATE-ACCT-ID PIC X(6).
          01 RESTATE-AMOUNT PIC S9(7)V99 COMP-3.

          01 RST-HEADING-LINE-1.
              05 FILLER PIC X(30)
                  VALUE 'PRIOR-PERIOD RESTATEMENT'.
              05 FILLER PIC X(5) VALUE 'DATE '.
              05 RH-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 RH-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 RH-YY PIC 99.
              05 FILLER PIC X(5) VALUE ' JOB '.
              05 RH-JOB-ID PIC X(8).

          01 RST-HEADING-LINE-2.
              05 FILLER PIC X(7) VALUE 'ACCOUNT'.
              05 FILLER PIC X(1) VALUE SPACE.
              05 FILLER PIC X(4) VALUE 'PER'.
              05 FILLER PIC X(1) VALUE SPACE.
              05 FILLER PIC X(7) VALUE 'TRAN'.
              05 FILLER PIC X(7) VALUE 'EFF'.
              05 FILLER PIC X(12) VALUE '   SNAPSHOT'.
              05 FILLER PIC X(12) VALUE '   ADJUSTED'.
              05 FILLER PIC X(12) VALUE '   RESTATED'.
              05 FILLER PIC X(4) VALUE 'USER'.

          01 RST-DETAIL-LINE.
              05 RD-ACCT-ID PIC X(6).
              05 FILLER PIC X(2) VALUE SPACES.
              05 RD-PERIOD PIC 9(4).
              05 FILLER PIC X(1) VALUE SPACE.
              05 RD-TRAN-KEY PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 RD-EFF-DATE PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 RD-OLD-BALANCE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 RD-ADJUSTMENT PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 RD-NEW-BALANCE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 RD-USER-ID PIC X(8).

          01 PENDAPR-STATUS PIC X(2).
          01 APPROVAL-LIMIT PIC 9(7) VALUE ZERO.
          01 APPROVAL-SW PIC X(1).
              88 APPROVAL-NEEDED VALUE 'Y'.
          01 RUNPARM-STATUS PIC X(2).
          01 RUNPARM-EOF-SW PIC X(1) VALUE 'N'.
              88 RUNPARM-EOF VALUE 'Y'.
          01 PRM-VALUE-N PIC 9(8).

          01 RUN-DATE PIC 9(6).
          01 RUN-DATE-X REDEFINES RUN-DATE.
              05 RUN-DATE-YY PIC 9(2).
              05 RUN-DATE-MM PIC 9(2).
              05 RUN-DATE-DD PIC 9(2).
          01 RUN-TIME PIC 9(8).
          01 RUN-JOB-ID PIC X(8).
          01 RUN-USER-ID PIC X(8).
          01 POST-ANSWER PIC X(1).
          01 AGAIN-ANSWER PIC X(1) VALUE 'Y'.
              88 KEEP-GOING VALUE 'Y'.
          01 MENU-MESSAGE PIC X(30) VALUE SPACES.

          COPY SECFLDS.

      SCREEN SECTION.
      01 ADDONL-MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'ARITHMETIC ONLINE MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE '1 - POST TRANSACTION'.
          05 LINE 4 COLUMN 1 VALUE '2 - REVERSE A POSTING'.
          05 LINE 5 COLUMN 1 VALUE 'X - EXIT'.
          05 LINE 7 COLUMN 1 VALUE 'OPTION:'.
          05 LINE 7 COLUMN 9 PIC X USING MENU-OPTION.
          05 LINE 9 COLUMN 1 PIC X(30) FROM MENU-MESSAGE.

      01 ADDONL-INPUT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'ARITHMETIC ONLINE MAINTENANCE'.
          05 LINE 5 COLUMN 15 PIC X(6) USING ACCOUNT-IN.
          05 LINE 6 COLUMN 1 VALUE 'CONTRA  :'.
          05 LINE 6 COLUMN 15 PIC X(6) USING CONTRA-IN.
          05 LINE 7 COLUMN 1 VALUE 'EFF DATE:'.
          05 LINE 7 COLUMN 15 PIC 9(6) USING EFF-DATE-IN.

      01 ADDONL-RESULT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'ARITHMETIC ONLINE MAINTENANCE'.
          05 LINE 6 COLUMN 1 VALUE 'RESULT  :'.
          05 LINE 6 COLUMN 15 PIC -(6)9.99 FROM RESULT-OUT.
          05 LINE 7 COLUMN 1 PIC X(31) FROM MESSAGE-TEXT.
          05 LINE 8 COLUMN 1 VALUE 'POST TO LEDGER/AUDITLOG (Y/N):'.
          05 LINE 8 COLUMN 32 PIC X USING POST-ANSWER.
          05 LINE 10 COLUMN 1 VALUE 'ANOTHER LOOKUP (Y/N):'.
          05 LINE 10 COLUMN 23 PIC X USING AGAIN-ANSWER.

      01 ADDONL-REVERSE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'ARITHMETIC ONLINE MAINTENANCE'.
          05 LINE 2 COLUMN 1 VALUE 'REVERSE A POSTING'.
          05 LINE 3 COLUMN 1 VALUE 'ACCOUNT :'.
          05 LINE 3 COLUMN 15 PIC X(6) USING REV-ACCOUNT-IN.
          05 LINE 4 COLUMN 1 VALUE 'RUN DATE:'.
          05 LINE 4 COLUMN 15 PIC 9(6) USING REV-DATE-IN.
          05 LINE 5 COLUMN 1 VALUE 'TRAN KEY:'.
          05 LINE 5 COLUMN 15 PIC 9(6) USING REV-KEY-IN.
          05 LINE 6 COLUMN 1 VALUE 'EFF DATE:'.
          05 LINE 6 COLUMN 15 PIC 9(6) USING EFF-DATE-IN.

      01 ADDONL-REVERSE-RESULT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'ARITHMETIC ONLINE MAINTENANCE'.
          05 LINE 2 COLUMN 1 VALUE 'REVERSE A POSTING'.
          05 LINE 3 COLUMN 1 VALUE 'OP CODE :'.
          05 LINE 3 COLUMN 15 PIC X(3) FROM REV-OP-OUT.
          05 LINE 4 COLUMN 1 VALUE 'NUMBER1 :'.
          05 LINE 4 COLUMN 15 PIC -(6)9.99 FROM NUMBER1-IN.
          05 LINE 5 COLUMN 1 VALUE 'NUMBER2 :'.
          05 LINE 5 COLUMN 15 PIC -(6)9.99 FROM NUMBER2-IN.
          05 LINE 6 COLUMN 1 VALUE 'CONTRA  :'.
          05 LINE 6 COLUMN 15 PIC X(6) FROM CONTRA-IN.
          05 LINE 7 COLUMN 1 VALUE 'REVERSAL:'.
          05 LINE 7 COLUMN 15 PIC -(6)9.99 FROM RESULT-OUT.
          05 LINE 8 COLUMN 1 PIC X(31) FROM MESSAGE-TEXT.
          05 LINE 9 COLUMN 1 VALUE 'POST REVERSAL (Y/N):'.
          05 LINE 9 COLUMN 22 PIC X USING POST-ANSWER.
          05 LINE 11 COLUMN 1 VALUE 'ANOTHER REVERSAL (Y/N):'.
          05 LINE 11 COLUMN 25 PIC X USING AGAIN-ANSWER.

      PROCEDURE DIVISION.
          OPEN I-O LEDGER.
          OPEN INPUT ACCTMST.
              CLOSE AUDITIDX
              OPEN I-O AUDITIDX
          END-IF.
          OPEN I-O BALHIST.
          IF BALHIST-STATUS = '35'
              CLOSE BALHIST
              OPEN OUTPUT BALHIST
              CLOSE BALHIST
              OPEN I-O BALHIST
          END-IF.
          OPEN I-O PENDAPR.
          IF PENDAPR-STATUS = '35'
              CLOSE PENDAPR
              OPEN OUTPUT PENDAPR
              CLOSE PENDAPR
              OPEN I-O PENDAPR
          END-IF.
          PERFORM READ-RUN-PARAMETERS.
          PERFORM LOAD-PERIOD-CONTROL.
          PERFORM SHOW-MENU UNTIL ONL-DONE.
          CLOSE LEDGER.
          CLOSE ACCTMST.
          CLOSE AUDITLOG.
          CLOSE AUDITIDX.
          CLOSE BALHIST.
          CLOSE PENDAPR.
          IF RSTRPT-OPEN
              CLOSE RSTRPT
          END-IF.
          STOP RUN.

      SHOW-MENU.
          MOVE SPACE TO MENU-OPTION.
          MOVE 'Y' TO AGAIN-ANSWER.
          DISPLAY ADDONL-MENU-SCREEN.
          ACCEPT ADDONL-MENU-SCREEN.
          MOVE SPACES TO MENU-MESSAGE.
          IF MENU-POST OR MENU-REVERSE
              PERFORM CHECK-POSTING-RIGHT
          END-IF.
          EVALUATE TRUE
              WHEN (MENU-POST OR MENU-REVERSE) AND SEC-REFUSED
                  MOVE SEC-REASON TO MENU-MESSAGE
              WHEN MENU-POST
                  PERFORM DO-ONE-LOOKUP UNTIL NOT KEEP-GOING
              WHEN MENU-REVERSE
                  PERFORM DO-ONE-REVERSAL UNTIL NOT KEEP-GOING
              WHEN MENU-EXIT
                  SET ONL-DONE TO TRUE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      *> Posting and reversing are both online posting on USRAUTH.
      *> The right is checked each time either option is chosen, so
      *> a right withdrawn during a session takes effect at once.
      CHECK-POSTING-RIGHT.
          MOVE RUN-USER-ID TO SEC-USER-ID.
          MOVE 'ADDONL' TO SEC-PROGRAM.
          SET SEC-ONLINE-POSTING TO TRUE.
          CALL 'SECCHK' USING SECCHK-PARMS.

      DO-ONE-LOOKUP.
          ADD 1 TO ONLINE-SEQ.
          MOVE 'ADD' TO POST-OP-CODE.
          MOVE 'O' TO POST-SOURCE-CODE.
          MOVE ZERO TO REV-KEY-IN REV-DATE-IN ORIG-RUN-TIME.
          MOVE ZERO TO NUMBER1-IN NUMBER2-IN RESULT-OUT EFF-DATE-IN.
          MOVE SPACES TO ACCOUNT-IN CONTRA-IN MESSAGE-TEXT.
          MOVE SPACE TO POST-ANSWER.
          DISPLAY ADDONL-INPUT-SCREEN.
          IF ARITH-OK
              PERFORM CHECK-CONTRA-ACCOUNT
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-EFFECTIVE-PERIOD
          END-IF.
          IF ARITH-OK
              CALL 'ADDER' USING NUMBER1, NUMBER2, RESULT,
                  ARITH-STATUS
          END-IF.
          MOVE 'N' TO APPROVAL-SW.
          IF ARITH-OK
              PERFORM CHECK-APPROVAL-LIMIT
          END-IF.
          IF ARITH-OK
              MOVE RESULT TO RESULT-OUT
              IF APPROVAL-NEEDED
                  MOVE 'ABOVE LIMIT - NEEDS APPROVAL' TO MESSAGE-TEXT
              END-IF
          ELSE
              MOVE ZERO TO RESULT-OUT
              EVALUATE TRUE
                  WHEN ARITH-CLOSED-CONTRA
                      MOVE 'CONTRA CLOSED - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-PERIOD-CLOSED
                      MOVE 'PERIOD CLOSED - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-BAD-EFF-DATE
                      MOVE 'EFF DATE NOT VALID - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN OTHER
                      MOVE 'COMPUTE ERROR - NOT POSTED'
                          TO MESSAGE-TEXT
          END-IF.
          DISPLAY ADDONL-RESULT-SCREEN.
          ACCEPT ADDONL-RESULT-SCREEN.
          IF ARITH-OK AND POST-ANSWER = 'Y'
              IF APPROVAL-NEEDED
                  PERFORM HOLD-FOR-APPROVAL
              ELSE
                  PERFORM POST-TO-LEDGER-AND-AUDIT
              END-IF
          END-IF.

      DO-ONE-REVERSAL.
          ADD 1 TO ONLINE-SEQ.
          MOVE 'X' TO POST-SOURCE-CODE.
          MOVE ZERO TO NUMBER1-IN NUMBER2-IN RESULT-OUT.
          MOVE ZERO TO REV-DATE-IN REV-KEY-IN ORIG-RUN-TIME EFF-DATE-IN.
          MOVE SPACES TO REV-ACCOUNT-IN REV-OP-OUT CONTRA-IN
              MESSAGE-TEXT.
          MOVE SPACE TO POST-ANSWER.
          DISPLAY ADDONL-REVERSE-SCREEN.
          ACCEPT ADDONL-REVERSE-SCREEN.
          SET ARITH-OK TO TRUE.
          PERFORM FIND-ORIGINAL-POSTING.
          IF ARITH-OK
              MOVE REV-ACCOUNT-IN TO ACCOUNT-IN
              PERFORM CHECK-POSTING-ACCOUNT
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-CONTRA-ACCOUNT
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-EFFECTIVE-PERIOD
          END-IF.
          IF ARITH-OK
              MOVE RESULT TO RESULT-OUT
              MOVE 'REVERSES THE ORIGINAL ENTRY' TO MESSAGE-TEXT
          ELSE
              MOVE ZERO TO RESULT-OUT
              EVALUATE TRUE
                  WHEN ARITH-ORIG-NOT-FOUND
                      MOVE 'ORIGINAL NOT FOUND - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-ALREADY-REVERSED
                      MOVE 'ALREADY REVERSED - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-CLOSED-ACCOUNT
                      MOVE 'ACCOUNT CLOSED - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-UNKNOWN-CONTRA
                      MOVE 'UNKNOWN CONTRA - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-CLOSED-CONTRA
                      MOVE 'CONTRA CLOSED - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-PERIOD-CLOSED
                      MOVE 'PERIOD CLOSED - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN ARITH-BAD-EFF-DATE
                      MOVE 'EFF DATE NOT VALID - NOT POSTED'
                          TO MESSAGE-TEXT
                  WHEN OTHER
                      MOVE 'UNKNOWN ACCOUNT - NOT POSTED'
                          TO MESSAGE-TEXT
              END-EVALUATE
          END-IF.
          DISPLAY ADDONL-REVERSE-RESULT-SCREEN.
          ACCEPT ADDONL-REVERSE-RESULT-SCREEN.
          IF ARITH-OK AND POST-ANSWER = 'Y'
              PERFORM POST-TO-LEDGER-AND-AUDIT
          END-IF.

      *> Candidates are found as in the batch reversal in ARITHDRV,
      *> but where several entries under the account, run date and
      *> key have no reversal of their own, ARITHDRV refuses the
      *> request as ambiguous while here the earliest of them is
      *> offered: the operator sees its op code, amounts and contra
      *> before answering, and the next one is offered after it.
      FIND-ORIGINAL-POSTING.
          MOVE ZERO TO CAND-COUNT.
          MOVE 'N' TO ORIG-FOUND-SW.
          MOVE 'N' TO AUDITIDX-EOF-SW.
          MOVE REV-ACCOUNT-IN TO AIX-ACCOUNT-ID.
          MOVE REV-DATE-IN TO AIX-RUN-DATE.
          MOVE REV-KEY-IN TO AIX-TRAN-KEY.
          MOVE ZERO TO AIX-RUN-TIME.
          MOVE ZERO TO AIX-POST-SEQ.
          MOVE SPACE TO AIX-SIDE.
          START AUDITIDX KEY >= AIX-KEY
              INVALID KEY SET AUDITIDX-EOF TO TRUE
          END-START.
          PERFORM COLLECT-ORIGINAL-ENTRY UNTIL AUDITIDX-EOF.
          MOVE 1 TO CAND-IX.
          PERFORM CHECK-ONE-CANDIDATE
              UNTIL ORIG-FOUND OR CAND-IX > CAND-COUNT.
          IF NOT ORIG-FOUND
              IF CAND-COUNT > ZERO
                  SET ARITH-ALREADY-REVERSED TO TRUE
              ELSE
                  SET ARITH-ORIG-NOT-FOUND TO TRUE
              END-IF
          END-IF.

      COLLECT-ORIGINAL-ENTRY.
          READ AUDITIDX NEXT RECORD
              AT END SET AUDITIDX-EOF TO TRUE
              NOT AT END
                  IF AIX-ACCOUNT-ID NOT = REV-ACCOUNT-IN
                      OR AIX-RUN-DATE NOT = REV-DATE-IN
                      OR AIX-TRAN-KEY NOT = REV-KEY-IN
                      SET AUDITIDX-EOF TO TRUE
                  ELSE
                      IF AIX-SIDE = 'P'
                          AND NOT AIX-REVERSAL-ENTRY
                          AND CAND-COUNT < CAND-MAX
                          ADD 1 TO CAND-COUNT
                          MOVE AIX-RUN-TIME
                              TO CAND-RUN-TIME (CAND-COUNT)
                          MOVE AIX-OP-CODE TO CAND-OP-CODE (CAND-COUNT)
                          MOVE AIX-NUMBER1 TO CAND-NUMBER1 (CAND-COUNT)
                          MOVE AIX-NUMBER2 TO CAND-NUMBER2 (CAND-COUNT)
                          MOVE AIX-RESULT TO CAND-RESULT (CAND-COUNT)
                          MOVE AIX-CONTRA-ACCT
                              TO CAND-CONTRA-ACCT (CAND-COUNT)
                      END-IF
                  END-IF
          END-READ.

      CHECK-ONE-CANDIDATE.
          MOVE CAND-RUN-TIME (CAND-IX) TO ORIG-RUN-TIME.
          PERFORM LOOK-FOR-PRIOR-REVERSAL.
          IF REVERSAL-FOUND
              ADD 1 TO CAND-IX
          ELSE
              SET ORIG-FOUND TO TRUE
              MOVE CAND-OP-CODE (CAND-IX) TO REV-OP-OUT POST-OP-CODE
              MOVE CAND-NUMBER1 (CAND-IX) TO NUMBER1 NUMBER1-IN
              MOVE CAND-NUMBER2 (CAND-IX) TO NUMBER2 NUMBER2-IN
              MOVE CAND-CONTRA-ACCT (CAND-IX) TO CONTRA-IN
              COMPUTE RESULT = ZERO - CAND-RESULT (CAND-IX)
          END-IF.

      LOOK-FOR-PRIOR-REVERSAL.
          MOVE 'N' TO REVERSAL-FOUND-SW.
          MOVE 'N' TO AUDITIDX-EOF-SW.
          MOVE REV-ACCOUNT-IN TO AIX-ACCOUNT-ID.
          MOVE REV-DATE-IN TO AIX-RUN-DATE.
          MOVE ZERO TO AIX-TRAN-KEY.
          MOVE ZERO TO AIX-RUN-TIME.
          MOVE ZERO TO AIX-POST-SEQ.
          MOVE SPACE TO AIX-SIDE.
          START AUDITIDX KEY >= AIX-KEY
              INVALID KEY SET AUDITIDX-EOF TO TRUE
          END-START.
          PERFORM CHECK-FOR-REVERSAL-ENTRY
              UNTIL AUDITIDX-EOF OR REVERSAL-FOUND.

      CHECK-FOR-REVERSAL-ENTRY.
          READ AUDITIDX NEXT RECORD
              AT END SET AUDITIDX-EOF TO TRUE
              NOT AT END
                  IF AIX-ACCOUNT-ID NOT = REV-ACCOUNT-IN
                      SET AUDITIDX-EOF TO TRUE
                  ELSE
                      IF AIX-SIDE = 'P'
                          AND AIX-REVERSAL-ENTRY
                          AND AIX-ORIG-TRAN-KEY = REV-KEY-IN
                          AND AIX-ORIG-RUN-DATE = REV-DATE-IN
                          AND AIX-ORIG-RUN-TIME = ORIG-RUN-TIME
                          SET REVERSAL-FOUND TO TRUE
                      END-IF
                  END-IF
          END-READ.

      CHECK-POSTING-ACCOUNT.
          SET ARITH-OK TO TRUE.
          MOVE ACCOUNT-IN TO ACCT-ID.
          MOVE CONTRA-IN TO POST-ACCT-ID.
          COMPUTE POST-AMOUNT = ZERO - RESULT.
          PERFORM POST-ONE-SIDE.
          IF EFF-PERIOD-ADJUSTING
              PERFORM RESTATE-BALANCE-HISTORY
          END-IF.
          MOVE RUN-DATE TO AUD-RUN-DATE.
          MOVE RUN-TIME TO AUD-RUN-TIME.
          MOVE RUN-JOB-ID TO AUD-JOB-ID.
          MOVE RUN-USER-ID TO AUD-USER-ID.
          MOVE ONLINE-SEQ TO AUD-TRAN-KEY.
          MOVE POST-OP-CODE TO AUD-OP-CODE.
          MOVE NUMBER1 TO AUD-NUMBER1.
          MOVE NUMBER2 TO AUD-NUMBER2.
          MOVE RESULT TO AUD-RESULT.
          MOVE ACCOUNT-IN TO AUD-ACCOUNT-ID.
          MOVE CONTRA-IN TO AUD-CONTRA-ACCT.
          MOVE POST-SOURCE-CODE TO AUD-SOURCE-CODE.
          MOVE REV-KEY-IN TO AUD-ORIG-TRAN-KEY.
          MOVE REV-DATE-IN TO AUD-ORIG-RUN-DATE.
          MOVE ORIG-RUN-TIME TO AUD-ORIG-RUN-TIME.
          MOVE POST-EFF-DATE TO AUD-EFF-DATE.
          MOVE SPACES TO AUD-APPROVER-ID.
          MOVE SPACES TO AUD-BATCH-ID.
          PERFORM WRITE-AUDIT-INDEX.
          WRITE AUDIT-RECORD.

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
                  DISPLAY 'ADDONL DUPLICATE AUDIT INDEX KEY '
                  STOP RUN
          END-WRITE.

      CHECK-APPROVAL-LIMIT.
          IF APPROVAL-LIMIT > ZERO
              IF RESULT > APPROVAL-LIMIT
                  OR RESULT < ZERO - APPROVAL-LIMIT
                  SET APPROVAL-NEEDED TO TRUE
              END-IF
          END-IF.

      *> An online posting above the limit is queued for ADDAPR
      *> under this session's start time and online sequence.
      HOLD-FOR-APPROVAL.
          MOVE RUN-DATE TO PND-SUBMIT-DATE.
          MOVE RUN-TIME TO PND-SUBMIT-TIME.
          MOVE ONLINE-SEQ TO PND-SUBMIT-SEQ.
          SET PND-PENDING TO TRUE.
          MOVE RUN-USER-ID TO PND-SUBMIT-USER.
          MOVE RUN-JOB-ID TO PND-SUBMIT-JOB.
          SET PND-FROM-ONLINE TO TRUE.
          MOVE SPACES TO PND-BATCH-ID.
          MOVE ONLINE-SEQ TO PND-TRAN-KEY.
          MOVE POST-OP-CODE TO PND-OP-CODE.
          MOVE NUMBER1 TO PND-NUMBER1.
          MOVE NUMBER2 TO PND-NUMBER2.
          MOVE RESULT TO PND-RESULT.
          MOVE ACCOUNT-IN TO PND-ACCOUNT-ID.
          MOVE CONTRA-IN TO PND-CONTRA-ACCT.
          MOVE POST-SOURCE-CODE TO PND-TRAN-SOURCE.
          MOVE ZERO TO PND-ORIG-TRAN-KEY.
          MOVE POST-EFF-DATE TO PND-EFF-DATE.
          MOVE SPACES TO PND-APPROVER-ID.
          MOVE ZERO TO PND-ACTION-DATE.
          WRITE PENDAPR-RECORD
              INVALID KEY
                  DISPLAY 'ADDONL DUPLICATE PENDING KEY '
                      PND-KEY ' - SESSION ABORTED'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
          END-WRITE.

      READ-RUN-PARAMETERS.
          OPEN INPUT RUNPARM.
          IF RUNPARM-STATUS = '00'
              PERFORM APPLY-ONE-PARAMETER UNTIL RUNPARM-EOF
              CLOSE RUNPARM
          END-IF.

      APPLY-ONE-PARAMETER.
          READ RUNPARM
              AT END SET RUNPARM-EOF TO TRUE
              NOT AT END
                  IF PRM-VALUE NUMERIC
                      MOVE PRM-VALUE TO PRM-VALUE-N
                      PERFORM APPLY-PARAMETER-VALUE
                  END-IF
          END-READ.

      APPLY-PARAMETER-VALUE.
          EVALUATE PRM-NAME
              WHEN 'APPRLIMIT'
                  IF PRM-VALUE-N <= 9999999
                      MOVE PRM-VALUE-N TO APPROVAL-LIMIT
                  END-IF
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      POST-ONE-SIDE.
          MOVE 'N' TO LEDGER-FOUND-SW.
          MOVE POST-ACCT-ID TO LEDGER-KEY.
          ELSE
              WRITE LEDGER-RECORD
          END-IF.

      *> Period state is taken once at sign-on, the same way as in
      *> ARITHDRV: the latest PERCTL record for a period wins, and a
      *> period before the last one closed with no record of its own
      *> is locked with it.
      LOAD-PERIOD-CONTROL.
          OPEN INPUT PERCTL.
          IF PERCTL-STATUS = '00'
              PERFORM LOAD-ONE-PERIOD UNTIL PERCTL-EOF
              CLOSE PERCTL
          END-IF.

      LOAD-ONE-PERIOD.
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  PERFORM STORE-PERIOD-STATE
          END-READ.

      STORE-PERIOD-STATE.
          MOVE PCT-PERIOD TO SEARCH-PERIOD.
          PERFORM LOOK-UP-PERIOD.
          IF NOT PERIOD-FOUND
              IF PERIOD-COUNT >= PERIOD-MAX
                  DISPLAY 'ADDONL PERIOD TABLE FULL AT '
                      PERIOD-MAX ' - SESSION ABORTED'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
              END-IF
              ADD 1 TO PERIOD-COUNT
              MOVE PERIOD-COUNT TO PERIOD-IX
              MOVE PCT-PERIOD TO PT-PERIOD (PERIOD-IX)
          END-IF.
          MOVE PCT-STATUS TO PT-STATUS (PERIOD-IX).
          IF PCT-PERIOD > LAST-CLOSED-PERIOD
              MOVE PCT-PERIOD TO LAST-CLOSED-PERIOD
          END-IF.

      LOOK-UP-PERIOD.
          MOVE 'N' TO PERIOD-FOUND-SW.
          MOVE 1 TO PERIOD-IX.
          PERFORM SCAN-PERIOD-TABLE
              UNTIL PERIOD-FOUND OR PERIOD-IX > PERIOD-COUNT.

      SCAN-PERIOD-TABLE.
          IF PT-PERIOD (PERIOD-IX) = SEARCH-PERIOD
              SET PERIOD-FOUND TO TRUE
          ELSE
              ADD 1 TO PERIOD-IX
          END-IF.

      *> A keyed effective date gets the same month and day check
      *> ADDEDIT gives the batch, before any period is looked up.
      CHECK-EFFECTIVE-PERIOD.
          IF EFF-DATE-IN > ZERO
              MOVE EFF-DATE-IN TO POST-EFF-DATE
              IF POST-EFF-MM < 1 OR POST-EFF-MM > 12
                  OR POST-EFF-DD < 1 OR POST-EFF-DD > 31
                  SET ARITH-BAD-EFF-DATE TO TRUE
              END-IF
          ELSE
              MOVE RUN-DATE TO POST-EFF-DATE
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-EFFECTIVE-PERIOD-STATE
          END-IF.

      CHECK-EFFECTIVE-PERIOD-STATE.
          SET EFF-PERIOD-OPEN TO TRUE.
          MOVE POST-EFF-PERIOD TO SEARCH-PERIOD.
          PERFORM LOOK-UP-PERIOD.
          IF PERIOD-FOUND
              MOVE PT-STATUS (PERIOD-IX) TO EFF-PERIOD-STATE
          ELSE
              IF POST-EFF-PERIOD < LAST-CLOSED-PERIOD
                  MOVE 'C' TO EFF-PERIOD-STATE
              END-IF
          END-IF.
          IF EFF-PERIOD-LOCKED
              SET ARITH-PERIOD-CLOSED TO TRUE
          END-IF.

      RESTATE-BALANCE-HISTORY.
          MOVE ACCOUNT-IN TO RESTATE-ACCT-ID.
          MOVE RESULT TO RESTATE-AMOUNT.
          PERFORM RESTATE-ONE-ACCOUNT.
          MOVE CONTRA-IN TO RESTATE-ACCT-ID.
          COMPUTE RESTATE-AMOUNT = ZERO - RESULT.
          PERFORM RESTATE-ONE-ACCOUNT.

      RESTATE-ONE-ACCOUNT.
          MOVE 1 TO PERIOD-IX.
          PERFORM RESTATE-ONE-PERIOD UNTIL PERIOD-IX > PERIOD-COUNT.

      RESTATE-ONE-PERIOD.
          IF PT-PERIOD (PERIOD-IX) >= POST-EFF-PERIOD
              PERFORM RESTATE-ONE-SNAPSHOT
          END-IF.
          ADD 1 TO PERIOD-IX.

      RESTATE-ONE-SNAPSHOT.
          MOVE 'N' TO BALHIST-FOUND-SW.
          MOVE RESTATE-ACCT-ID TO BH-ACCT-ID.
          MOVE PT-PERIOD (PERIOD-IX) TO BH-PERIOD.
          READ BALHIST
              INVALID KEY
                  MOVE ZERO TO BH-CLOSE-BALANCE
              NOT INVALID KEY
                  SET BALHIST-FOUND TO TRUE
          END-READ.
          MOVE BH-CLOSE-BALANCE TO RD-OLD-BALANCE.
          ADD RESTATE-AMOUNT TO BH-CLOSE-BALANCE.
          IF BALHIST-FOUND
              REWRITE BALHIST-RECORD
          ELSE
              WRITE BALHIST-RECORD
          END-IF.
          PERFORM WRITE-RESTATEMENT-LINE.

      WRITE-RESTATEMENT-LINE.
          IF NOT RSTRPT-OPEN
              OPEN EXTEND RSTRPT
              SET RSTRPT-OPEN TO TRUE
              MOVE RUN-DATE-MM TO RH-MM
              MOVE RUN-DATE-DD TO RH-DD
              MOVE RUN-DATE-YY TO RH-YY
              MOVE RUN-JOB-ID TO RH-JOB-ID
              WRITE RSTRPT-RECORD FROM RST-HEADING-LINE-1
              WRITE RSTRPT-RECORD FROM RST-HEADING-LINE-2
          END-IF.
          MOVE RESTATE-ACCT-ID TO RD-ACCT-ID.
          MOVE BH-PERIOD TO RD-PERIOD.
          MOVE ONLINE-SEQ TO RD-TRAN-KEY.
          MOVE POST-EFF-DATE TO RD-EFF-DATE.
          MOVE RESTATE-AMOUNT TO RD-ADJUSTMENT.
          MOVE BH-CLOSE-BALANCE TO RD-NEW-BALANCE.
          MOVE RUN-USER-ID TO RD-USER-ID.
          WRITE RSTRPT-RECORD FROM RST-DETAIL-LINE.
