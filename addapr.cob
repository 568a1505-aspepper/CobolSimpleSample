      IDENTIFICATION DIVISION.
      PROGRAM-ID. ADDAPR.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT PENDAPR ASSIGN TO "PENDAPR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PND-KEY
              FILE STATUS IS PENDAPR-STATUS.
          SELECT LEDGER ASSIGN TO "LEDGER"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LEDGER-KEY.
          SELECT ACCTMST ASSIGN TO "ACCTMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCT-ID.
          SELECT AUDITLOG ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL.
          SELECT AUDITIDX ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AIX-KEY
              FILE STATUS IS AUDITIDX-STATUS.
          SELECT REJMST ASSIGN TO "REJMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RM-KEY
              FILE STATUS IS REJMST-STATUS.
          SELECT ADDREJ ASSIGN TO "ADDREJ"
              ORGANIZATION IS SEQUENTIAL.
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

      DATA DIVISION.
      FILE SECTION.
      FD  PENDAPR.
          COPY PENDREC.

      FD  LEDGER.
          COPY LEDGREC.

      FD  ACCTMST.
          COPY ACCTREC.

      FD  AUDITLOG.
          COPY AUDITREC.

      FD  AUDITIDX.
          COPY AUDIDXREC.

      FD  REJMST.
          COPY REJMREC.

      FD  ADDREJ.
          COPY ADDREJREC.

      FD  PERCTL.
          COPY PERCTLREC.

      FD  BALHIST.
          COPY BALHREC.

      FD  RSTRPT.
          COPY RSTRPTREC.

      WORKING-STORAGE SECTION.
          COPY ADDFLDS.

          01 RUN-DATE PIC 9(6).
          01 RUN-DATE-X REDEFINES RUN-DATE.
              05 RUN-DATE-YY PIC 9(2).
              05 RUN-DATE-MM PIC 9(2).
              05 RUN-DATE-DD PIC 9(2).
          01 RUN-TIME PIC 9(8).
          01 RUN-JOB-ID PIC X(8).
          01 RUN-USER-ID PIC X(8).

          01 PENDAPR-STATUS PIC X(2).
          01 PENDAPR-EOF-SW PIC X(1).
              88 PENDAPR-EOF VALUE 'Y'.
          01 AUDITIDX-STATUS PIC X(2).
          01 REJMST-STATUS PIC X(2).
          01 REJMST-EOF-SW PIC X(1).
              88 REJMST-EOF VALUE 'Y'.
          01 REJMST-WRITTEN-SW PIC X(1).
              88 REJMST-WRITTEN VALUE 'Y'.
          01 ADDREJ-OPEN-SW PIC X(1) VALUE 'N'.
              88 ADDREJ-OPEN VALUE 'Y'.
          01 APR-DONE-SW PIC X(1) VALUE 'N'.
              88 APR-DONE VALUE 'Y'.

          01 LIST-SELECT PIC 9(2).
          01 LIST-COMMAND PIC X(1).
              88 LIST-NEXT-PAGE VALUE 'N'.
              88 LIST-TOP VALUE 'T'.
              88 LIST-EXIT VALUE 'X'.
          01 LIST-MESSAGE PIC X(40) VALUE SPACES.
          01 ITEM-MESSAGE PIC X(40).
          01 ITEM-ACTION PIC X(1).
              88 ITEM-APPROVE VALUE 'A'.
              88 ITEM-DECLINE VALUE 'D'.

          01 PAGE-START-KEY PIC X(20) VALUE ZEROS.
          01 PAGE-START-SW PIC X(1) VALUE 'N'.
              88 PAGE-START-AFTER VALUE 'Y'.
          01 PAGE-COUNT PIC 9(2) VALUE ZERO.
          01 PAGE-MAX PIC 9(2) VALUE 10.
          01 PAGE-TABLE.
              05 PAGE-ENTRY OCCURS 10.
                  10 PG-KEY PIC X(20).
                  10 PG-LINE PIC X(64).

          01 LIST-HEADING-LINE.
              05 FILLER PIC X(3) VALUE 'NO'.
              05 FILLER PIC X(7) VALUE 'DATE'.
              05 FILLER PIC X(7) VALUE 'ACCOUNT'.
              05 FILLER PIC X(7) VALUE 'CONTRA'.
              05 FILLER PIC X(9) VALUE 'OP'.
              05 FILLER PIC X(7) VALUE 'AMOUNT'.
              05 FILLER PIC X(7) VALUE 'EFF'.
              05 FILLER PIC X(9) VALUE 'SUBMITTR'.
              05 FILLER PIC X(2) VALUE 'O'.
              05 FILLER PIC X(6) VALUE 'BATCH'.

          01 LIST-DETAIL-LINE.
              05 L-ITEM-NO PIC Z9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-SUBMIT-DATE PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-ACCOUNT-ID PIC X(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-CONTRA-ACCT PIC X(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-OP-CODE PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-AMOUNT PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-EFF-DATE PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-SUBMIT-USER PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-ORIGIN PIC X(1).
              05 FILLER PIC X(1) VALUE SPACE.
              05 L-BATCH-ID PIC X(6).

          01 SHOW-NUMBER1 PIC -(6)9.99.
          01 SHOW-NUMBER2 PIC -(6)9.99.
          01 SHOW-RESULT PIC -(6)9.99.

          01 LEDGER-FOUND-SW PIC X(1) VALUE 'N'.
              88 LEDGER-FOUND VALUE 'Y'.
          01 POST-ACCT-ID PIC X(6).
          01 POST-AMOUNT PIC S9(7)V99 COMP-3.
          01 APPROVE-SEQ PIC 9(6) VALUE ZERO.
          01 APPROVED-COUNT PIC 9(6) VALUE ZERO.
          01 DECLINED-COUNT PIC 9(6) VALUE ZERO.

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

      SCREEN SECTION.
      01 ADDAPR-LIST-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'PENDING APPROVAL QUEUE'.
          05 LINE 3 COLUMN 1 PIC X(64) FROM LIST-HEADING-LINE.
          05 LINE 5 COLUMN 1 PIC X(64) FROM PG-LINE (1).
          05 LINE 6 COLUMN 1 PIC X(64) FROM PG-LINE (2).
          05 LINE 7 COLUMN 1 PIC X(64) FROM PG-LINE (3).
          05 LINE 8 COLUMN 1 PIC X(64) FROM PG-LINE (4).
          05 LINE 9 COLUMN 1 PIC X(64) FROM PG-LINE (5).
          05 LINE 10 COLUMN 1 PIC X(64) FROM PG-LINE (6).
          05 LINE 11 COLUMN 1 PIC X(64) FROM PG-LINE (7).
          05 LINE 12 COLUMN 1 PIC X(64) FROM PG-LINE (8).
          05 LINE 13 COLUMN 1 PIC X(64) FROM PG-LINE (9).
          05 LINE 14 COLUMN 1 PIC X(64) FROM PG-LINE (10).
          05 LINE 16 COLUMN 1 PIC X(40) FROM LIST-MESSAGE.
          05 LINE 18 COLUMN 1 VALUE 'ITEM NUMBER (1-10):'.
          05 LINE 18 COLUMN 21 PIC 99 USING LIST-SELECT.
          05 LINE 19 COLUMN 1 VALUE 'OR N=NEXT PAGE T=TOP X=EXIT:'.
          05 LINE 19 COLUMN 30 PIC X USING LIST-COMMAND.

      01 ADDAPR-ITEM-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'PENDING APPROVAL QUEUE'.
          05 LINE 3 COLUMN 1 VALUE 'SUBMIT  :'.
          05 LINE 3 COLUMN 15 PIC 9(6) FROM PND-SUBMIT-DATE.
          05 LINE 3 COLUMN 22 PIC 9(8) FROM PND-SUBMIT-TIME.
          05 LINE 4 COLUMN 1 VALUE 'USER    :'.
          05 LINE 4 COLUMN 15 PIC X(8) FROM PND-SUBMIT-USER.
          05 LINE 5 COLUMN 1 VALUE 'JOB     :'.
          05 LINE 5 COLUMN 15 PIC X(8) FROM PND-SUBMIT-JOB.
          05 LINE 6 COLUMN 1 VALUE 'BATCH   :'.
          05 LINE 6 COLUMN 15 PIC X(6) FROM PND-BATCH-ID.
          05 LINE 7 COLUMN 1 VALUE 'ORIGIN  :'.
          05 LINE 7 COLUMN 15 PIC X FROM PND-ORIGIN.
          05 LINE 8 COLUMN 1 VALUE 'TRAN KEY:'.
          05 LINE 8 COLUMN 15 PIC 9(6) FROM PND-TRAN-KEY.
          05 LINE 9 COLUMN 1 VALUE 'SOURCE  :'.
          05 LINE 9 COLUMN 15 PIC X FROM PND-TRAN-SOURCE.
          05 LINE 10 COLUMN 1 VALUE 'OP CODE :'.
          05 LINE 10 COLUMN 15 PIC X(3) FROM PND-OP-CODE.
          05 LINE 11 COLUMN 1 VALUE 'NUMBER1 :'.
          05 LINE 11 COLUMN 15 PIC -(6)9.99 FROM SHOW-NUMBER1.
          05 LINE 12 COLUMN 1 VALUE 'NUMBER2 :'.
          05 LINE 12 COLUMN 15 PIC -(6)9.99 FROM SHOW-NUMBER2.
          05 LINE 13 COLUMN 1 VALUE 'AMOUNT  :'.
          05 LINE 13 COLUMN 15 PIC -(6)9.99 FROM SHOW-RESULT.
          05 LINE 14 COLUMN 1 VALUE 'ACCOUNT :'.
          05 LINE 14 COLUMN 15 PIC X(6) FROM PND-ACCOUNT-ID.
          05 LINE 15 COLUMN 1 VALUE 'CONTRA  :'.
          05 LINE 15 COLUMN 15 PIC X(6) FROM PND-CONTRA-ACCT.
          05 LINE 16 COLUMN 1 VALUE 'EFF DATE:'.
          05 LINE 16 COLUMN 15 PIC 9(6) FROM PND-EFF-DATE.
          05 LINE 17 COLUMN 1 VALUE 'ORIG KEY:'.
          05 LINE 17 COLUMN 15 PIC 9(6) FROM PND-ORIG-TRAN-KEY.
          05 LINE 19 COLUMN 1 PIC X(40) FROM ITEM-MESSAGE.
          05 LINE 21 COLUMN 1 VALUE 'APPROVE, DECLINE OR SKIP (A/D/S):'.
          05 LINE 21 COLUMN 35 PIC X USING ITEM-ACTION.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          ACCEPT RUN-TIME FROM TIME.
          DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-JOB-ID FROM ENVIRONMENT-VALUE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
          IF RUN-USER-ID = SPACES
              DISPLAY 'ADDAPR USER NOT SET - NO APPROVALS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN I-O PENDAPR.
          IF PENDAPR-STATUS = '35'
              CLOSE PENDAPR
              OPEN OUTPUT PENDAPR
              CLOSE PENDAPR
              OPEN I-O PENDAPR
          END-IF.
          OPEN I-O LEDGER.
          OPEN INPUT ACCTMST.
          OPEN EXTEND AUDITLOG.
          OPEN I-O AUDITIDX.
          IF AUDITIDX-STATUS = '35'
              CLOSE AUDITIDX
              OPEN OUTPUT AUDITIDX
              CLOSE AUDITIDX
              OPEN I-O AUDITIDX
          END-IF.
          OPEN I-O REJMST.
          IF REJMST-STATUS = '35'
              CLOSE REJMST
              OPEN OUTPUT REJMST
              CLOSE REJMST
              OPEN I-O REJMST
          END-IF.
          OPEN I-O BALHIST.
          IF BALHIST-STATUS = '35'
              CLOSE BALHIST
              OPEN OUTPUT BALHIST
              CLOSE BALHIST
              OPEN I-O BALHIST
          END-IF.
          PERFORM LOAD-PERIOD-CONTROL.
          PERFORM SHOW-PENDING-LIST UNTIL APR-DONE.
          CLOSE PENDAPR.
          CLOSE LEDGER.
          CLOSE ACCTMST.
          CLOSE AUDITLOG.
          CLOSE AUDITIDX.
          CLOSE REJMST.
          CLOSE BALHIST.
          IF ADDREJ-OPEN
              CLOSE ADDREJ
          END-IF.
          IF RSTRPT-OPEN
              CLOSE RSTRPT
          END-IF.
          DISPLAY 'ITEMS APPROVED: ' APPROVED-COUNT.
          DISPLAY 'ITEMS DECLINED: ' DECLINED-COUNT.
          STOP RUN.

      SHOW-PENDING-LIST.
          PERFORM LOAD-PENDING-PAGE.
          MOVE ZERO TO LIST-SELECT.
          MOVE SPACE TO LIST-COMMAND.
          DISPLAY ADDAPR-LIST-SCREEN.
          ACCEPT ADDAPR-LIST-SCREEN.
          MOVE SPACES TO LIST-MESSAGE.
          EVALUATE TRUE
              WHEN LIST-SELECT > ZERO AND LIST-SELECT <= PAGE-COUNT
                  PERFORM WORK-ONE-ITEM
              WHEN LIST-EXIT
                  SET APR-DONE TO TRUE
              WHEN LIST-NEXT-PAGE
                  IF PAGE-COUNT = PAGE-MAX
                      MOVE PG-KEY (PAGE-COUNT) TO PAGE-START-KEY
                      SET PAGE-START-AFTER TO TRUE
                  ELSE
                      MOVE 'NO MORE PENDING ITEMS' TO LIST-MESSAGE
                  END-IF
              WHEN LIST-TOP
                  MOVE ZEROS TO PAGE-START-KEY
                  MOVE 'N' TO PAGE-START-SW
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      *> Only items still at status 'P' are listed; approved and
      *> declined items stay on file as the record of who acted.
      LOAD-PENDING-PAGE.
          MOVE ZERO TO PAGE-COUNT.
          MOVE SPACES TO PAGE-TABLE.
          MOVE 'N' TO PENDAPR-EOF-SW.
          MOVE PAGE-START-KEY TO PND-KEY.
          IF PAGE-START-AFTER
              START PENDAPR KEY > PND-KEY
                  INVALID KEY SET PENDAPR-EOF TO TRUE
              END-START
          ELSE
              START PENDAPR KEY >= PND-KEY
                  INVALID KEY SET PENDAPR-EOF TO TRUE
              END-START
          END-IF.
          PERFORM LOAD-ONE-PENDING
              UNTIL PENDAPR-EOF OR PAGE-COUNT >= PAGE-MAX.
          IF PAGE-COUNT = ZERO AND LIST-MESSAGE = SPACES
              MOVE 'NO ITEMS AWAITING APPROVAL' TO LIST-MESSAGE
          END-IF.

      LOAD-ONE-PENDING.
          READ PENDAPR NEXT RECORD
              AT END SET PENDAPR-EOF TO TRUE
              NOT AT END
                  IF PND-PENDING
                      PERFORM ADD-PAGE-ENTRY
                  END-IF
          END-READ.

      ADD-PAGE-ENTRY.
          ADD 1 TO PAGE-COUNT.
          MOVE PND-KEY TO PG-KEY (PAGE-COUNT).
          MOVE PAGE-COUNT TO L-ITEM-NO.
          MOVE PND-SUBMIT-DATE TO L-SUBMIT-DATE.
          MOVE PND-ACCOUNT-ID TO L-ACCOUNT-ID.
          MOVE PND-CONTRA-ACCT TO L-CONTRA-ACCT.
          MOVE PND-OP-CODE TO L-OP-CODE.
          MOVE PND-RESULT TO L-AMOUNT.
          MOVE PND-EFF-DATE TO L-EFF-DATE.
          MOVE PND-SUBMIT-USER TO L-SUBMIT-USER.
          MOVE PND-ORIGIN TO L-ORIGIN.
          MOVE PND-BATCH-ID TO L-BATCH-ID.
          MOVE LIST-DETAIL-LINE TO PG-LINE (PAGE-COUNT).

      *> The item is read again before it is shown, since another
      *> supervisor may have worked it since the page was listed.
      *> Nobody may approve or decline an item they submitted.
      WORK-ONE-ITEM.
          MOVE PG-KEY (LIST-SELECT) TO PND-KEY.
          READ PENDAPR
              INVALID KEY
                  MOVE 'ITEM NO LONGER ON FILE' TO LIST-MESSAGE
          END-READ.
          EVALUATE TRUE
              WHEN LIST-MESSAGE NOT = SPACES
                  CONTINUE
              WHEN NOT PND-PENDING
                  MOVE 'ITEM ALREADY WORKED' TO LIST-MESSAGE
              WHEN PND-SUBMIT-USER = RUN-USER-ID
                  MOVE 'OWN SUBMISSION - REFUSED' TO LIST-MESSAGE
              WHEN OTHER
                  PERFORM SHOW-ONE-ITEM
          END-EVALUATE.

      SHOW-ONE-ITEM.
          PERFORM CHECK-ITEM-FOR-POSTING.
          MOVE PND-NUMBER1 TO SHOW-NUMBER1.
          MOVE PND-NUMBER2 TO SHOW-NUMBER2.
          MOVE PND-RESULT TO SHOW-RESULT.
          MOVE SPACE TO ITEM-ACTION.
          DISPLAY ADDAPR-ITEM-SCREEN.
          ACCEPT ADDAPR-ITEM-SCREEN.
          EVALUATE TRUE
              WHEN ITEM-APPROVE AND ARITH-OK
                  PERFORM APPROVE-PENDING-ITEM
              WHEN ITEM-APPROVE
                  MOVE 'CANNOT APPROVE - ITEM LEFT PENDING'
                      TO LIST-MESSAGE
              WHEN ITEM-DECLINE
                  PERFORM DECLINE-PENDING-ITEM
              WHEN OTHER
                  MOVE 'ITEM SKIPPED' TO LIST-MESSAGE
          END-EVALUATE.

      *> Accounts and period are checked again at approval time,
      *> because either may have closed since the item was held.
      CHECK-ITEM-FOR-POSTING.
          SET ARITH-OK TO TRUE.
          MOVE PND-ACCOUNT-ID TO ACCT-ID.
          READ ACCTMST
              INVALID KEY
                  SET ARITH-UNKNOWN-ACCOUNT TO TRUE
              NOT INVALID KEY
                  IF ACCT-CLOSED
                      SET ARITH-CLOSED-ACCOUNT TO TRUE
                  END-IF
          END-READ.
          IF ARITH-OK
              MOVE PND-CONTRA-ACCT TO ACCT-ID
              READ ACCTMST
                  INVALID KEY
                      SET ARITH-UNKNOWN-CONTRA TO TRUE
                  NOT INVALID KEY
                      IF ACCT-CLOSED
                          SET ARITH-CLOSED-CONTRA TO TRUE
                      END-IF
              END-READ
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-EFFECTIVE-PERIOD
          END-IF.
          EVALUATE TRUE
              WHEN ARITH-OK
                  MOVE 'READY TO POST' TO ITEM-MESSAGE
              WHEN ARITH-UNKNOWN-ACCOUNT
                  MOVE 'UNKNOWN ACCOUNT - DECLINE ONLY'
                      TO ITEM-MESSAGE
              WHEN ARITH-CLOSED-ACCOUNT
                  MOVE 'ACCOUNT CLOSED - DECLINE ONLY'
                      TO ITEM-MESSAGE
              WHEN ARITH-UNKNOWN-CONTRA
                  MOVE 'UNKNOWN CONTRA - DECLINE ONLY'
                      TO ITEM-MESSAGE
              WHEN ARITH-CLOSED-CONTRA
                  MOVE 'CONTRA CLOSED - DECLINE ONLY'
                      TO ITEM-MESSAGE
              WHEN OTHER
                  MOVE 'PERIOD CLOSED - DECLINE ONLY'
                      TO ITEM-MESSAGE
          END-EVALUATE.

      *> The approved posting is audited under this session's date
      *> and time, with the submitter's user and job ids and the
      *> approver alongside them.
      APPROVE-PENDING-ITEM.
          ADD 1 TO APPROVE-SEQ.
          MOVE PND-NUMBER1 TO NUMBER1.
          MOVE PND-NUMBER2 TO NUMBER2.
          MOVE PND-RESULT TO RESULT.
          MOVE PND-ACCOUNT-ID TO POST-ACCT-ID.
          MOVE RESULT TO POST-AMOUNT.
          PERFORM POST-ONE-SIDE.
          MOVE PND-CONTRA-ACCT TO POST-ACCT-ID.
          COMPUTE POST-AMOUNT = ZERO - RESULT.
          PERFORM POST-ONE-SIDE.
          IF EFF-PERIOD-ADJUSTING
              PERFORM RESTATE-BALANCE-HISTORY
          END-IF.
          MOVE RUN-DATE TO AUD-RUN-DATE.
          MOVE RUN-TIME TO AUD-RUN-TIME.
          MOVE PND-SUBMIT-JOB TO AUD-JOB-ID.
          MOVE PND-SUBMIT-USER TO AUD-USER-ID.
          MOVE PND-TRAN-KEY TO AUD-TRAN-KEY.
          MOVE PND-OP-CODE TO AUD-OP-CODE.
          MOVE NUMBER1 TO AUD-NUMBER1.
          MOVE NUMBER2 TO AUD-NUMBER2.
          MOVE RESULT TO AUD-RESULT.
          MOVE PND-ACCOUNT-ID TO AUD-ACCOUNT-ID.
          MOVE PND-CONTRA-ACCT TO AUD-CONTRA-ACCT.
          MOVE PND-TRAN-SOURCE TO AUD-SOURCE-CODE.
          MOVE PND-ORIG-TRAN-KEY TO AUD-ORIG-TRAN-KEY.
          MOVE ZERO TO AUD-ORIG-RUN-DATE.
          MOVE ZERO TO AUD-ORIG-RUN-TIME.
          MOVE POST-EFF-DATE TO AUD-EFF-DATE.
          MOVE RUN-USER-ID TO AUD-APPROVER-ID.
          MOVE PND-BATCH-ID TO AUD-BATCH-ID.
          PERFORM WRITE-AUDIT-INDEX.
          WRITE AUDIT-RECORD.
          IF PND-TRAN-SOURCE = 'R'
              PERFORM CLEAR-REJECT-MASTER
          END-IF.
          SET PND-APPROVED TO TRUE.
          MOVE RUN-USER-ID TO PND-APPROVER-ID.
          MOVE RUN-DATE TO PND-ACTION-DATE.
          REWRITE PENDAPR-RECORD.
          ADD 1 TO APPROVED-COUNT.
          MOVE 'ITEM APPROVED AND POSTED' TO LIST-MESSAGE.

      *> A declined item enters the reject lifecycle like any batch
      *> reject: outstanding on REJMST and on ADDREJ for ADDFIX. It
      *> stays pending if its REJMST key belongs to another reject.
      DECLINE-PENDING-ITEM.
          MOVE PND-TRAN-KEY TO REJ-TRAN-KEY.
          MOVE PND-OP-CODE TO REJ-OP-CODE.
          MOVE PND-NUMBER1 TO REJ-NUMBER1.
          MOVE PND-NUMBER2 TO REJ-NUMBER2.
          MOVE PND-ACCOUNT-ID TO REJ-ACCOUNT-ID.
          MOVE PND-CONTRA-ACCT TO REJ-CONTRA-ACCT.
          MOVE PND-TRAN-SOURCE TO REJ-TRAN-SOURCE.
          MOVE PND-ORIG-TRAN-KEY TO REJ-ORIG-TRAN-KEY.
          MOVE 'D' TO REJ-REASON-CODE.
          MOVE 'DECLINED BY APPROVER' TO REJ-REASON-TEXT.
          MOVE ZERO TO REJ-ORIG-RUN-DATE.
          MOVE PND-EFF-DATE TO REJ-EFF-DATE.
          PERFORM WRITE-REJECT-MASTER.
          IF REJMST-WRITTEN
              PERFORM COMPLETE-DECLINE
          ELSE
              MOVE 'REJECT MASTER KEY IN USE - NOT DECLINED'
                  TO LIST-MESSAGE
          END-IF.

      COMPLETE-DECLINE.
          IF NOT ADDREJ-OPEN
              OPEN EXTEND ADDREJ
              SET ADDREJ-OPEN TO TRUE
          END-IF.
          WRITE ADDREJ-RECORD.
          SET PND-DECLINED TO TRUE.
          MOVE RUN-USER-ID TO PND-APPROVER-ID.
          MOVE RUN-DATE TO PND-ACTION-DATE.
          REWRITE PENDAPR-RECORD.
          ADD 1 TO DECLINED-COUNT.
          MOVE 'ITEM DECLINED TO REJECT MASTER' TO LIST-MESSAGE.

      *> Pending keys restart with every ADDONL session and share
      *> the batch key space, so a key already on REJMST for the day
      *> is only reused when it holds this same declined item, as
      *> after an interrupted decline. Any other reject is left alone.
      WRITE-REJECT-MASTER.
          MOVE 'N' TO REJMST-WRITTEN-SW.
          PERFORM BUILD-REJECT-MASTER.
          WRITE REJMST-RECORD
              INVALID KEY
                  PERFORM REWRITE-SAME-DECLINE
              NOT INVALID KEY
                  SET REJMST-WRITTEN TO TRUE
          END-WRITE.

      REWRITE-SAME-DECLINE.
          READ REJMST
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF RM-REASON-CODE = 'D'
                      AND RM-ACCOUNT-ID = REJ-ACCOUNT-ID
                      AND RM-CONTRA-ACCT = REJ-CONTRA-ACCT
                      AND RM-OP-CODE = REJ-OP-CODE
                      AND RM-NUMBER1 = REJ-NUMBER1
                      AND RM-NUMBER2 = REJ-NUMBER2
                      PERFORM BUILD-REJECT-MASTER
                      REWRITE REJMST-RECORD
                      SET REJMST-WRITTEN TO TRUE
                  END-IF
          END-READ.

      BUILD-REJECT-MASTER.
          MOVE REJ-TRAN-KEY TO RM-TRAN-KEY.
          MOVE RUN-DATE TO RM-REJ-DATE.
          MOVE REJ-OP-CODE TO RM-OP-CODE.
          MOVE REJ-NUMBER1 TO RM-NUMBER1.
          MOVE REJ-NUMBER2 TO RM-NUMBER2.
          MOVE REJ-ACCOUNT-ID TO RM-ACCOUNT-ID.
          MOVE REJ-CONTRA-ACCT TO RM-CONTRA-ACCT.
          MOVE REJ-TRAN-SOURCE TO RM-TRAN-SOURCE.
          MOVE REJ-ORIG-TRAN-KEY TO RM-ORIG-TRAN-KEY.
          MOVE REJ-REASON-CODE TO RM-REASON-CODE.
          MOVE REJ-REASON-TEXT TO RM-REASON-TEXT.
          MOVE REJ-ORIG-RUN-DATE TO RM-ORIG-RUN-DATE.
          MOVE REJ-EFF-DATE TO RM-EFF-DATE.
          SET RM-OUTSTANDING TO TRUE.
          MOVE RUN-DATE TO RM-STATUS-DATE.

      CLEAR-REJECT-MASTER.
          MOVE 'N' TO REJMST-EOF-SW.
          MOVE PND-ORIG-TRAN-KEY TO RM-TRAN-KEY.
          MOVE ZERO TO RM-REJ-DATE.
          START REJMST KEY >= RM-KEY
              INVALID KEY SET REJMST-EOF TO TRUE
          END-START.
          PERFORM CLEAR-ONE-REJECT-ENTRY UNTIL REJMST-EOF.

      CLEAR-ONE-REJECT-ENTRY.
          READ REJMST NEXT RECORD
              AT END SET REJMST-EOF TO TRUE
              NOT AT END
                  IF RM-TRAN-KEY = PND-ORIG-TRAN-KEY
                      IF RM-OUTSTANDING OR RM-RESUBMITTED
                          SET RM-CLEARED TO TRUE
                          MOVE RUN-DATE TO RM-STATUS-DATE
                          REWRITE REJMST-RECORD
                      END-IF
                  ELSE
                      SET REJMST-EOF TO TRUE
                  END-IF
          END-READ.

      WRITE-AUDIT-INDEX.
          MOVE AUD-ACCOUNT-ID TO AIX-ACCOUNT-ID.
          MOVE 'P' TO AIX-SIDE.
          MOVE AUD-CONTRA-ACCT TO AIX-CONTRA-ACCT.
          PERFORM WRITE-ONE-INDEX-ENTRY.
          IF AUD-CONTRA-ACCT NOT = SPACES
              MOVE AUD-CONTRA-ACCT TO AIX-ACCOUNT-ID
              MOVE 'C' TO AIX-SIDE
              MOVE AUD-ACCOUNT-ID TO AIX-CONTRA-ACCT
              PERFORM WRITE-ONE-INDEX-ENTRY
          END-IF.

      WRITE-ONE-INDEX-ENTRY.
          MOVE AUD-RUN-DATE TO AIX-RUN-DATE.
          MOVE AUD-TRAN-KEY TO AIX-TRAN-KEY.
          MOVE AUD-RUN-TIME TO AIX-RUN-TIME.
          MOVE APPROVE-SEQ TO AIX-POST-SEQ.
          MOVE AUD-OP-CODE TO AIX-OP-CODE.
          MOVE AUD-JOB-ID TO AIX-JOB-ID.
          MOVE AUD-USER-ID TO AIX-USER-ID.
          MOVE AUD-NUMBER1 TO AIX-NUMBER1.
          MOVE AUD-NUMBER2 TO AIX-NUMBER2.
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
                  DISPLAY 'ADDAPR DUPLICATE AUDIT INDEX KEY '
                      AIX-KEY ' - SESSION ABORTED'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
          END-WRITE.

      POST-ONE-SIDE.
          MOVE 'N' TO LEDGER-FOUND-SW.
          MOVE POST-ACCT-ID TO LEDGER-KEY.
          READ LEDGER
              INVALID KEY
                  MOVE ZERO TO LEDGER-BALANCE
              NOT INVALID KEY
                  SET LEDGER-FOUND TO TRUE
          END-READ.
          ADD POST-AMOUNT TO LEDGER-BALANCE.
          MOVE POST-ACCT-ID TO LEDGER-KEY.
          IF LEDGER-FOUND
              REWRITE LEDGER-RECORD
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
                  DISPLAY 'ADDAPR PERIOD TABLE FULL AT '
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

      CHECK-EFFECTIVE-PERIOD.
          IF PND-EFF-DATE > ZERO
              MOVE PND-EFF-DATE TO POST-EFF-DATE
          ELSE
              MOVE RUN-DATE TO POST-EFF-DATE
          END-IF.
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
          MOVE PND-ACCOUNT-ID TO RESTATE-ACCT-ID.
          MOVE RESULT TO RESTATE-AMOUNT.
          PERFORM RESTATE-ONE-ACCOUNT.
          MOVE PND-CONTRA-ACCT TO RESTATE-ACCT-ID.
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
          MOVE PND-TRAN-KEY TO RD-TRAN-KEY.
          MOVE POST-EFF-DATE TO RD-EFF-DATE.
          MOVE RESTATE-AMOUNT TO RD-ADJUSTMENT.
          MOVE BH-CLOSE-BALANCE TO RD-NEW-BALANCE.
          MOVE RUN-USER-ID TO RD-USER-ID.
          WRITE RSTRPT-RECORD FROM RST-DETAIL-LINE.
