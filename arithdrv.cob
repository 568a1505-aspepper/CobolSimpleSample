          SELECT RUNPARM ASSIGN TO "RUNPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNPARM-STATUS.
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

      DATA DIVISION.
      FILE SECTION.
      FD  RUNPARM.
          COPY RUNPRMREC.

      FD  PERCTL.
          COPY PERCTLREC.

      FD  BALHIST.
          COPY BALHREC.

      FD  RSTRPT.
          COPY RSTRPTREC.

      FD  PENDAPR.
          COPY PENDREC.

      WORKING-STORAGE SECTION.
          01 RESULT PIC S9(7)V99 COMP-3.
          01 ARITH-STATUS PIC X(1).
              88 ARITH-OK             VALUE '0'.
              88 ARITH-ERROR          VALUE '1' '2' '3' '4' '5'
                                            '6' '7' '8' '9' 'P'
                                            'M'.
              88 ARITH-SIZE-ERROR     VALUE '1'.
              88 ARITH-DIVIDE-BY-ZERO VALUE '2'.
              88 ARITH-INVALID-OP     VALUE '3'.
              88 ARITH-CLOSED-ACCOUNT  VALUE '5'.
              88 ARITH-UNKNOWN-CONTRA  VALUE '6'.
              88 ARITH-CLOSED-CONTRA   VALUE '7'.
              88 ARITH-ORIG-NOT-FOUND  VALUE '8'.
              88 ARITH-ALREADY-REVERSED VALUE '9'.
              88 ARITH-PERIOD-CLOSED   VALUE 'P'.
              88 ARITH-AMBIGUOUS-ORIG  VALUE 'M'.
          01 ADDIN-EOF-SW PIC X(1) VALUE 'N'.
              88 ADDIN-EOF VALUE 'Y'.

              88 EXPTOT-EOF VALUE 'Y'.
          01 EXP-FOUND-SW PIC X(1) VALUE 'N'.
              88 EXP-FOUND VALUE 'Y'.
          01 BATCH-EXP-TOTAL PIC S9(7)V99 COMP-3 VALUE ZERO.

          01 BATCH-OPEN-SW PIC X(1) VALUE 'N'.
              88 BATCH-OPEN VALUE 'Y'.
          01 REJMST-EOF-SW PIC X(1).
              88 REJMST-EOF VALUE 'Y'.
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
          01 OPEN-CAND-COUNT PIC 9(2).
          01 OPEN-CAND-IX PIC 9(2).
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

          01 BALHIST-STATUS PIC X(2).
          01 BALHIST-FOUND-SW PIC X(1).
              88 BALHIST-FOUND VALUE 'Y'.
          01 RSTRPT-OPEN-SW PIC X(1) VALUE 'N'.
              88 RSTRPT-OPEN VALUE 'Y'.
          01 RESTATE-ACCT-ID PIC X(6).
          01 RESTATE-AMOUNT PIC S9(7)V99 COMP-3.
          01 RESTATED-COUNT PIC 9(6) VALUE ZERO.

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
          01 HELD-COUNT PIC 9(6) VALUE ZERO.

          01 RUNPARM-STATUS PIC X(2).
          01 RUNPARM-EOF-SW PIC X(1) VALUE 'N'.
              88 RUNPARM-EOF VALUE 'Y'.
              05 D-NUMBER2 PIC -ZZZZZZ9.99.
              05 FILLER PIC X(4) VALUE SPACES.
              05 D-RESULT PIC -ZZZZZZ9.99.
              05 FILLER PIC X(2) VALUE SPACES.
              05 D-STATUS PIC X(4) VALUE SPACES.

          01 RPT-TOTAL-LINE.
              05 FILLER PIC X(20) VALUE 'CONTROL TOTAL '.
              05 FILLER PIC X(20) VALUE 'RECORDS REJECTED '.
              05 T-REJECT-COUNT PIC ZZZZZ9.

          01 RPT-HELD-LINE.
              05 FILLER PIC X(20) VALUE 'HELD FOR APPROVAL '.
              05 T-HELD-COUNT PIC ZZZZZ9.

      PROCEDURE DIVISION.
          OPEN INPUT ADDIN.
          OPEN I-O LEDGER.
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
          ACCEPT RUN-DATE FROM DATE.
          ACCEPT RUN-TIME FROM TIME.
          DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
          ACCEPT ENV-BATCH-ID FROM ENVIRONMENT-VALUE.
          MOVE ENV-BATCH-ID TO RUN-BATCH-ID.
          PERFORM READ-RUN-PARAMETERS.
          PERFORM LOAD-PERIOD-CONTROL.
          PERFORM CHECK-FOR-RESTART.
          IF RESTART-REQUESTED
              OPEN EXTEND ADDRPT
          CLOSE TIERPT.
          CLOSE REJMST.
          CLOSE AUDITIDX.
          CLOSE BALHIST.
          CLOSE PENDAPR.
          IF RSTRPT-OPEN
              CLOSE RSTRPT
          END-IF.
          GOBACK.

      START-NEW-BATCH.
          MOVE 'N' TO EXPTOT-EOF-SW.
          MOVE 'N' TO EXP-FOUND-SW.
          OPEN INPUT EXPTOT.
          PERFORM FIND-EXPECTED-TOTAL UNTIL EXPTOT-EOF.
          CLOSE EXPTOT.
          MOVE RUN-BATCH-ID TO TIE-BATCH-ID.
          MOVE CTL-TOTAL TO TIE-ACTUAL.
          IF EXP-FOUND
              MOVE BATCH-EXP-TOTAL TO TIE-EXPECTED
              IF BATCH-EXP-TOTAL = CTL-TOTAL
                  MOVE 'MATCH' TO TIE-RESULT-TEXT
              ELSE
                  MOVE 'MISMATCH' TO TIE-RESULT-TEXT
          WRITE RUNSTAT-RECORD.
          CLOSE RUNSTAT.

      *> The latest EXPTOT record for a batch gives its total, so a
      *> batch sent again, or released from ADDDUP, ties out against
      *> the total appended for it rather than the original one.
      FIND-EXPECTED-TOTAL.
          READ EXPTOT
              AT END SET EXPTOT-EOF TO TRUE
              NOT AT END
                  IF EXP-BATCH-ID = RUN-BATCH-ID
                      SET EXP-FOUND TO TRUE
                      MOVE EXP-TOTAL TO BATCH-EXP-TOTAL
                  END-IF
          END-READ.

          MOVE LEDGER-BALANCE TO OPN-BALANCE.
          WRITE OPNBAL-RECORD.

      *> The latest PERCTL record for a period gives its state. A
      *> period with no record of its own that falls before the last
      *> one closed was never snapshotted separately and is treated
      *> as locked with it.
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
                  DISPLAY 'ARITHDRV PERIOD TABLE FULL AT '
                      PERIOD-MAX ' - RUN ABORTED'
                  MOVE 12 TO RETURN-CODE
                  GOBACK
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
          IF EFF-DATE NUMERIC AND EFF-DATE > ZERO
              MOVE EFF-DATE TO POST-EFF-DATE
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

      *> A prior-period adjustment restates the snapshot of every
      *> period from the effective period on, for both sides, so
      *> each BALHIST closing balance again agrees with the ledger
      *> activity booked up to that period end.
      RESTATE-BALANCE-HISTORY.
          MOVE ACCOUNT-ID TO RESTATE-ACCT-ID.
          MOVE RESULT TO RESTATE-AMOUNT.
          PERFORM RESTATE-ONE-ACCOUNT.
          MOVE CONTRA-ACCOUNT-ID TO RESTATE-ACCT-ID.
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
          ADD 1 TO RESTATED-COUNT.
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
          MOVE TRAN-KEY TO RD-TRAN-KEY.
          MOVE POST-EFF-DATE TO RD-EFF-DATE.
          MOVE RESTATE-AMOUNT TO RD-ADJUSTMENT.
          MOVE BH-CLOSE-BALANCE TO RD-NEW-BALANCE.
          MOVE RUN-USER-ID TO RD-USER-ID.
          WRITE RSTRPT-RECORD FROM RST-DETAIL-LINE.

      READ-RUN-PARAMETERS.
          OPEN INPUT RUNPARM.
          IF RUNPARM-STATUS = '00'
                      AND PRM-VALUE-N <= 5000
                      MOVE PRM-VALUE-N TO SEEN-ACCT-MAX
                  END-IF
              WHEN 'APPRLIMIT'
                  IF PRM-VALUE-N <= 9999999
                      MOVE PRM-VALUE-N TO APPROVAL-LIMIT
                  END-IF
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.
                      MOVE CHK-BAD-TIE-SW TO ANY-BAD-TIE-SW
                      MOVE CHK-BATCH-COUNT TO BATCH-COUNT
                      MOVE CHK-BATCHES-ENDED TO BATCHES-ENDED
                      MOVE CHK-HELD-COUNT TO HELD-COUNT
                      IF ENV-BATCH-ID = CHK-BATCH-ID
                          SET IN-RESTART-BATCH TO TRUE
                      END-IF
          MOVE ANY-BAD-TIE-SW TO CHK-BAD-TIE-SW.
          MOVE BATCH-COUNT TO CHK-BATCH-COUNT.
          MOVE BATCHES-ENDED TO CHK-BATCHES-ENDED.
          MOVE HELD-COUNT TO CHK-HELD-COUNT.
          OPEN OUTPUT CHKPT.
          WRITE CHKPT-RECORD.
          CLOSE CHKPT.

      CALL-ARITH-OPERATION.
          SET ARITH-OK TO TRUE.
          MOVE ZERO TO ORIG-RUN-TIME.
          IF TRAN-REVERSAL
              PERFORM FIND-ORIGINAL-POSTING
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-POSTING-ACCOUNT
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-CONTRA-ACCOUNT
          END-IF.
          IF ARITH-OK
              PERFORM CHECK-EFFECTIVE-PERIOD
          END-IF.
          IF ARITH-OK AND NOT TRAN-REVERSAL
              PERFORM CALL-ARITH-SUBPROGRAM
          END-IF.
          MOVE 'N' TO APPROVAL-SW.
          IF ARITH-OK AND NOT TRAN-REVERSAL
              PERFORM CHECK-APPROVAL-LIMIT
          END-IF.
          IF ARITH-OK
              ADD RESULT TO CTL-TOTAL
              IF APPROVAL-NEEDED
                  PERFORM HOLD-FOR-APPROVAL
              ELSE
                  PERFORM POST-ACCEPTED-TRANSACTION
              END-IF
          ELSE
              PERFORM WRITE-REJECT-RECORD
          END-IF.

      POST-ACCEPTED-TRANSACTION.
          ADD 1 TO POSTED-COUNT.
          PERFORM POST-TO-LEDGER.
          IF EFF-PERIOD-ADJUSTING
              PERFORM RESTATE-BALANCE-HISTORY
          END-IF.
          PERFORM WRITE-DETAIL-LINE.
          PERFORM WRITE-AUDIT-RECORD.
          PERFORM WRITE-GL-DETAIL.
          IF TRAN-RESUBMITTED
              PERFORM CLEAR-REJECT-MASTER
          END-IF.
          IF TRAN-REVERSAL
              PERFORM CLEAR-REVERSAL-REJECTS
          END-IF.

      *> A reversal only ever negates an entry that has already
      *> posted, so it is never held however large it is.
      CHECK-APPROVAL-LIMIT.
          IF APPROVAL-LIMIT > ZERO
              IF RESULT > APPROVAL-LIMIT
                  OR RESULT < ZERO - APPROVAL-LIMIT
                  SET APPROVAL-NEEDED TO TRUE
              END-IF
          END-IF.

      *> A held item still counts toward the batch control total,
      *> since it was part of the batch as submitted, but it reaches
      *> LEDGER, AUDITLOG and the GL extract only once ADDAPR
      *> releases it.
      HOLD-FOR-APPROVAL.
          ADD 1 TO HELD-COUNT.
          MOVE RUN-DATE TO PND-SUBMIT-DATE.
          MOVE RUN-TIME TO PND-SUBMIT-TIME.
          MOVE RECORDS-READ TO PND-SUBMIT-SEQ.
          SET PND-PENDING TO TRUE.
          MOVE RUN-USER-ID TO PND-SUBMIT-USER.
          MOVE RUN-JOB-ID TO PND-SUBMIT-JOB.
          SET PND-FROM-BATCH TO TRUE.
          MOVE RUN-BATCH-ID TO PND-BATCH-ID.
          MOVE TRAN-KEY TO PND-TRAN-KEY.
          MOVE OP-CODE TO PND-OP-CODE.
          MOVE NUMBER1 TO PND-NUMBER1.
          MOVE NUMBER2 TO PND-NUMBER2.
          MOVE RESULT TO PND-RESULT.
          MOVE ACCOUNT-ID TO PND-ACCOUNT-ID.
          MOVE CONTRA-ACCOUNT-ID TO PND-CONTRA-ACCT.
          IF TRAN-KEYED
              MOVE 'K' TO PND-TRAN-SOURCE
              MOVE ZERO TO PND-ORIG-TRAN-KEY
          ELSE
              MOVE TRAN-SOURCE TO PND-TRAN-SOURCE
              MOVE ORIG-TRAN-KEY TO PND-ORIG-TRAN-KEY
          END-IF.
          MOVE POST-EFF-DATE TO PND-EFF-DATE.
          MOVE SPACES TO PND-APPROVER-ID.
          MOVE ZERO TO PND-ACTION-DATE.
          WRITE PENDAPR-RECORD
              INVALID KEY
                  DISPLAY 'ARITHDRV DUPLICATE PENDING KEY '
                      PND-KEY ' - RUN ABORTED'
                  MOVE 12 TO RETURN-CODE
                  GOBACK
          END-WRITE.
          MOVE 'HELD' TO D-STATUS.
          PERFORM WRITE-DETAIL-LINE.
          MOVE SPACES TO D-STATUS.

      *> A reversal names its original by account, run date and
      *> transaction key. Online keys restart every session, so more
      *> than one posting can share that identity. Only when exactly
      *> one of them has no reversal on the index is it reversed; if
      *> none is left the request is refused as already reversed, and
      *> if several are left it is refused as ambiguous, since the
      *> request cannot say which one it means. Reversals are never
      *> themselves candidates.
      FIND-ORIGINAL-POSTING.
          MOVE ZERO TO CAND-COUNT.
          MOVE 'N' TO ORIG-FOUND-SW.
          MOVE 'N' TO AUDITIDX-EOF-SW.
          MOVE ACCOUNT-ID TO AIX-ACCOUNT-ID.
          MOVE ORIG-RUN-DATE TO AIX-RUN-DATE.
          MOVE ORIG-TRAN-KEY TO AIX-TRAN-KEY.
          MOVE ZERO TO AIX-RUN-TIME.
          MOVE ZERO TO AIX-POST-SEQ.
          MOVE SPACE TO AIX-SIDE.
          START AUDITIDX KEY >= AIX-KEY
              INVALID KEY SET AUDITIDX-EOF TO TRUE
          END-START.
          PERFORM COLLECT-ORIGINAL-ENTRY UNTIL AUDITIDX-EOF.
          MOVE ZERO TO OPEN-CAND-COUNT.
          MOVE ZERO TO OPEN-CAND-IX.
          MOVE 1 TO CAND-IX.
          PERFORM CHECK-ONE-CANDIDATE UNTIL CAND-IX > CAND-COUNT.
          EVALUATE TRUE
              WHEN CAND-COUNT = ZERO
                  SET ARITH-ORIG-NOT-FOUND TO TRUE
              WHEN OPEN-CAND-COUNT = ZERO
                  SET ARITH-ALREADY-REVERSED TO TRUE
              WHEN OPEN-CAND-COUNT > 1
                  SET ARITH-AMBIGUOUS-ORIG TO TRUE
              WHEN OTHER
                  PERFORM LOAD-ORIGINAL-POSTING
          END-EVALUATE.

      COLLECT-ORIGINAL-ENTRY.
          READ AUDITIDX NEXT RECORD
              AT END SET AUDITIDX-EOF TO TRUE
              NOT AT END
                  IF AIX-ACCOUNT-ID NOT = ACCOUNT-ID
                      OR AIX-RUN-DATE NOT = ORIG-RUN-DATE
                      OR AIX-TRAN-KEY NOT = ORIG-TRAN-KEY
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
          IF NOT REVERSAL-FOUND
              ADD 1 TO OPEN-CAND-COUNT
              MOVE CAND-IX TO OPEN-CAND-IX
          END-IF.
          ADD 1 TO CAND-IX.

      LOAD-ORIGINAL-POSTING.
          SET ORIG-FOUND TO TRUE.
          MOVE CAND-RUN-TIME (OPEN-CAND-IX) TO ORIG-RUN-TIME.
          MOVE CAND-OP-CODE (OPEN-CAND-IX) TO OP-CODE.
          MOVE CAND-NUMBER1 (OPEN-CAND-IX) TO NUMBER1.
          MOVE CAND-NUMBER2 (OPEN-CAND-IX) TO NUMBER2.
          MOVE CAND-CONTRA-ACCT (OPEN-CAND-IX) TO CONTRA-ACCOUNT-ID.
          COMPUTE RESULT = ZERO - CAND-RESULT (OPEN-CAND-IX).

      LOOK-FOR-PRIOR-REVERSAL.
          MOVE 'N' TO REVERSAL-FOUND-SW.
          MOVE 'N' TO AUDITIDX-EOF-SW.
          MOVE ACCOUNT-ID TO AIX-ACCOUNT-ID.
          MOVE ORIG-RUN-DATE TO AIX-RUN-DATE.
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
                  IF AIX-ACCOUNT-ID NOT = ACCOUNT-ID
                      SET AUDITIDX-EOF TO TRUE
                  ELSE
                      IF AIX-SIDE = 'P'
                          AND AIX-REVERSAL-ENTRY
                          AND AIX-ORIG-TRAN-KEY = ORIG-TRAN-KEY
                          AND AIX-ORIG-RUN-DATE = ORIG-RUN-DATE
                          AND AIX-ORIG-RUN-TIME = ORIG-RUN-TIME
                          SET REVERSAL-FOUND TO TRUE
                      END-IF
                  END-IF
          END-READ.

      CALL-ARITH-SUBPROGRAM.
          EVALUATE OP-CODE
              WHEN 'ADD'
              MOVE TRAN-SOURCE TO AUD-SOURCE-CODE
              MOVE ORIG-TRAN-KEY TO AUD-ORIG-TRAN-KEY
          END-IF.
          IF TRAN-REVERSAL
              MOVE ORIG-RUN-DATE TO AUD-ORIG-RUN-DATE
              MOVE ORIG-RUN-TIME TO AUD-ORIG-RUN-TIME
          ELSE
              MOVE ZERO TO AUD-ORIG-RUN-DATE
              MOVE ZERO TO AUD-ORIG-RUN-TIME
          END-IF.
          MOVE POST-EFF-DATE TO AUD-EFF-DATE.
          MOVE SPACES TO AUD-APPROVER-ID.
          MOVE RUN-BATCH-ID TO AUD-BATCH-ID.
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
                  DISPLAY 'ARITHDRV DUPLICATE AUDIT INDEX KEY '
          IF TRAN-KEYED
              MOVE 'K' TO REJ-TRAN-SOURCE
              MOVE ZERO TO REJ-ORIG-TRAN-KEY
              MOVE ZERO TO REJ-ORIG-RUN-DATE
          ELSE
              MOVE TRAN-SOURCE TO REJ-TRAN-SOURCE
              MOVE ORIG-TRAN-KEY TO REJ-ORIG-TRAN-KEY
              MOVE ORIG-RUN-DATE TO REJ-ORIG-RUN-DATE
          END-IF.
          IF EFF-DATE NUMERIC
              MOVE EFF-DATE TO REJ-EFF-DATE
          ELSE
              MOVE ZERO TO REJ-EFF-DATE
          END-IF.
          MOVE ARITH-STATUS TO REJ-REASON-CODE.
          EVALUATE TRUE
                  MOVE 'UNKNOWN CONTRA ACCT' TO REJ-REASON-TEXT
              WHEN ARITH-CLOSED-CONTRA
                  MOVE 'CONTRA ACCT CLOSED' TO REJ-REASON-TEXT
              WHEN ARITH-ORIG-NOT-FOUND
                  MOVE 'ORIGINAL NOT FOUND' TO REJ-REASON-TEXT
              WHEN ARITH-ALREADY-REVERSED
                  MOVE 'ALREADY REVERSED' TO REJ-REASON-TEXT
              WHEN ARITH-PERIOD-CLOSED
                  MOVE 'PERIOD CLOSED' TO REJ-REASON-TEXT
              WHEN ARITH-AMBIGUOUS-ORIG
                  MOVE 'AMBIGUOUS ORIGINAL' TO REJ-REASON-TEXT
              WHEN OTHER
                  MOVE 'UNKNOWN ERROR' TO REJ-REASON-TEXT
          END-EVALUATE.
          MOVE REJ-ORIG-TRAN-KEY TO RM-ORIG-TRAN-KEY.
          MOVE REJ-REASON-CODE TO RM-REASON-CODE.
          MOVE REJ-REASON-TEXT TO RM-REASON-TEXT.
          MOVE REJ-ORIG-RUN-DATE TO RM-ORIG-RUN-DATE.
          MOVE REJ-EFF-DATE TO RM-EFF-DATE.
          SET RM-OUTSTANDING TO TRUE.
          MOVE RUN-DATE TO RM-STATUS-DATE.
          WRITE REJMST-RECORD
                  END-IF
          END-READ.

      *> A rejected reversal goes back through ADDFIX still marked
      *> 'V' and still naming the entry it reverses, so its reject
      *> master record is found by that entry rather than by key.
      CLEAR-REVERSAL-REJECTS.
          MOVE 'N' TO REJMST-EOF-SW.
          MOVE ZERO TO RM-TRAN-KEY.
          MOVE ZERO TO RM-REJ-DATE.
          START REJMST KEY >= RM-KEY
              INVALID KEY SET REJMST-EOF TO TRUE
          END-START.
          PERFORM CLEAR-ONE-REVERSAL-REJECT UNTIL REJMST-EOF.

      CLEAR-ONE-REVERSAL-REJECT.
          READ REJMST NEXT RECORD
              AT END SET REJMST-EOF TO TRUE
              NOT AT END
                  IF RM-TRAN-SOURCE = 'V'
                      AND RM-ACCOUNT-ID = ACCOUNT-ID
                      AND RM-ORIG-TRAN-KEY = ORIG-TRAN-KEY
                      AND RM-ORIG-RUN-DATE = ORIG-RUN-DATE
                      AND (RM-OUTSTANDING OR RM-RESUBMITTED)
                      SET RM-CLEARED TO TRUE
                      MOVE RUN-DATE TO RM-STATUS-DATE
                      REWRITE REJMST-RECORD
                  END-IF
          END-READ.

      WRITE-DETAIL-LINE.
          IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM WRITE-REPORT-HEADING
          WRITE ADDRPT-RECORD FROM RPT-GRAND-TOTAL-LINE.
          MOVE REJECT-COUNT TO T-REJECT-COUNT.
          WRITE ADDRPT-RECORD FROM RPT-REJECT-LINE.
          MOVE HELD-COUNT TO T-HELD-COUNT.
          WRITE ADDRPT-RECORD FROM RPT-HELD-LINE.
