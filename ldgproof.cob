      IDENTIFICATION DIVISION.
      PROGRAM-ID. LDGPROOF.
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
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LEDGER-KEY.
          SELECT LEDGNEW ASSIGN TO "LEDGNEW"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LEDGNEW-KEY.
          SELECT AUDITIDX ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AIX-KEY
              FILE STATUS IS AUDITIDX-STATUS.
          SELECT BALHIST ASSIGN TO "BALHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BH-KEY
              FILE STATUS IS BALHIST-STATUS.
          SELECT PERCTL ASSIGN TO "PERCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PERCTL-STATUS.
          SELECT LPFRPT ASSIGN TO "LPFRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
      FILE SECTION.
      FD  ACCTMST.
          COPY ACCTREC.

      FD  LEDGER.
          COPY LEDGREC.

      FD  LEDGNEW.
          COPY LEDGREC REPLACING
              ==LEDGER-RECORD==  BY ==LEDGNEW-RECORD==
              ==LEDGER-KEY==     BY ==LEDGNEW-KEY==
              ==LEDGER-BALANCE== BY ==LEDGNEW-BALANCE==.

      FD  AUDITIDX.
          COPY AUDIDXREC.

      FD  BALHIST.
          COPY BALHREC.

      FD  PERCTL.
          COPY PERCTLREC.

      FD  LPFRPT.
      01 LPFRPT-RECORD PIC X(80).

      WORKING-STORAGE SECTION.
          01 ACCTMST-EOF-SW PIC X(1) VALUE 'N'.
              88 ACCTMST-EOF VALUE 'Y'.
          01 LEDGER-EOF-SW PIC X(1) VALUE 'N'.
              88 LEDGER-EOF VALUE 'Y'.
          01 AUDITIDX-STATUS PIC X(2).
          01 AUDITIDX-EOF-SW PIC X(1).
              88 AUDITIDX-EOF VALUE 'Y'.
          01 BALHIST-STATUS PIC X(2).
          01 PERCTL-STATUS PIC X(2).
          01 PERCTL-EOF-SW PIC X(1) VALUE 'N'.
              88 PERCTL-EOF VALUE 'Y'.

          01 PROOF-MODE PIC X(1) VALUE SPACE.
              88 MODE-PROOF VALUE ' ' 'P'.
              88 MODE-REBUILD VALUE 'R'.
              88 PROOF-MODE-VALID VALUE ' ' 'P' 'R'.

          01 BASE-SW PIC X(1) VALUE 'N'.
              88 BASE-FOUND VALUE 'Y'.
          01 BASE-PERIOD PIC 9(4) VALUE ZERO.
          01 BASE-CLOSE-DATE PIC 9(6) VALUE ZERO.
          01 BASE-CLOSE-TIME PIC 9(8) VALUE ZERO.

          01 MST-HOLD-KEY PIC X(6).
          01 LDG-HOLD-KEY PIC X(6).
          01 LDG-HOLD-BALANCE PIC S9(7)V99 COMP-3.
          01 PROOF-LEDGER-BALANCE PIC S9(7)V99 COMP-3.
          01 PROOF-ACCT-ID PIC X(6).
          01 ON-ACCTMST-SW PIC X(1).
              88 ON-ACCTMST VALUE 'Y'.
          01 ON-LEDGER-SW PIC X(1).
              88 ON-LEDGER VALUE 'Y'.
          01 POSTING-APPLIES-SW PIC X(1).
              88 POSTING-APPLIES VALUE 'Y'.

          01 PROOF-EFF-DATE PIC 9(6).
          01 PROOF-EFF-DATE-X REDEFINES PROOF-EFF-DATE.
              05 PROOF-EFF-PERIOD PIC 9(4).
              05 FILLER PIC 9(2).

          01 BASE-BALANCE PIC S9(7)V99 COMP-3.
          01 POST-ACTIVITY PIC S9(7)V99 COMP-3.
          01 RECOMPUTED-BALANCE PIC S9(7)V99 COMP-3.
          01 BALANCE-DIFFERENCE PIC S9(7)V99 COMP-3.
          01 ACTIVITY-COUNT PIC 9(6).
          01 BREAK-NOTE PIC X(12).

          01 RUN-DATE PIC 9(6).
          01 RUN-DATE-X REDEFINES RUN-DATE.
              05 RUN-DATE-YY PIC 9(2).
              05 RUN-DATE-MM PIC 9(2).
              05 RUN-DATE-DD PIC 9(2).
          01 RUN-USER-ID PIC X(8).

          01 ACCOUNTS-PROVED PIC 9(6) VALUE ZERO.
          01 ACCOUNTS-IN-BREAK PIC 9(6) VALUE ZERO.
          01 POSTINGS-APPLIED PIC 9(6) VALUE ZERO.
          01 POSTINGS-RESTATED PIC 9(6) VALUE ZERO.
          01 LEDGER-COUNT PIC 9(6) VALUE ZERO.
          01 LEDGNEW-COUNT PIC 9(6) VALUE ZERO.
          01 LEDGER-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 RECOMPUTED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 LEDGNEW-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 NET-DIFFERENCE PIC S9(11)V99 COMP-3 VALUE ZERO.

          01 RPT-HEADING-LINE-1.
              05 H1-TITLE PIC X(30)
                  VALUE 'LEDGER INTEGRITY PROOF'.
              05 FILLER PIC X(5) VALUE 'DATE '.
              05 H1-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-YY PIC 99.
              05 FILLER PIC X(14) VALUE '  BASE PERIOD '.
              05 H1-BASE-PERIOD PIC 9(4).

          01 RPT-HEADING-LINE-2.
              05 FILLER PIC X(7) VALUE 'ACCOUNT'.
              05 FILLER PIC X(12) VALUE '   BASE BAL'.
              05 FILLER PIC X(12) VALUE '   ACTIVITY'.
              05 FILLER PIC X(12) VALUE ' RECOMPUTED'.
              05 FILLER PIC X(12) VALUE '     LEDGER'.
              05 FILLER PIC X(12) VALUE ' DIFFERENCE'.
              05 FILLER PIC X(1) VALUE SPACE.
              05 FILLER PIC X(4) VALUE 'NOTE'.

          01 RPT-DETAIL-LINE.
              05 D-ACCT-ID PIC X(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-BASE-BALANCE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-ACTIVITY PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-RECOMPUTED PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-LEDGER-BALANCE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-DIFFERENCE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-NOTE PIC X(12).

          01 RPT-NO-BASE-LINE.
              05 FILLER PIC X(40)
                  VALUE 'NO PERIOD CLOSED - FULL AUDITIDX USED'.

          01 RPT-NO-INDEX-LINE.
              05 FILLER PIC X(40)
                  VALUE 'AUDITIDX NOT AVAILABLE - NO RUN'.

          01 RPT-NO-HISTORY-LINE.
              05 FILLER PIC X(40)
                  VALUE 'BALHIST NOT AVAILABLE - NO RUN'.

          01 RPT-BAD-MODE-LINE.
              05 FILLER PIC X(40)
                  VALUE 'PROOFMODE NOT P OR R - NO RUN'.

          01 RPT-REFUSED-LINE.
              05 FILLER PIC X(9) VALUE 'NO RUN - '.
              05 R-REASON PIC X(30).
              05 FILLER PIC X(6) VALUE ' USER '.
              05 R-USER-ID PIC X(8).

          COPY SECFLDS.

          01 RPT-COUNT-LINE.
              05 T-COUNT-TEXT PIC X(24).
              05 T-COUNT PIC ZZZZZ9.

          01 RPT-AMOUNT-LINE.
              05 T-AMOUNT-TEXT PIC X(24).
              05 T-AMOUNT PIC -ZZZZZZZZZZ9.99.

          01 RPT-RESULT-LINE.
              05 FILLER PIC X(24) VALUE 'PROOF RESULT '.
              05 T-RESULT PIC X(40).

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "PROOFMODE" UPON ENVIRONMENT-NAME.
          ACCEPT PROOF-MODE FROM ENVIRONMENT-VALUE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
          OPEN OUTPUT LPFRPT.
          IF NOT PROOF-MODE-VALID
              WRITE LPFRPT-RECORD FROM RPT-BAD-MODE-LINE
              CLOSE LPFRPT
              MOVE 8 TO RETURN-CODE
              GOBACK
          END-IF.
      *> A proof only reads; writing a rebuilt LEDGER needs the
      *> ledger rebuild right on USRAUTH.
          IF MODE-REBUILD
              MOVE RUN-USER-ID TO SEC-USER-ID
              MOVE 'LDGPROOF' TO SEC-PROGRAM
              SET SEC-LEDGER-REBUILD TO TRUE
              CALL 'SECCHK' USING SECCHK-PARMS
              IF SEC-REFUSED
                  MOVE SEC-REASON TO R-REASON
                  MOVE RUN-USER-ID TO R-USER-ID
                  WRITE LPFRPT-RECORD FROM RPT-REFUSED-LINE
                  CLOSE LPFRPT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
          END-IF.
          PERFORM FIND-LAST-CLOSE.
          PERFORM WRITE-REPORT-HEADING.
          OPEN INPUT AUDITIDX.
          IF AUDITIDX-STATUS NOT = '00'
              WRITE LPFRPT-RECORD FROM RPT-NO-INDEX-LINE
              CLOSE LPFRPT
              MOVE 12 TO RETURN-CODE
              GOBACK
          END-IF.
          IF BASE-FOUND
              OPEN INPUT BALHIST
              IF BALHIST-STATUS NOT = '00'
                  WRITE LPFRPT-RECORD FROM RPT-NO-HISTORY-LINE
                  CLOSE AUDITIDX
                  CLOSE LPFRPT
                  MOVE 12 TO RETURN-CODE
                  GOBACK
              END-IF
          ELSE
              WRITE LPFRPT-RECORD FROM RPT-NO-BASE-LINE
          END-IF.
          OPEN INPUT ACCTMST.
          OPEN INPUT LEDGER.
          IF MODE-REBUILD
              OPEN OUTPUT LEDGNEW
          END-IF.
          PERFORM READ-ACCOUNT-MASTER.
          PERFORM READ-LEDGER.
          PERFORM PROVE-ONE-ACCOUNT
              UNTIL ACCTMST-EOF AND LEDGER-EOF.
          PERFORM WRITE-PROOF-TOTALS.
          CLOSE ACCTMST.
          CLOSE LEDGER.
          CLOSE AUDITIDX.
          IF BASE-FOUND
              CLOSE BALHIST
          END-IF.
          IF MODE-REBUILD
              CLOSE LEDGNEW
          END-IF.
          CLOSE LPFRPT.
          IF MODE-PROOF AND ACCOUNTS-IN-BREAK > ZERO
              MOVE 8 TO RETURN-CODE
          END-IF.
          GOBACK.

      *> The base is the most recent close: its BALHIST snapshot is
      *> LEDGER as it stood at PCT-CLOSE-DATE/TIME. Adjustment and
      *> relock records for a period are not closes and are passed.
      FIND-LAST-CLOSE.
          OPEN INPUT PERCTL.
          IF PERCTL-STATUS = '00'
              PERFORM SCAN-PERIOD-CONTROL UNTIL PERCTL-EOF
              CLOSE PERCTL
          END-IF.

      SCAN-PERIOD-CONTROL.
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  IF PCT-CLOSED
                      SET BASE-FOUND TO TRUE
                      MOVE PCT-PERIOD TO BASE-PERIOD
                      MOVE PCT-CLOSE-DATE TO BASE-CLOSE-DATE
                      MOVE PCT-CLOSE-TIME TO BASE-CLOSE-TIME
                  END-IF
          END-READ.

      READ-ACCOUNT-MASTER.
          READ ACCTMST
              AT END
                  SET ACCTMST-EOF TO TRUE
                  MOVE HIGH-VALUES TO MST-HOLD-KEY
              NOT AT END
                  MOVE ACCT-ID TO MST-HOLD-KEY
          END-READ.

      READ-LEDGER.
          READ LEDGER
              AT END
                  SET LEDGER-EOF TO TRUE
                  MOVE HIGH-VALUES TO LDG-HOLD-KEY
              NOT AT END
                  MOVE LEDGER-KEY TO LDG-HOLD-KEY
                  MOVE LEDGER-BALANCE TO LDG-HOLD-BALANCE
          END-READ.

      *> ACCTMST and LEDGER are matched on account, so an account
      *> whose LEDGER record has been lost is proved from its audit
      *> history all the same, and a LEDGER record with no account
      *> behind it is reported.
      PROVE-ONE-ACCOUNT.
          MOVE 'N' TO ON-ACCTMST-SW.
          MOVE 'N' TO ON-LEDGER-SW.
          IF MST-HOLD-KEY <= LDG-HOLD-KEY
              MOVE MST-HOLD-KEY TO PROOF-ACCT-ID
              SET ON-ACCTMST TO TRUE
          END-IF.
          IF LDG-HOLD-KEY <= MST-HOLD-KEY
              MOVE LDG-HOLD-KEY TO PROOF-ACCT-ID
              SET ON-LEDGER TO TRUE
              ADD 1 TO LEDGER-COUNT
              ADD LDG-HOLD-BALANCE TO LEDGER-TOTAL
              MOVE LDG-HOLD-BALANCE TO PROOF-LEDGER-BALANCE
          ELSE
              MOVE ZERO TO PROOF-LEDGER-BALANCE
          END-IF.
          PERFORM RECOMPUTE-ACCOUNT-BALANCE.
          PERFORM COMPARE-ACCOUNT-BALANCE.
          IF MODE-REBUILD
              PERFORM WRITE-REBUILT-LEDGER
          END-IF.
          IF ON-ACCTMST
              PERFORM READ-ACCOUNT-MASTER
          END-IF.
          IF ON-LEDGER
              PERFORM READ-LEDGER
          END-IF.

      RECOMPUTE-ACCOUNT-BALANCE.
          ADD 1 TO ACCOUNTS-PROVED.
          MOVE ZERO TO BASE-BALANCE.
          MOVE ZERO TO POST-ACTIVITY.
          MOVE ZERO TO ACTIVITY-COUNT.
          IF BASE-FOUND
              MOVE PROOF-ACCT-ID TO BH-ACCT-ID
              MOVE BASE-PERIOD TO BH-PERIOD
              READ BALHIST
                  INVALID KEY
                      MOVE ZERO TO BASE-BALANCE
                  NOT INVALID KEY
                      MOVE BH-CLOSE-BALANCE TO BASE-BALANCE
              END-READ
          END-IF.
          MOVE 'N' TO AUDITIDX-EOF-SW.
          MOVE PROOF-ACCT-ID TO AIX-ACCOUNT-ID.
          MOVE BASE-CLOSE-DATE TO AIX-RUN-DATE.
          MOVE ZERO TO AIX-TRAN-KEY.
          MOVE ZERO TO AIX-RUN-TIME.
          MOVE ZERO TO AIX-POST-SEQ.
          MOVE SPACE TO AIX-SIDE.
          START AUDITIDX KEY >= AIX-KEY
              INVALID KEY SET AUDITIDX-EOF TO TRUE
          END-START.
          PERFORM APPLY-ONE-POSTING UNTIL AUDITIDX-EOF.
          COMPUTE RECOMPUTED-BALANCE = BASE-BALANCE + POST-ACTIVITY.
          ADD RECOMPUTED-BALANCE TO RECOMPUTED-TOTAL.

      APPLY-ONE-POSTING.
          READ AUDITIDX NEXT RECORD
              AT END SET AUDITIDX-EOF TO TRUE
              NOT AT END
                  IF AIX-ACCOUNT-ID NOT = PROOF-ACCT-ID
                      SET AUDITIDX-EOF TO TRUE
                  ELSE
                      PERFORM CHECK-POSTING-AFTER-CLOSE
                  END-IF
          END-READ.

      *> A posting after the close belongs on top of the snapshot
      *> unless it was effective in the closed period or earlier:
      *> such a posting could only have gone in while that period
      *> was open for adjustment, and the posting run restated the
      *> snapshot with it at the time.
      CHECK-POSTING-AFTER-CLOSE.
          MOVE 'N' TO POSTING-APPLIES-SW.
          IF NOT BASE-FOUND
              SET POSTING-APPLIES TO TRUE
          ELSE
              IF AIX-RUN-DATE > BASE-CLOSE-DATE
                  OR (AIX-RUN-DATE = BASE-CLOSE-DATE
                      AND AIX-RUN-TIME > BASE-CLOSE-TIME)
                  IF AIX-EFF-DATE NUMERIC AND AIX-EFF-DATE > ZERO
                      MOVE AIX-EFF-DATE TO PROOF-EFF-DATE
                  ELSE
                      MOVE AIX-RUN-DATE TO PROOF-EFF-DATE
                  END-IF
                  IF PROOF-EFF-PERIOD > BASE-PERIOD
                      SET POSTING-APPLIES TO TRUE
                  ELSE
                      ADD 1 TO POSTINGS-RESTATED
                  END-IF
              END-IF
          END-IF.
          IF POSTING-APPLIES
              ADD 1 TO ACTIVITY-COUNT
              ADD 1 TO POSTINGS-APPLIED
              IF AIX-SIDE = 'C'
                  SUBTRACT AIX-RESULT FROM POST-ACTIVITY
              ELSE
                  ADD AIX-RESULT TO POST-ACTIVITY
              END-IF
          END-IF.

      COMPARE-ACCOUNT-BALANCE.
          MOVE SPACES TO BREAK-NOTE.
          COMPUTE BALANCE-DIFFERENCE =
              PROOF-LEDGER-BALANCE - RECOMPUTED-BALANCE.
          EVALUATE TRUE
              WHEN NOT ON-ACCTMST
                  MOVE 'NOT ON ACCTS' TO BREAK-NOTE
              WHEN NOT ON-LEDGER AND RECOMPUTED-BALANCE NOT = ZERO
                  MOVE 'NOT ON LEDGR' TO BREAK-NOTE
              WHEN BALANCE-DIFFERENCE NOT = ZERO
                  MOVE 'BREAK' TO BREAK-NOTE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.
          IF BREAK-NOTE NOT = SPACES
              ADD 1 TO ACCOUNTS-IN-BREAK
              ADD BALANCE-DIFFERENCE TO NET-DIFFERENCE
              MOVE PROOF-ACCT-ID TO D-ACCT-ID
              MOVE BASE-BALANCE TO D-BASE-BALANCE
              MOVE POST-ACTIVITY TO D-ACTIVITY
              MOVE RECOMPUTED-BALANCE TO D-RECOMPUTED
              MOVE PROOF-LEDGER-BALANCE TO D-LEDGER-BALANCE
              MOVE BALANCE-DIFFERENCE TO D-DIFFERENCE
              MOVE BREAK-NOTE TO D-NOTE
              WRITE LPFRPT-RECORD FROM RPT-DETAIL-LINE
          END-IF.

      *> LEDGNEW gets a record for every account that had one on
      *> LEDGER or that the audit history gives a balance or any
      *> activity; operations swap it in for LEDGER after review.
      WRITE-REBUILT-LEDGER.
          IF ON-LEDGER OR RECOMPUTED-BALANCE NOT = ZERO
              OR ACTIVITY-COUNT > ZERO
              MOVE PROOF-ACCT-ID TO LEDGNEW-KEY
              MOVE RECOMPUTED-BALANCE TO LEDGNEW-BALANCE
              WRITE LEDGNEW-RECORD
              ADD 1 TO LEDGNEW-COUNT
              ADD RECOMPUTED-BALANCE TO LEDGNEW-TOTAL
          END-IF.

      WRITE-REPORT-HEADING.
          IF MODE-REBUILD
              MOVE 'LEDGER REBUILD' TO H1-TITLE
          END-IF.
          MOVE RUN-DATE-MM TO H1-MM.
          MOVE RUN-DATE-DD TO H1-DD.
          MOVE RUN-DATE-YY TO H1-YY.
          MOVE BASE-PERIOD TO H1-BASE-PERIOD.
          WRITE LPFRPT-RECORD FROM RPT-HEADING-LINE-1.
          WRITE LPFRPT-RECORD FROM RPT-HEADING-LINE-2.

      WRITE-PROOF-TOTALS.
          MOVE SPACES TO LPFRPT-RECORD.
          WRITE LPFRPT-RECORD.
          MOVE 'ACCOUNTS PROVED ' TO T-COUNT-TEXT.
          MOVE ACCOUNTS-PROVED TO T-COUNT.
          WRITE LPFRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'ACCOUNTS IN BREAK ' TO T-COUNT-TEXT.
          MOVE ACCOUNTS-IN-BREAK TO T-COUNT.
          WRITE LPFRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'POSTINGS APPLIED ' TO T-COUNT-TEXT.
          MOVE POSTINGS-APPLIED TO T-COUNT.
          WRITE LPFRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'ALREADY IN SNAPSHOT ' TO T-COUNT-TEXT.
          MOVE POSTINGS-RESTATED TO T-COUNT.
          WRITE LPFRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'LEDGER RECORDS ' TO T-COUNT-TEXT.
          MOVE LEDGER-COUNT TO T-COUNT.
          WRITE LPFRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'LEDGER TOTAL ' TO T-AMOUNT-TEXT.
          MOVE LEDGER-TOTAL TO T-AMOUNT.
          WRITE LPFRPT-RECORD FROM RPT-AMOUNT-LINE.
          MOVE 'RECOMPUTED TOTAL ' TO T-AMOUNT-TEXT.
          MOVE RECOMPUTED-TOTAL TO T-AMOUNT.
          WRITE LPFRPT-RECORD FROM RPT-AMOUNT-LINE.
          MOVE 'NET DIFFERENCE ' TO T-AMOUNT-TEXT.
          MOVE NET-DIFFERENCE TO T-AMOUNT.
          WRITE LPFRPT-RECORD FROM RPT-AMOUNT-LINE.
          IF MODE-REBUILD
              MOVE 'LEDGNEW RECORDS ' TO T-COUNT-TEXT
              MOVE LEDGNEW-COUNT TO T-COUNT
              WRITE LPFRPT-RECORD FROM RPT-COUNT-LINE
              MOVE 'LEDGNEW TOTAL ' TO T-AMOUNT-TEXT
              MOVE LEDGNEW-TOTAL TO T-AMOUNT
              WRITE LPFRPT-RECORD FROM RPT-AMOUNT-LINE
              MOVE 'LEDGNEW WRITTEN - REVIEW BEFORE SWAP'
                  TO T-RESULT
          ELSE
              IF ACCOUNTS-IN-BREAK > ZERO
                  MOVE 'LEDGER OUT OF BALANCE' TO T-RESULT
              ELSE
                  MOVE 'LEDGER PROVED' TO T-RESULT
              END-IF
          END-IF.
          WRITE LPFRPT-RECORD FROM RPT-RESULT-LINE.
