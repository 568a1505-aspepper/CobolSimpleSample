      IDENTIFICATION DIVISION.
      PROGRAM-ID. ACCRGEN.
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
          SELECT RATETBL ASSIGN TO "RATETBL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-KEY
              FILE STATUS IS RATETBL-STATUS.
          SELECT ADDWRK ASSIGN TO "ADDWRK"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ADDWRK-STATUS.
          SELECT EXPTOT ASSIGN TO "EXPTOT"
              ORGANIZATION IS SEQUENTIAL.
          SELECT ACRRPT ASSIGN TO "ACRRPT"
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

      FD  RATETBL.
          COPY RATEREC.

      FD  ADDWRK.
          COPY ADDINREC.

      FD  EXPTOT.
          COPY EXPTOTREC.

      FD  ACRRPT.
      01 ACRRPT-RECORD PIC X(80).

      WORKING-STORAGE SECTION.
          01 ACCTMST-EOF-SW PIC X(1) VALUE 'N'.
              88 ACCTMST-EOF VALUE 'Y'.
          01 BALHIST-STATUS PIC X(2).
          01 BALHIST-OPEN-SW PIC X(1) VALUE 'N'.
              88 BALHIST-OPEN VALUE 'Y'.
          01 PERCTL-STATUS PIC X(2).
          01 PERCTL-EOF-SW PIC X(1) VALUE 'N'.
              88 PERCTL-EOF VALUE 'Y'.
          01 RATETBL-STATUS PIC X(2).
          01 RATETBL-EOF-SW PIC X(1) VALUE 'N'.
              88 RATETBL-EOF VALUE 'Y'.
          01 ADDWRK-STATUS PIC X(2).
          01 RULE-END-SW PIC X(1).
              88 RULE-END VALUE 'Y'.
          01 RULES-FOUND-SW PIC X(1).
              88 RULES-FOUND VALUE 'Y'.
          01 RULE-VALID-SW PIC X(1).
              88 RULE-VALID VALUE 'Y'.
          01 RULE-DUE-SW PIC X(1).
              88 RULE-DUE VALUE 'Y'.
          01 CHARGE-ERROR-SW PIC X(1).
              88 CHARGE-ERROR VALUE 'Y'.
          01 ACR-HEADER-SW PIC X(1) VALUE 'N'.
              88 ACR-HEADER-WRITTEN VALUE 'Y'.

          01 ACR-DATE-IN PIC X(6).
          01 ACR-DATE PIC 9(6).
          01 ACR-DATE-X REDEFINES ACR-DATE.
              05 ACR-DATE-YY PIC 9(2).
              05 ACR-DATE-MM PIC 9(2).
              05 ACR-DATE-DD PIC 9(2).
          01 ACR-KEY-BASE-IN PIC X(6).
          01 ACR-NEXT-KEY PIC 9(6) VALUE 800001.
          01 CLOSED-PERIOD PIC 9(4) VALUE ZERO.

          01 ACR-BATCH-ID.
              05 FILLER PIC X(1) VALUE 'A'.
              05 ACR-BATCH-MM PIC 9(2).
              05 ACR-BATCH-DD PIC 9(2).
              05 FILLER PIC X(1) VALUE '0'.

          01 SEARCH-KEY-TYPE PIC X(1).
          01 SEARCH-KEY-ID PIC X(6).

          01 LEDGER-BALANCE-NOW PIC S9(7)V99 COMP-3.
          01 PERIOD-END-BALANCE PIC S9(7)V99 COMP-3.
          01 BASIS-BALANCE PIC S9(7)V99 COMP-3.
          01 ABS-BALANCE PIC S9(7)V99 COMP-3.
          01 CHARGE PIC S9(7)V99 COMP-3.
          01 ACCRUAL-DAYS PIC 9(3).

          01 COUNT-DATE PIC 9(6).
          01 COUNT-DATE-X REDEFINES COUNT-DATE.
              05 COUNT-YY PIC 9(2).
              05 COUNT-MM PIC 9(2).
              05 COUNT-DD PIC 9(2).
          01 COUNT-MONTH-DAYS PIC 9(2).
          01 LEAP-QUOT PIC 9(2).
          01 LEAP-REM PIC 9(1).
          01 MONTH-LENGTH-TABLE.
              05 FILLER PIC 9(2) VALUE 31.
              05 FILLER PIC 9(2) VALUE 28.
              05 FILLER PIC 9(2) VALUE 31.
              05 FILLER PIC 9(2) VALUE 30.
              05 FILLER PIC 9(2) VALUE 31.
              05 FILLER PIC 9(2) VALUE 30.
              05 FILLER PIC 9(2) VALUE 31.
              05 FILLER PIC 9(2) VALUE 31.
              05 FILLER PIC 9(2) VALUE 30.
              05 FILLER PIC 9(2) VALUE 31.
              05 FILLER PIC 9(2) VALUE 30.
              05 FILLER PIC 9(2) VALUE 31.
          01 MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
              05 MONTH-LENGTH PIC 9(2) OCCURS 12.

          01 ACCOUNTS-READ PIC 9(6) VALUE ZERO.
          01 RULES-APPLIED PIC 9(6) VALUE ZERO.
          01 RULES-IN-ERROR PIC 9(6) VALUE ZERO.
          01 CHARGES-GENERATED PIC 9(6) VALUE ZERO.
          01 NIL-CHARGES PIC 9(6) VALUE ZERO.
          01 RULES-STAMPED PIC 9(6) VALUE ZERO.
          01 ACR-EXPECTED-TOTAL PIC S9(7)V99 COMP-3 VALUE ZERO.

          01 RPT-HEADING-LINE.
              05 FILLER PIC X(32)
                  VALUE 'INTEREST AND FEE ACCRUAL'.
              05 FILLER PIC X(9) VALUE 'RUN DATE '.
              05 H1-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-YY PIC 99.
              05 FILLER PIC X(9) VALUE '  PERIOD '.
              05 H1-PERIOD PIC 9(4).

          01 RPT-COLUMN-LINE.
              05 FILLER PIC X(36)
                  VALUE 'ACCT    KEY R B     BALANCE     RATE'.
              05 FILLER PIC X(28)
                  VALUE ' DAY      CHARGE CONTRA NOTE'.

          01 RPT-DETAIL-LINE.
              05 D-ACCOUNT PIC X(6).
              05 FILLER PIC X(2) VALUE SPACES.
              05 D-KEY-TYPE PIC X(1).
              05 D-SEQ PIC 99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-RULE PIC X(1).
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-BASIS PIC X(1).
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-BALANCE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-RATE PIC ZZ9.9999.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-DAYS PIC ZZZ.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-CHARGE PIC -ZZZZZZ9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-CONTRA PIC X(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 D-NOTE PIC X(16).

          01 RPT-MESSAGE-LINE.
              05 M-TEXT PIC X(60).

          01 RPT-COUNT-LINE.
              05 C-TEXT PIC X(24).
              05 C-COUNT PIC ZZZZZ9.

          01 RPT-GENERATED-LINE.
              05 FILLER PIC X(24) VALUE 'CHARGES GENERATED '.
              05 T-GENERATED PIC ZZZZZ9.
              05 FILLER PIC X(8) VALUE ' BATCH '.
              05 T-BATCH-ID PIC X(6).

          01 RPT-EXPECTED-LINE.
              05 FILLER PIC X(24) VALUE 'EXPECTED TOTAL ADDED '.
              05 T-EXPECTED PIC -ZZZZZZ9.99.

      PROCEDURE DIVISION.
          DISPLAY "ACCRDATE" UPON ENVIRONMENT-NAME.
          ACCEPT ACR-DATE-IN FROM ENVIRONMENT-VALUE.
          IF ACR-DATE-IN NUMERIC
              MOVE ACR-DATE-IN TO ACR-DATE
          ELSE
              ACCEPT ACR-DATE FROM DATE
          END-IF.
          DISPLAY "ACCRKEYBASE" UPON ENVIRONMENT-NAME.
          ACCEPT ACR-KEY-BASE-IN FROM ENVIRONMENT-VALUE.
          IF ACR-KEY-BASE-IN NUMERIC
              MOVE ACR-KEY-BASE-IN TO ACR-NEXT-KEY
          END-IF.
          MOVE ACR-DATE-MM TO ACR-BATCH-MM.
          MOVE ACR-DATE-DD TO ACR-BATCH-DD.
          PERFORM FIND-LAST-CLOSED-PERIOD.
          OPEN OUTPUT ACRRPT.
          PERFORM WRITE-REPORT-HEADING.
          OPEN I-O RATETBL.
          IF RATETBL-STATUS NOT = '00'
              MOVE 'NO RATETBL - NO ACCRUALS GENERATED' TO M-TEXT
              WRITE ACRRPT-RECORD FROM RPT-MESSAGE-LINE
              CLOSE ACRRPT
              GOBACK
          END-IF.
          OPEN INPUT ACCTMST.
          OPEN INPUT LEDGER.
          OPEN INPUT BALHIST.
          IF BALHIST-STATUS = '00'
              SET BALHIST-OPEN TO TRUE
          END-IF.
          OPEN EXTEND ADDWRK.
          IF ADDWRK-STATUS = '35'
              OPEN OUTPUT ADDWRK
          END-IF.
          PERFORM ACCRUE-ONE-ACCOUNT UNTIL ACCTMST-EOF.
          IF ACR-HEADER-WRITTEN
              PERFORM APPEND-EXPECTED-TOTAL
          END-IF.
          PERFORM STAMP-RATE-RULES.
          PERFORM WRITE-ACCRUAL-TOTALS.
          CLOSE ACCTMST.
          CLOSE LEDGER.
          IF BALHIST-OPEN
              CLOSE BALHIST
          END-IF.
          CLOSE RATETBL.
          CLOSE ADDWRK.
          CLOSE ACRRPT.
          GOBACK.

      *> Period-end rules charge on the close balance of the most
      *> recent period PERCLOSE has closed, once per period.
      FIND-LAST-CLOSED-PERIOD.
          OPEN INPUT PERCTL.
          IF PERCTL-STATUS = '00'
              PERFORM READ-ONE-PERIOD UNTIL PERCTL-EOF
              CLOSE PERCTL
          END-IF.

      READ-ONE-PERIOD.
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  IF PCT-CLOSED AND PCT-PERIOD > CLOSED-PERIOD
                      MOVE PCT-PERIOD TO CLOSED-PERIOD
                  END-IF
          END-READ.

      ACCRUE-ONE-ACCOUNT.
          READ ACCTMST
              AT END SET ACCTMST-EOF TO TRUE
              NOT AT END
                  IF ACCT-OPEN
                      ADD 1 TO ACCOUNTS-READ
                      PERFORM GET-ACCOUNT-BALANCES
                      PERFORM FIND-ACCOUNT-RULES
                  END-IF
          END-READ.

      GET-ACCOUNT-BALANCES.
          MOVE ACCT-ID TO LEDGER-KEY.
          READ LEDGER
              INVALID KEY
                  MOVE ZERO TO LEDGER-BALANCE-NOW
              NOT INVALID KEY
                  MOVE LEDGER-BALANCE TO LEDGER-BALANCE-NOW
          END-READ.
          MOVE ZERO TO PERIOD-END-BALANCE.
          IF BALHIST-OPEN AND CLOSED-PERIOD > ZERO
              MOVE ACCT-ID TO BH-ACCT-ID
              MOVE CLOSED-PERIOD TO BH-PERIOD
              READ BALHIST
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE BH-CLOSE-BALANCE TO PERIOD-END-BALANCE
              END-READ
          END-IF.

      *> An account's own rules take the place of its group's.
      FIND-ACCOUNT-RULES.
          MOVE 'N' TO RULES-FOUND-SW.
          MOVE 'A' TO SEARCH-KEY-TYPE.
          MOVE ACCT-ID TO SEARCH-KEY-ID.
          PERFORM APPLY-KEY-RULES.
          IF NOT RULES-FOUND AND ACCT-GROUP NOT = SPACES
              MOVE 'G' TO SEARCH-KEY-TYPE
              MOVE ACCT-GROUP TO SEARCH-KEY-ID
              PERFORM APPLY-KEY-RULES
          END-IF.

      APPLY-KEY-RULES.
          MOVE 'N' TO RULE-END-SW.
          MOVE SEARCH-KEY-TYPE TO RT-KEY-TYPE.
          MOVE SEARCH-KEY-ID TO RT-KEY-ID.
          MOVE ZERO TO RT-SEQ.
          START RATETBL KEY IS >= RT-KEY
              INVALID KEY SET RULE-END TO TRUE
          END-START.
          PERFORM READ-NEXT-RULE UNTIL RULE-END.

      READ-NEXT-RULE.
          READ RATETBL NEXT RECORD
              AT END SET RULE-END TO TRUE
              NOT AT END
                  IF RT-KEY-TYPE NOT = SEARCH-KEY-TYPE
                      OR RT-KEY-ID NOT = SEARCH-KEY-ID
                      SET RULE-END TO TRUE
                  ELSE
                      SET RULES-FOUND TO TRUE
                      PERFORM APPLY-ONE-RULE
                  END-IF
          END-READ.

      APPLY-ONE-RULE.
          PERFORM CHECK-RULE-VALID.
          IF RULE-VALID AND RT-CONTRA-ACCT = ACCT-ID
              MOVE 'N' TO RULE-VALID-SW
          END-IF.
          IF NOT RULE-VALID
              ADD 1 TO RULES-IN-ERROR
              MOVE ZERO TO BASIS-BALANCE
              MOVE ZERO TO ACCRUAL-DAYS
              MOVE ZERO TO CHARGE
              MOVE 'INVALID RULE' TO D-NOTE
              PERFORM WRITE-DETAIL-LINE
          ELSE
              PERFORM CHECK-RULE-DUE
              IF RULE-DUE
                  ADD 1 TO RULES-APPLIED
                  PERFORM COMPUTE-CHARGE
                  PERFORM DISPOSE-OF-CHARGE
              END-IF
          END-IF.

      CHECK-RULE-VALID.
          MOVE 'N' TO RULE-VALID-SW.
          IF (RT-INTEREST OR RT-FLAT-FEE OR RT-PERCENT-FEE)
              AND (RT-DAILY OR RT-PERIOD-END)
              AND RT-RATE NUMERIC AND RT-FEE-AMOUNT NUMERIC
              AND RT-CONTRA-ACCT NOT = SPACES
              SET RULE-VALID TO TRUE
          END-IF.

      *> A daily rule accrues once per run date and a period-end rule
      *> once per closed period; the stamps on the rule say where it
      *> last got to.
      CHECK-RULE-DUE.
          MOVE 'N' TO RULE-DUE-SW.
          IF ACR-DATE >= RT-EFF-DATE
              AND (RT-EXP-DATE = ZERO OR ACR-DATE <= RT-EXP-DATE)
              IF RT-DAILY
                  IF RT-LAST-DATE < ACR-DATE
                      SET RULE-DUE TO TRUE
                  END-IF
              ELSE
                  IF CLOSED-PERIOD > ZERO
                      AND RT-LAST-PERIOD < CLOSED-PERIOD
                      SET RULE-DUE TO TRUE
                  END-IF
              END-IF
          END-IF.

      *> Interest follows the sign of the balance, so a debit balance
      *> is charged and a credit balance is paid; fees are always a
      *> debit to the account. Every charge is rounded to the cent.
      COMPUTE-CHARGE.
          MOVE 'N' TO CHARGE-ERROR-SW.
          MOVE ZERO TO CHARGE.
          IF RT-DAILY
              MOVE LEDGER-BALANCE-NOW TO BASIS-BALANCE
              PERFORM COUNT-ACCRUAL-DAYS
          ELSE
              MOVE PERIOD-END-BALANCE TO BASIS-BALANCE
              MOVE ZERO TO ACCRUAL-DAYS
          END-IF.
          EVALUATE TRUE
              WHEN RT-INTEREST AND RT-DAILY
                  COMPUTE CHARGE ROUNDED =
                      BASIS-BALANCE * RT-RATE * ACCRUAL-DAYS / 36500
                      ON SIZE ERROR SET CHARGE-ERROR TO TRUE
                  END-COMPUTE
              WHEN RT-INTEREST
                  COMPUTE CHARGE ROUNDED =
                      BASIS-BALANCE * RT-RATE / 1200
                      ON SIZE ERROR SET CHARGE-ERROR TO TRUE
                  END-COMPUTE
              WHEN RT-FLAT-FEE
                  MOVE RT-FEE-AMOUNT TO CHARGE
              WHEN RT-PERCENT-FEE
                  IF BASIS-BALANCE < ZERO
                      COMPUTE ABS-BALANCE = ZERO - BASIS-BALANCE
                  ELSE
                      MOVE BASIS-BALANCE TO ABS-BALANCE
                  END-IF
                  COMPUTE CHARGE ROUNDED =
                      ABS-BALANCE * RT-RATE / 100
                      ON SIZE ERROR SET CHARGE-ERROR TO TRUE
                  END-COMPUTE
                  IF CHARGE < RT-FEE-AMOUNT
                      MOVE RT-FEE-AMOUNT TO CHARGE
                  END-IF
          END-EVALUATE.

      *> Days since the rule last accrued, so a run after a weekend
      *> or a missed night covers the whole gap. A rule accruing for
      *> the first time is charged for the one day.
      COUNT-ACCRUAL-DAYS.
          IF RT-LAST-DATE = ZERO
              MOVE 1 TO ACCRUAL-DAYS
          ELSE
              MOVE ZERO TO ACCRUAL-DAYS
              MOVE RT-LAST-DATE TO COUNT-DATE
              PERFORM STEP-FORWARD-ONE-DAY
                  UNTIL COUNT-DATE >= ACR-DATE OR ACCRUAL-DAYS >= 366
          END-IF.

      STEP-FORWARD-ONE-DAY.
          ADD 1 TO ACCRUAL-DAYS.
          MOVE MONTH-LENGTH (COUNT-MM) TO COUNT-MONTH-DAYS.
          IF COUNT-MM = 2
              DIVIDE COUNT-YY BY 4 GIVING LEAP-QUOT
                  REMAINDER LEAP-REM
              IF LEAP-REM = ZERO
                  MOVE 29 TO COUNT-MONTH-DAYS
              END-IF
          END-IF.
          IF COUNT-DD < COUNT-MONTH-DAYS
              ADD 1 TO COUNT-DD
          ELSE
              MOVE 1 TO COUNT-DD
              IF COUNT-MM < 12
                  ADD 1 TO COUNT-MM
              ELSE
                  MOVE 1 TO COUNT-MM
                  ADD 1 TO COUNT-YY
              END-IF
          END-IF.

      DISPOSE-OF-CHARGE.
          IF CHARGE-ERROR
              ADD 1 TO RULES-IN-ERROR
              MOVE ZERO TO CHARGE
              MOVE 'CHARGE TOO LARGE' TO D-NOTE
          ELSE
              IF CHARGE = ZERO
                  ADD 1 TO NIL-CHARGES
                  MOVE 'NO CHARGE' TO D-NOTE
              ELSE
                  PERFORM WRITE-CHARGE-TRANSACTION
                  MOVE SPACES TO D-NOTE
              END-IF
          END-IF.
          PERFORM WRITE-DETAIL-LINE.

      *> Charges go out as one batch of ADDIN work records behind
      *> ADDGEN's, with their own expected total for ARITHDRV to tie
      *> the batch out against.
      WRITE-CHARGE-TRANSACTION.
          IF NOT ACR-HEADER-WRITTEN
              MOVE SPACES TO ADDIN-BHDR-RECORD
              MOVE ZERO TO BHDR-KEY
              MOVE 'BHD' TO BHDR-CODE
              MOVE ACR-BATCH-ID TO BHDR-BATCH-ID
              WRITE ADDIN-BHDR-RECORD
              SET ACR-HEADER-WRITTEN TO TRUE
          END-IF.
          MOVE ACR-NEXT-KEY TO TRAN-KEY.
          ADD 1 TO ACR-NEXT-KEY.
          MOVE 'ADD' TO OP-CODE.
          MOVE CHARGE TO NUMBER1.
          MOVE ZERO TO NUMBER2.
          MOVE ACCT-ID TO ACCOUNT-ID.
          MOVE 'A' TO TRAN-SOURCE.
          MOVE ZERO TO ORIG-TRAN-KEY.
          MOVE RT-CONTRA-ACCT TO CONTRA-ACCOUNT-ID.
          MOVE ZERO TO ORIG-RUN-DATE.
          MOVE ACR-DATE TO EFF-DATE.
          WRITE ADDIN-RECORD.
          ADD CHARGE TO ACR-EXPECTED-TOTAL.
          ADD 1 TO CHARGES-GENERATED.

      APPEND-EXPECTED-TOTAL.
          OPEN EXTEND EXPTOT.
          MOVE ACR-BATCH-ID TO EXP-BATCH-ID.
          MOVE ACR-EXPECTED-TOTAL TO EXP-TOTAL.
          WRITE EXPTOT-RECORD.
          CLOSE EXPTOT.

      WRITE-DETAIL-LINE.
          MOVE ACCT-ID TO D-ACCOUNT.
          MOVE RT-KEY-TYPE TO D-KEY-TYPE.
          MOVE RT-SEQ TO D-SEQ.
          MOVE RT-RULE TO D-RULE.
          MOVE RT-BASIS TO D-BASIS.
          MOVE BASIS-BALANCE TO D-BALANCE.
          IF RT-RATE NUMERIC
              MOVE RT-RATE TO D-RATE
          ELSE
              MOVE ZERO TO D-RATE
          END-IF.
          MOVE ACCRUAL-DAYS TO D-DAYS.
          MOVE CHARGE TO D-CHARGE.
          MOVE RT-CONTRA-ACCT TO D-CONTRA.
          WRITE ACRRPT-RECORD FROM RPT-DETAIL-LINE.

      *> Once every account has been through, each rule that fell
      *> due is stamped with this run's date or period so a rerun
      *> does not charge it again.
      STAMP-RATE-RULES.
          MOVE LOW-VALUES TO RT-KEY.
          MOVE 'N' TO RATETBL-EOF-SW.
          START RATETBL KEY IS >= RT-KEY
              INVALID KEY SET RATETBL-EOF TO TRUE
          END-START.
          PERFORM STAMP-ONE-RULE UNTIL RATETBL-EOF.

      STAMP-ONE-RULE.
          READ RATETBL NEXT RECORD
              AT END SET RATETBL-EOF TO TRUE
              NOT AT END
                  PERFORM CHECK-RULE-VALID
                  IF RULE-VALID
                      PERFORM CHECK-RULE-DUE
                      IF RULE-DUE
                          PERFORM STAMP-RULE-RECORD
                      END-IF
                  END-IF
          END-READ.

      STAMP-RULE-RECORD.
          IF RT-DAILY
              MOVE ACR-DATE TO RT-LAST-DATE
          ELSE
              MOVE CLOSED-PERIOD TO RT-LAST-PERIOD
          END-IF.
          REWRITE RATE-RECORD.
          ADD 1 TO RULES-STAMPED.

      WRITE-REPORT-HEADING.
          MOVE ACR-DATE-MM TO H1-MM.
          MOVE ACR-DATE-DD TO H1-DD.
          MOVE ACR-DATE-YY TO H1-YY.
          MOVE CLOSED-PERIOD TO H1-PERIOD.
          WRITE ACRRPT-RECORD FROM RPT-HEADING-LINE.
          WRITE ACRRPT-RECORD FROM RPT-COLUMN-LINE.

      WRITE-ACCRUAL-TOTALS.
          MOVE SPACES TO ACRRPT-RECORD.
          WRITE ACRRPT-RECORD.
          MOVE 'ACCOUNTS READ ' TO C-TEXT.
          MOVE ACCOUNTS-READ TO C-COUNT.
          WRITE ACRRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'RULES APPLIED ' TO C-TEXT.
          MOVE RULES-APPLIED TO C-COUNT.
          WRITE ACRRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'RULES IN ERROR ' TO C-TEXT.
          MOVE RULES-IN-ERROR TO C-COUNT.
          WRITE ACRRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'NIL CHARGES ' TO C-TEXT.
          MOVE NIL-CHARGES TO C-COUNT.
          WRITE ACRRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'RULES STAMPED ' TO C-TEXT.
          MOVE RULES-STAMPED TO C-COUNT.
          WRITE ACRRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE CHARGES-GENERATED TO T-GENERATED.
          MOVE ACR-BATCH-ID TO T-BATCH-ID.
          WRITE ACRRPT-RECORD FROM RPT-GENERATED-LINE.
          MOVE ACR-EXPECTED-TOTAL TO T-EXPECTED.
          WRITE ACRRPT-RECORD FROM RPT-EXPECTED-LINE.
