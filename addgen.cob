              ==TRAN-KEYED==        BY ==ADDWRK-TRAN-KEYED==
              ==TRAN-RESUBMITTED==  BY ==ADDWRK-TRAN-RESUB==
              ==TRAN-GENERATED==    BY ==ADDWRK-TRAN-GEN==
              ==TRAN-REVERSAL==     BY ==ADDWRK-TRAN-REV==
              ==TRAN-ACCRUAL==      BY ==ADDWRK-TRAN-ACR==
              ==TRAN-FEED==         BY ==ADDWRK-TRAN-FEED==
              ==ORIG-TRAN-KEY==     BY ==ADDWRK-ORIG-KEY==
              ==CONTRA-ACCOUNT-ID== BY ==ADDWRK-CONTRA-ID==
              ==ORIG-RUN-DATE==     BY ==ADDWRK-ORIG-DATE==
              ==EFF-DATE==          BY ==ADDWRK-EFF-DATE==
              ==ADDIN-BHDR-RECORD== BY ==ADDWRK-BHDR-RECORD==
              ==BHDR-KEY==          BY ==ADDWRK-BHDR-KEY==
              ==BHDR-CODE==         BY ==ADDWRK-BHDR-CODE==
              05 GEN-DATE-MM PIC 9(2).
              05 GEN-DATE-DD PIC 9(2).
          01 GEN-DOW PIC 9(1).
          01 GEN-BUSINESS-SW PIC X(1).
              88 GEN-BUSINESS-DAY VALUE 'Y'.

          01 DUE-DATE PIC 9(6).
          01 DUE-DATE-X REDEFINES DUE-DATE.
              05 DUE-DATE-YY PIC 9(2).
              05 DUE-DATE-MM PIC 9(2).
              05 DUE-DATE-DD PIC 9(2).
          01 DUE-DOW PIC 9(1).
          01 ROLL-STEP PIC S9(1).
          01 ORDER-DUE-SW PIC X(1).
              88 ORDER-DUE VALUE 'Y'.
          01 ROLL-DONE-SW PIC X(1).
              88 ROLL-DONE VALUE 'Y'.
          01 ORDER-ROLLED-SW PIC X(1).
              88 ORDER-ROLLED VALUE 'Y'.

          COPY BUSDFLDS.

          01 GEN-KEY-BASE-IN PIC X(6).
          01 GEN-NEXT-KEY PIC 9(6) VALUE 900001.

          01 KEYED-COPIED PIC 9(6) VALUE ZERO.
          01 ORDERS-READ PIC 9(4) VALUE ZERO.
          01 ORDERS-GENERATED PIC 9(4) VALUE ZERO.
              05 FILLER PIC 9(6) VALUE ZERO.
              05 FILLER PIC X(3) VALUE 'BHD'.
              05 GEN-HDR-BATCH-ID PIC X(6).
              05 FILLER PIC X(35) VALUE SPACES.

          01 GEN-TRAN-RECORD.
              05 GEN-TRAN-KEY PIC 9(6).
              05 GEN-TRAN-SOURCE PIC X(1).
              05 GEN-ORIG-TRAN-KEY PIC 9(6).
              05 GEN-CONTRA-ID PIC X(6).
              05 GEN-ORIG-RUN-DATE PIC 9(6) VALUE ZERO.
              05 GEN-EFF-DATE PIC 9(6).

          01 RPT-HEADING-LINE.
              05 FILLER PIC X(32)
              05 FILLER PIC X(2) VALUE SPACES.
              05 S-REASON PIC X(21).

          01 RPT-ROLL-LINE.
              05 FILLER PIC X(15) VALUE 'ORDER ROLLED '.
              05 R-STO-ID PIC 9(4).
              05 FILLER PIC X(11) VALUE '  DUE DATE '.
              05 R-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 R-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 R-YY PIC 99.

          01 RPT-CALENDAR-LINE.
              05 FILLER PIC X(40)
                  VALUE 'NO HOLCAL FILE - ONLY WEEKENDS ARE'.
              05 FILLER PIC X(20) VALUE 'NON-BUSINESS DAYS'.

          01 RPT-NON-BUSINESS-LINE.
              05 FILLER PIC X(40)
                  VALUE 'RUN DATE IS NOT A BUSINESS DAY'.

          01 RPT-KEYED-LINE.
              05 FILLER PIC X(24) VALUE 'KEYED RECORDS COPIED '.
              05 T-KEYED PIC ZZZZZ9.
          IF GEN-KEY-BASE-IN NUMERIC
              MOVE GEN-KEY-BASE-IN TO GEN-NEXT-KEY
          END-IF.
          PERFORM CHECK-GENERATION-DATE.
          MOVE GEN-DATE-MM TO GEN-BATCH-MM.
          MOVE GEN-DATE-DD TO GEN-BATCH-DD.
          OPEN INPUT ADDIN.
          OPEN OUTPUT ADDWRK.
          OPEN OUTPUT GENRPT.
          PERFORM WRITE-REPORT-HEADING.
          IF BDY-NO-CALENDAR
              WRITE GENRPT-RECORD FROM RPT-CALENDAR-LINE
          END-IF.
          IF NOT GEN-BUSINESS-DAY
              WRITE GENRPT-RECORD FROM RPT-NON-BUSINESS-LINE
          END-IF.
          PERFORM COPY-KEYED-RECORD UNTIL ADDIN-EOF.
          PERFORM SELECT-STANDING-ORDER UNTIL STANDORD-EOF.
          IF GEN-HEADER-WRITTEN
          EVALUATE TRUE
              WHEN STO-DAILY
                  PERFORM GENERATE-TRANSACTION
              WHEN NOT (STO-ROLL-NONE OR STO-ROLL-FOLLOWING
                      OR STO-ROLL-PRECEDING)
                  ADD 1 TO ORDERS-SKIPPED
                  MOVE STO-ID TO S-STO-ID
                  MOVE 'INVALID ROLL CODE' TO S-REASON
                  WRITE GENRPT-RECORD FROM RPT-SKIP-LINE
              WHEN STO-WEEKLY
                  IF STO-FREQ-DAY < 1 OR STO-FREQ-DAY > 7
                      PERFORM WRITE-BAD-DAY-LINE
                  ELSE
                      PERFORM CHECK-ROLLED-ORDER
                  END-IF
              WHEN STO-MONTHLY
                  IF STO-FREQ-DAY < 1 OR STO-FREQ-DAY > 31
                      PERFORM WRITE-BAD-DAY-LINE
                  ELSE
                      PERFORM CHECK-ROLLED-ORDER
                  END-IF
              WHEN OTHER
                  ADD 1 TO ORDERS-SKIPPED
                  WRITE GENRPT-RECORD FROM RPT-SKIP-LINE
          END-EVALUATE.

      *> A weekly or monthly order is due on its own date unless it
      *> has a roll convention. With one it only fires on a business
      *> day: on its own date, or on the business day that follows
      *> ('F') or precedes ('P') a run of weekends and holidays the
      *> due date fell into.
      CHECK-ROLLED-ORDER.
          MOVE 'N' TO ORDER-DUE-SW.
          MOVE 'N' TO ORDER-ROLLED-SW.
          MOVE GEN-DATE TO DUE-DATE.
          MOVE GEN-DOW TO DUE-DOW.
          PERFORM MATCH-DUE-DATE.
          IF NOT STO-ROLL-NONE
              IF NOT GEN-BUSINESS-DAY
                  MOVE 'N' TO ORDER-DUE-SW
              ELSE
                  IF NOT ORDER-DUE
                      IF STO-ROLL-FOLLOWING
                          MOVE -1 TO ROLL-STEP
                      ELSE
                          MOVE 1 TO ROLL-STEP
                      END-IF
                      MOVE 'N' TO ROLL-DONE-SW
                      PERFORM CHECK-NEXT-ROLL-DATE
                          UNTIL ROLL-DONE OR ORDER-DUE
                      IF ORDER-DUE
                          SET ORDER-ROLLED TO TRUE
                      END-IF
                  END-IF
              END-IF
          END-IF.
          IF ORDER-DUE
              IF ORDER-ROLLED
                  MOVE STO-ID TO R-STO-ID
                  MOVE DUE-DATE-MM TO R-MM
                  MOVE DUE-DATE-DD TO R-DD
                  MOVE DUE-DATE-YY TO R-YY
                  WRITE GENRPT-RECORD FROM RPT-ROLL-LINE
              END-IF
              PERFORM GENERATE-TRANSACTION
          END-IF.

      CHECK-NEXT-ROLL-DATE.
          MOVE 'S' TO BDY-FUNCTION.
          MOVE DUE-DATE TO BDY-DATE.
          MOVE ROLL-STEP TO BDY-DAYS.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-BUSINESS-DAY OR NOT BDY-OK
              SET ROLL-DONE TO TRUE
          ELSE
              MOVE BDY-RESULT-DATE TO DUE-DATE
              MOVE BDY-DAY-OF-WEEK TO DUE-DOW
              PERFORM MATCH-DUE-DATE
          END-IF.

      MATCH-DUE-DATE.
          IF STO-WEEKLY
              IF STO-FREQ-DAY = DUE-DOW
                  SET ORDER-DUE TO TRUE
              END-IF
          ELSE
              IF STO-FREQ-DAY = DUE-DATE-DD
                  SET ORDER-DUE TO TRUE
              END-IF
          END-IF.

      WRITE-BAD-DAY-LINE.
          ADD 1 TO ORDERS-SKIPPED.
          MOVE STO-ID TO S-STO-ID.
              MOVE 'G' TO GEN-TRAN-SOURCE
              MOVE STO-ID TO GEN-ORIG-TRAN-KEY
              MOVE STO-CONTRA-ACCT TO GEN-CONTRA-ID
              MOVE GEN-DATE TO GEN-EFF-DATE
              WRITE ADDWRK-RECORD FROM GEN-TRAN-RECORD
              ADD RESULT TO GEN-EXPECTED-TOTAL
              ADD 1 TO ORDERS-GENERATED
          WRITE EXPTOT-RECORD.
          CLOSE EXPTOT.

      CHECK-GENERATION-DATE.
          MOVE 'C' TO BDY-FUNCTION.
          MOVE GEN-DATE TO BDY-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          MOVE BDY-DAY-OF-WEEK TO GEN-DOW.
          MOVE BDY-BUSINESS-SW TO GEN-BUSINESS-SW.

      WRITE-REPORT-HEADING.
          MOVE GEN-DATE-MM TO H1-MM.
