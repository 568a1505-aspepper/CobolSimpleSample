          01 FCST-START-DATE PIC 9(6).
          01 FCST-END-DATE PIC 9(6).
          01 FCST-DOW PIC 9(1).
          01 FCST-BUSINESS-SW PIC X(1).
              88 FCST-BUSINESS-DAY VALUE 'Y'.
          01 DAY-NO PIC 9(3).
          01 BUSINESS-DAYS PIC 9(3) VALUE ZERO.

      *> The calendar day whose due orders are being tallied, and
      *> which of them belong in the business-day bucket being built:
      *> 'O' the bucket's own day (every order due), 'A' a closed day
      *> after it (orders rolling back to it), 'B' a closed day before
      *> the next bucket (orders that wait for it).
          01 CHK-DATE PIC 9(6).
          01 CHK-DATE-X REDEFINES CHK-DATE.
              05 CHK-DATE-YY PIC 9(2).
              05 CHK-DATE-MM PIC 9(2).
              05 CHK-DATE-DD PIC 9(2).
          01 CHK-DOW PIC 9(1).
          01 CHK-MODE PIC X(1).
              88 CHK-OWN-DAY VALUE 'O'.
              88 CHK-DAY-AFTER VALUE 'A'.
              88 CHK-DAY-BEFORE VALUE 'B'.
          01 LOOK-DATE PIC 9(6).
          01 LOOK-DONE-SW PIC X(1).
              88 LOOK-DONE VALUE 'Y'.

          COPY BUSDFLDS.

          01 ORD-COUNT PIC 9(3) VALUE ZERO.
          01 ORD-TABLE.
                  10 ORD-FREQ-DAY PIC 9(2).
                  10 ORD-EFF-DATE PIC 9(6).
                  10 ORD-EXP-DATE PIC 9(6).
                  10 ORD-ROLL PIC X(1).
                  10 ORD-RESULT PIC S9(7)V99 COMP-3.
          01 ORD-IX PIC 9(3).

          01 ASM-FOUND-SW PIC X(1).
              88 ASM-FOUND VALUE 'Y'.

          01 DAY-ORDER-COUNT PIC 9(4) VALUE ZERO.
          01 DAY-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 ORDERS-LOADED PIC 9(4) VALUE ZERO.
          01 ORDERS-SKIPPED PIC 9(4) VALUE ZERO.
          01 EXPIRING-COUNT PIC 9(4) VALUE ZERO.
              05 H1-DAYS PIC ZZ9.
              05 FILLER PIC X(5) VALUE ' DAYS'.

          01 RPT-CALENDAR-LINE.
              05 FILLER PIC X(40)
                  VALUE 'NO HOLCAL FILE - ONLY WEEKENDS ARE'.
              05 FILLER PIC X(20) VALUE 'NON-BUSINESS DAYS'.

          01 RPT-SKIP-LINE.
              05 FILLER PIC X(15) VALUE 'ORDER SKIPPED '.
              05 S-STO-ID PIC 9(4).
              05 FILLER PIC X(12) VALUE '  PROJECTED '.
              05 D-AMOUNT PIC -ZZZZZZZZZZ9.99.

          01 RPT-CARRY-LINE.
              05 FILLER PIC X(8) VALUE 'LATER   '.
              05 FILLER PIC X(9) VALUE '  ORDERS '.
              05 C-ORDERS PIC ZZZ9.
              05 FILLER PIC X(12) VALUE '  PROJECTED '.
              05 C-AMOUNT PIC -ZZZZZZZZZZ9.99.
              05 FILLER PIC X(25)
                  VALUE '  NEXT BUSINESS DAY AFTER'.

          01 RPT-ACCT-HEADING.
              05 FILLER PIC X(30)
                  VALUE 'PROJECTED BY POSTING ACCOUNT'.
              05 FILLER PIC X(24) VALUE 'ORDERS SKIPPED '.
              05 T-SKIPPED PIC ZZZ9.

          01 RPT-BUSINESS-LINE.
              05 FILLER PIC X(24) VALUE 'BUSINESS DAYS PROJECTED '.
              05 T-BUSINESS PIC ZZZ9.

          01 RPT-TOTAL-LINE.
              05 FILLER PIC X(24) VALUE 'TOTAL PROJECTED '.
              05 T-TOTAL PIC -ZZZZZZZZZZ9.99.
              MOVE RUN-DATE TO FCST-DATE
          END-IF.
          MOVE FCST-DATE TO FCST-START-DATE.
          MOVE 'C' TO BDY-FUNCTION.
          MOVE FCST-DATE TO BDY-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF NOT BDY-OK
              DISPLAY 'STOFCST FORECAST DATE ' FCST-DATE
                  ' IS NOT A VALID DATE - RUN ABORTED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE BDY-DAY-OF-WEEK TO FCST-DOW.
          MOVE BDY-BUSINESS-SW TO FCST-BUSINESS-SW.
          OPEN OUTPUT FCSTRPT.
          PERFORM WRITE-REPORT-HEADING.
          IF BDY-NO-CALENDAR
              WRITE FCSTRPT-RECORD FROM RPT-CALENDAR-LINE
          END-IF.
          OPEN INPUT STANDORD.
          PERFORM LOAD-ONE-ORDER UNTIL STANDORD-EOF.
          CLOSE STANDORD.
          MOVE 1 TO DAY-NO.
          PERFORM PROJECT-ONE-DAY UNTIL DAY-NO > HORIZON-DAYS.
          IF DAY-ORDER-COUNT > ZERO
              PERFORM WRITE-CARRY-LINE
          END-IF.
          PERFORM WRITE-ACCOUNT-SUMMARY.
          PERFORM WRITE-EXPIRING-ORDERS.
          PERFORM WRITE-FORECAST-TOTALS.
          END-READ.

      ADD-ORDER-TO-TABLE.
          MOVE SPACES TO S-REASON.
          IF NOT STO-DAILY AND NOT STO-WEEKLY
              AND NOT STO-MONTHLY
              MOVE 'INVALID FREQUENCY' TO S-REASON
          ELSE
              IF (STO-WEEKLY
                  AND (STO-FREQ-DAY < 1 OR STO-FREQ-DAY > 7))
                  OR (STO-MONTHLY
                  AND (STO-FREQ-DAY < 1 OR STO-FREQ-DAY > 31))
                  MOVE 'INVALID FREQUENCY DAY' TO S-REASON
              ELSE
                  IF NOT STO-ROLL-NONE AND NOT STO-ROLL-FOLLOWING
                      AND NOT STO-ROLL-PRECEDING
                      MOVE 'INVALID ROLL CODE' TO S-REASON
                  ELSE
                      PERFORM COMPUTE-EXPECTED-RESULT
                      IF ARITH-OK
                          PERFORM STORE-ORDER-ENTRY
                      ELSE
                          MOVE 'RESULT NOT COMPUTABLE' TO S-REASON
                      END-IF
                  END-IF
              END-IF
          END-IF.
          IF S-REASON NOT = SPACES
              ADD 1 TO ORDERS-SKIPPED
              MOVE STO-ID TO S-STO-ID
              WRITE FCSTRPT-RECORD FROM RPT-SKIP-LINE
          END-IF.

      STORE-ORDER-ENTRY.
          IF ORD-COUNT >= 500
          MOVE STO-FREQ-DAY TO ORD-FREQ-DAY (ORD-COUNT).
          MOVE STO-EFF-DATE TO ORD-EFF-DATE (ORD-COUNT).
          MOVE STO-EXP-DATE TO ORD-EXP-DATE (ORD-COUNT).
          MOVE STO-ROLL TO ORD-ROLL (ORD-COUNT).
          MOVE RESULT TO ORD-RESULT (ORD-COUNT).

      COMPUTE-EXPECTED-RESULT.
                  SET ARITH-INVALID-OP TO TRUE
          END-EVALUATE.

      *> One line per business day. Orders falling due on a weekend
      *> or holiday are carried to the business day they will post
      *> on: the one before for 'P' orders, otherwise the one after.
      *> Daily orders are generated on every run date, closed days
      *> included, so those falling on closed days are carried to
      *> the business day after along with the orders that have no
      *> roll.
      PROJECT-ONE-DAY.
          MOVE FCST-DATE TO CHK-DATE.
          MOVE FCST-DOW TO CHK-DOW.
          IF FCST-BUSINESS-DAY
              MOVE 'O' TO CHK-MODE
              MOVE 1 TO ORD-IX
              PERFORM CHECK-ORDER-FOR-DAY UNTIL ORD-IX > ORD-COUNT
              MOVE FCST-DATE TO LOOK-DATE
              MOVE 'N' TO LOOK-DONE-SW
              PERFORM LOOK-AT-NEXT-CLOSED-DAY UNTIL LOOK-DONE
              MOVE FCST-DATE-MM TO D-DAY-MM
              MOVE FCST-DATE-DD TO D-DAY-DD
              MOVE FCST-DATE-YY TO D-DAY-YY
              MOVE DAY-ORDER-COUNT TO D-ORDERS
              MOVE DAY-AMOUNT TO D-AMOUNT
              WRITE FCSTRPT-RECORD FROM RPT-DAY-LINE
              ADD DAY-AMOUNT TO TOTAL-PROJECTED
              ADD 1 TO BUSINESS-DAYS
              MOVE ZERO TO DAY-ORDER-COUNT
              MOVE ZERO TO DAY-AMOUNT
          ELSE
              MOVE 'B' TO CHK-MODE
              MOVE 1 TO ORD-IX
              PERFORM CHECK-ORDER-FOR-DAY UNTIL ORD-IX > ORD-COUNT
          END-IF.
          MOVE FCST-DATE TO FCST-END-DATE.
          PERFORM NEXT-CALENDAR-DAY.
          ADD 1 TO DAY-NO.

      *> Closed days straight after a bucket can still feed it, even
      *> past the end of the horizon.
      LOOK-AT-NEXT-CLOSED-DAY.
          MOVE 'S' TO BDY-FUNCTION.
          MOVE LOOK-DATE TO BDY-DATE.
          MOVE 1 TO BDY-DAYS.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-BUSINESS-DAY OR NOT BDY-OK
              SET LOOK-DONE TO TRUE
          ELSE
              MOVE BDY-RESULT-DATE TO LOOK-DATE
              MOVE BDY-RESULT-DATE TO CHK-DATE
              MOVE BDY-DAY-OF-WEEK TO CHK-DOW
              MOVE 'A' TO CHK-MODE
              MOVE 1 TO ORD-IX
              PERFORM CHECK-ORDER-FOR-DAY UNTIL ORD-IX > ORD-COUNT
          END-IF.

      CHECK-ORDER-FOR-DAY.
          IF CHK-DATE >= ORD-EFF-DATE (ORD-IX)
              AND (ORD-EXP-DATE (ORD-IX) = ZERO
                  OR CHK-DATE <= ORD-EXP-DATE (ORD-IX))
              EVALUATE ORD-FREQUENCY (ORD-IX)
                  WHEN 'D'
                      IF CHK-OWN-DAY OR CHK-DAY-BEFORE
                          PERFORM TALLY-DUE-ORDER
                      END-IF
                  WHEN 'W'
                      IF ORD-FREQ-DAY (ORD-IX) = CHK-DOW
                          PERFORM CHECK-ORDER-BUCKET
                      END-IF
                  WHEN 'M'
                      IF ORD-FREQ-DAY (ORD-IX) = CHK-DATE-DD
                          PERFORM CHECK-ORDER-BUCKET
                      END-IF
              END-EVALUATE
          END-IF.
          ADD 1 TO ORD-IX.

      CHECK-ORDER-BUCKET.
          EVALUATE TRUE
              WHEN CHK-OWN-DAY
                  PERFORM TALLY-DUE-ORDER
              WHEN CHK-DAY-AFTER
                  IF ORD-ROLL (ORD-IX) = 'P'
                      PERFORM TALLY-DUE-ORDER
                  END-IF
              WHEN CHK-DAY-BEFORE
                  IF ORD-ROLL (ORD-IX) NOT = 'P'
                      PERFORM TALLY-DUE-ORDER
                  END-IF
          END-EVALUATE.

      TALLY-DUE-ORDER.
          ADD 1 TO DAY-ORDER-COUNT.
          ADD ORD-RESULT (ORD-IX) TO DAY-AMOUNT.
          END-IF.

      NEXT-CALENDAR-DAY.
          MOVE 'S' TO BDY-FUNCTION.
          MOVE FCST-DATE TO BDY-DATE.
          MOVE 1 TO BDY-DAYS.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          MOVE BDY-RESULT-DATE TO FCST-DATE.
          MOVE BDY-DAY-OF-WEEK TO FCST-DOW.
          MOVE BDY-BUSINESS-SW TO FCST-BUSINESS-SW.

      *> Orders waiting on closed days at the end of the horizon post
      *> on the first business day after it.
      WRITE-CARRY-LINE.
          MOVE DAY-ORDER-COUNT TO C-ORDERS.
          MOVE DAY-AMOUNT TO C-AMOUNT.
          WRITE FCSTRPT-RECORD FROM RPT-CARRY-LINE.
          ADD DAY-AMOUNT TO TOTAL-PROJECTED.

      WRITE-ACCOUNT-SUMMARY.
          MOVE SPACES TO FCSTRPT-RECORD.
          WRITE FCSTRPT-RECORD FROM RPT-LOADED-LINE.
          MOVE ORDERS-SKIPPED TO T-SKIPPED.
          WRITE FCSTRPT-RECORD FROM RPT-SKIPPED-LINE.
          MOVE BUSINESS-DAYS TO T-BUSINESS.
          WRITE FCSTRPT-RECORD FROM RPT-BUSINESS-LINE.
          MOVE TOTAL-PROJECTED TO T-TOTAL.
          WRITE FCSTRPT-RECORD FROM RPT-TOTAL-LINE.
