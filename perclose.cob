          01 BALHIST-STATUS PIC X(2).
          01 PERIOD-CLOSED-SW PIC X(1) VALUE 'N'.
              88 PERIOD-ALREADY-CLOSED VALUE 'Y'.
          01 PERIOD-STATE PIC X(1) VALUE SPACE.
              88 PERIOD-LOCKED VALUE 'C' 'R'.
              88 PERIOD-OPEN-FOR-ADJ VALUE 'A'.
          01 LAST-CLOSED-PERIOD PIC 9(4) VALUE ZERO.

          01 CLOSE-MODE PIC X(1) VALUE SPACE.
              88 MODE-CLOSE VALUE ' ' 'C'.
              88 MODE-AUTHORIZE VALUE 'A'.
              88 MODE-RELOCK VALUE 'R'.
              88 CLOSE-MODE-VALID VALUE ' ' 'C' 'A' 'R'.
          01 RUN-USER-ID PIC X(8).

          01 RUN-DATE PIC 9(6).
          01 RUN-TIME PIC 9(8).
          01 CLOSE-PERIOD-IN PIC X(4).
          01 CLOSE-PERIOD PIC 9(4).

          01 SNAPSHOT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.

          01 RPT-HEADING-LINE.
              05 H1-TITLE PIC X(30)
                  VALUE 'PERIOD-END BALANCE CLOSE'.
              05 FILLER PIC X(7) VALUE 'PERIOD '.
              05 H1-PERIOD PIC 9(4).
              05 FILLER PIC X(40)
                  VALUE 'PERIOD ALREADY CLOSED - NO RUN'.

          01 RPT-BAD-MODE-LINE.
              05 FILLER PIC X(40)
                  VALUE 'CLOSEMODE NOT C, A OR R - NO RUN'.

          01 RPT-STATE-LINE.
              05 S-STATE-TEXT PIC X(32).
              05 FILLER PIC X(3) VALUE 'BY '.
              05 S-USER-ID PIC X(8).

          01 RPT-BAD-STATE-LINE.
              05 S-BAD-STATE-TEXT PIC X(40).

          01 RPT-REFUSED-LINE.
              05 FILLER PIC X(9) VALUE 'NO RUN - '.
              05 R-REASON PIC X(30).
              05 FILLER PIC X(6) VALUE ' USER '.
              05 R-USER-ID PIC X(8).

          COPY SECFLDS.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          ACCEPT RUN-TIME FROM TIME.
          DISPLAY "CLOSEPER" UPON ENVIRONMENT-NAME.
          ACCEPT CLOSE-PERIOD-IN FROM ENVIRONMENT-VALUE.
          DISPLAY "CLOSEMODE" UPON ENVIRONMENT-NAME.
          ACCEPT CLOSE-MODE FROM ENVIRONMENT-VALUE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
          IF CLOSE-PERIOD-IN NOT NUMERIC
              OPEN OUTPUT PCLRPT
              WRITE PCLRPT-RECORD FROM RPT-BAD-PERIOD-LINE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          IF NOT CLOSE-MODE-VALID
              OPEN OUTPUT PCLRPT
              WRITE PCLRPT-RECORD FROM RPT-BAD-MODE-LINE
              CLOSE PCLRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
      *> Closing, authorizing and relocking all need the period
      *> close right on USRAUTH.
          MOVE RUN-USER-ID TO SEC-USER-ID.
          MOVE 'PERCLOSE' TO SEC-PROGRAM.
          SET SEC-PERIOD-CLOSE TO TRUE.
          CALL 'SECCHK' USING SECCHK-PARMS.
          IF SEC-REFUSED
              MOVE SEC-REASON TO R-REASON
              MOVE RUN-USER-ID TO R-USER-ID
              OPEN OUTPUT PCLRPT
              WRITE PCLRPT-RECORD FROM RPT-REFUSED-LINE
              CLOSE PCLRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE CLOSE-PERIOD-IN TO CLOSE-PERIOD.
          PERFORM CHECK-PERIOD-CONTROL.
          IF MODE-AUTHORIZE OR MODE-RELOCK
              PERFORM CHANGE-PERIOD-STATE
              STOP RUN
          END-IF.
          IF PERIOD-ALREADY-CLOSED
              OPEN OUTPUT PCLRPT
              WRITE PCLRPT-RECORD FROM RPT-DUP-PERIOD-LINE
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  IF PCT-PERIOD = CLOSE-PERIOD
                      MOVE PCT-STATUS TO PERIOD-STATE
                      IF PCT-CLOSED
                          SET PERIOD-ALREADY-CLOSED TO TRUE
                      END-IF
                  END-IF
                  IF PCT-CLOSED AND PCT-PERIOD > LAST-CLOSED-PERIOD
                      MOVE PCT-PERIOD TO LAST-CLOSED-PERIOD
                  END-IF
          END-READ.

      *> Opening a closed period for prior-period adjustment, and
      *> locking it again afterwards, takes no new snapshot: the
      *> posting runs restate BALHIST as each adjustment posts.
      *> A period with no PERCTL record of its own that falls before
      *> the last one closed is locked with it, as ARITHDRV treats
      *> it, and so can be opened for adjustment like any other.
      CHANGE-PERIOD-STATE.
          IF PERIOD-STATE = SPACE
              AND CLOSE-PERIOD < LAST-CLOSED-PERIOD
              MOVE 'C' TO PERIOD-STATE
          END-IF.
          OPEN OUTPUT PCLRPT.
          IF MODE-AUTHORIZE
              MOVE 'PRIOR-PERIOD ADJUSTMENT' TO H1-TITLE
          ELSE
              MOVE 'PRIOR-PERIOD RELOCK' TO H1-TITLE
          END-IF.
          PERFORM WRITE-REPORT-HEADING.
          EVALUATE TRUE
              WHEN MODE-AUTHORIZE AND PERIOD-LOCKED
                  PERFORM APPEND-PERIOD-STATE
                  MOVE 'PERIOD OPENED FOR ADJUSTMENT' TO S-STATE-TEXT
                  MOVE RUN-USER-ID TO S-USER-ID
                  WRITE PCLRPT-RECORD FROM RPT-STATE-LINE
              WHEN MODE-RELOCK AND PERIOD-OPEN-FOR-ADJ
                  PERFORM APPEND-PERIOD-STATE
                  MOVE 'PERIOD RELOCKED' TO S-STATE-TEXT
                  MOVE RUN-USER-ID TO S-USER-ID
                  WRITE PCLRPT-RECORD FROM RPT-STATE-LINE
              WHEN MODE-AUTHORIZE AND PERIOD-OPEN-FOR-ADJ
                  MOVE 'PERIOD ALREADY OPEN FOR ADJUSTMENT'
                      TO S-BAD-STATE-TEXT
                  WRITE PCLRPT-RECORD FROM RPT-BAD-STATE-LINE
                  MOVE 8 TO RETURN-CODE
              WHEN MODE-AUTHORIZE
                  MOVE 'PERIOD NOT CLOSED - NO RUN'
                      TO S-BAD-STATE-TEXT
                  WRITE PCLRPT-RECORD FROM RPT-BAD-STATE-LINE
                  MOVE 8 TO RETURN-CODE
              WHEN OTHER
                  MOVE 'PERIOD NOT OPEN FOR ADJUSTMENT - NO RUN'
                      TO S-BAD-STATE-TEXT
                  WRITE PCLRPT-RECORD FROM RPT-BAD-STATE-LINE
                  MOVE 8 TO RETURN-CODE
          END-EVALUATE.
          CLOSE PCLRPT.

      APPEND-PERIOD-STATE.
          OPEN EXTEND PERCTL.
          MOVE CLOSE-PERIOD TO PCT-PERIOD.
          MOVE CLOSE-MODE TO PCT-STATUS.
          MOVE RUN-DATE TO PCT-CLOSE-DATE.
          MOVE RUN-TIME TO PCT-CLOSE-TIME.
          MOVE RUN-USER-ID TO PCT-USER-ID.
          WRITE PERCTL-RECORD.
          CLOSE PERCTL.

      SNAPSHOT-ONE-ACCOUNT.
          READ LEDGER
              AT END SET LEDGER-EOF TO TRUE
          MOVE CLOSE-PERIOD TO PCT-PERIOD.
          SET PCT-CLOSED TO TRUE.
          MOVE RUN-DATE TO PCT-CLOSE-DATE.
          MOVE RUN-TIME TO PCT-CLOSE-TIME.
          MOVE RUN-USER-ID TO PCT-USER-ID.
          WRITE PERCTL-RECORD.
          CLOSE PERCTL.

