      IDENTIFICATION DIVISION.
      PROGRAM-ID. BUSDAY.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT HOLCAL ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOL-DATE
              FILE STATUS IS HOLCAL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  HOLCAL.
          COPY HOLREC.

      WORKING-STORAGE SECTION.
          01 HOLCAL-STATUS PIC X(2).
          01 HOLCAL-EOF-SW PIC X(1) VALUE 'N'.
              88 HOLCAL-EOF VALUE 'Y'.
          01 CALENDAR-LOADED-SW PIC X(1) VALUE 'N'.
              88 CALENDAR-LOADED VALUE 'Y'.
          01 CALENDAR-FOUND-SW PIC X(1) VALUE 'N'.
              88 CALENDAR-FOUND VALUE 'Y'.

      *> The whole calendar is held in storage after the first call,
      *> in date order as it comes off HOLCAL.
          01 HOLIDAY-COUNT PIC 9(4) VALUE ZERO.
          01 HOLIDAY-MAX PIC 9(4) VALUE 2000.
          01 HOLIDAY-IX PIC 9(4).
          01 HOLIDAY-TABLE.
              05 HT-DATE PIC 9(6) OCCURS 2000.
          01 HOLIDAY-SCAN-SW PIC X(1).
              88 HOLIDAY-HIT VALUE 'Y'.
              88 HOLIDAY-PASSED VALUE 'P'.

          01 WORK-DATE PIC 9(6).
          01 WORK-DATE-X REDEFINES WORK-DATE.
              05 WORK-YY PIC 9(2).
              05 WORK-MM PIC 9(2).
              05 WORK-DD PIC 9(2).
          01 SAVE-DATE PIC 9(6).
          01 SAVE-DATE-X REDEFINES SAVE-DATE.
              05 SAVE-YY PIC 9(2).
              05 SAVE-MM PIC 9(2).
              05 SAVE-DD PIC 9(2).
          01 WORK-DOW PIC 9(1).
          01 WORK-BUSINESS-SW PIC X(1).
              88 WORK-BUSINESS-DAY VALUE 'Y'.
          01 DAYS-LEFT PIC 9(5).
          01 DAYS-COUNTED PIC 9(5).
          01 STEP-DIRECTION PIC X(1).
              88 STEP-FORWARD VALUE 'F'.
              88 STEP-BACK VALUE 'B'.

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
          01 DAYS-THIS-MONTH PIC 9(2).
          01 LEAP-QUOT PIC 9(2).
          01 LEAP-REM PIC 9(1).

          01 Z-FULLYEAR PIC 9(4).
          01 Z-MONTH PIC 9(2).
          01 Z-DAY PIC 9(2).
          01 Z-CENTURY PIC 9(2).
          01 Z-YEAR-OF-CENT PIC 9(2).
          01 Z-M1 PIC 9(4).
          01 Z-TERM1 PIC 9(4).
          01 Z-K4 PIC 9(2).
          01 Z-J4 PIC 9(2).
          01 Z-SUM PIC 9(4).
          01 Z-QUOT PIC 9(4).
          01 Z-H PIC 9(1).
          01 Z-DOW PIC S9(2).

      LINKAGE SECTION.
          COPY BUSDFLDS.

      PROCEDURE DIVISION USING BUSDAY-PARMS.
          IF NOT CALENDAR-LOADED
              PERFORM LOAD-HOLIDAY-CALENDAR
          END-IF.
          IF CALENDAR-FOUND
              MOVE 'Y' TO BDY-CALENDAR-SW
          ELSE
              MOVE 'N' TO BDY-CALENDAR-SW
          END-IF.
          SET BDY-OK TO TRUE.
          MOVE 'N' TO BDY-BUSINESS-SW.
          MOVE 'N' TO BDY-MONTH-END-SW.
          MOVE BDY-DATE TO WORK-DATE.
          PERFORM CHECK-WORK-DATE.
          IF BDY-COUNT-DAYS AND BDY-OK
              MOVE BDY-TO-DATE TO WORK-DATE
              PERFORM CHECK-WORK-DATE
              MOVE BDY-DATE TO WORK-DATE
          END-IF.
          IF BDY-OK
              PERFORM RUN-FUNCTION
          END-IF.
          IF BDY-OK
              MOVE WORK-DATE TO BDY-RESULT-DATE
              PERFORM CLASSIFY-WORK-DATE
              MOVE WORK-DOW TO BDY-DAY-OF-WEEK
              MOVE WORK-BUSINESS-SW TO BDY-BUSINESS-SW
              PERFORM CHECK-MONTH-END
          END-IF.
          GOBACK.

      LOAD-HOLIDAY-CALENDAR.
          SET CALENDAR-LOADED TO TRUE.
          OPEN INPUT HOLCAL.
          IF HOLCAL-STATUS = '00'
              SET CALENDAR-FOUND TO TRUE
              PERFORM LOAD-ONE-HOLIDAY UNTIL HOLCAL-EOF
              CLOSE HOLCAL
          END-IF.

      LOAD-ONE-HOLIDAY.
          READ HOLCAL
              AT END SET HOLCAL-EOF TO TRUE
              NOT AT END
                  IF HOLIDAY-COUNT < HOLIDAY-MAX
                      ADD 1 TO HOLIDAY-COUNT
                      MOVE HOL-DATE TO HT-DATE (HOLIDAY-COUNT)
                  ELSE
                      DISPLAY 'BUSDAY HOLIDAY TABLE FULL AT '
                          HOLIDAY-MAX ' - LATER DATES IGNORED'
                      SET HOLCAL-EOF TO TRUE
                  END-IF
          END-READ.

      CHECK-WORK-DATE.
          IF WORK-DATE NOT NUMERIC
              OR WORK-MM < 1 OR WORK-MM > 12 OR WORK-DD < 1
              SET BDY-BAD-DATE TO TRUE
          ELSE
              PERFORM SET-DAYS-THIS-MONTH
              IF WORK-DD > DAYS-THIS-MONTH
                  SET BDY-BAD-DATE TO TRUE
              END-IF
          END-IF.

      RUN-FUNCTION.
          EVALUATE TRUE
              WHEN BDY-CHECK
                  CONTINUE
              WHEN BDY-FOLLOWING
                  SET STEP-FORWARD TO TRUE
                  PERFORM CLASSIFY-WORK-DATE
                  PERFORM STEP-TO-BUSINESS-DAY
                      UNTIL WORK-BUSINESS-DAY
              WHEN BDY-PRECEDING
                  SET STEP-BACK TO TRUE
                  PERFORM CLASSIFY-WORK-DATE
                  PERFORM STEP-TO-BUSINESS-DAY
                      UNTIL WORK-BUSINESS-DAY
              WHEN BDY-ADD-DAYS
                  PERFORM SET-STEP-DIRECTION
                  PERFORM ADD-ONE-BUSINESS-DAY DAYS-LEFT TIMES
              WHEN BDY-SHIFT
                  PERFORM SET-STEP-DIRECTION
                  PERFORM STEP-ONE-DAY DAYS-LEFT TIMES
              WHEN BDY-COUNT-DAYS
                  SET STEP-FORWARD TO TRUE
                  MOVE ZERO TO DAYS-COUNTED
                  PERFORM COUNT-ONE-DAY
                      UNTIL WORK-DATE >= BDY-TO-DATE
                  MOVE DAYS-COUNTED TO BDY-DAYS
              WHEN OTHER
                  SET BDY-BAD-FUNCTION TO TRUE
          END-EVALUATE.

      SET-STEP-DIRECTION.
          IF BDY-DAYS < ZERO
              SET STEP-BACK TO TRUE
              COMPUTE DAYS-LEFT = ZERO - BDY-DAYS
          ELSE
              SET STEP-FORWARD TO TRUE
              MOVE BDY-DAYS TO DAYS-LEFT
          END-IF.

      ADD-ONE-BUSINESS-DAY.
          PERFORM STEP-ONE-DAY.
          PERFORM CLASSIFY-WORK-DATE.
          PERFORM STEP-TO-BUSINESS-DAY UNTIL WORK-BUSINESS-DAY.

      STEP-TO-BUSINESS-DAY.
          PERFORM STEP-ONE-DAY.
          PERFORM CLASSIFY-WORK-DATE.

      COUNT-ONE-DAY.
          PERFORM STEP-ONE-DAY.
          PERFORM CLASSIFY-WORK-DATE.
          IF WORK-BUSINESS-DAY
              ADD 1 TO DAYS-COUNTED
          END-IF.

      STEP-ONE-DAY.
          IF STEP-FORWARD
              PERFORM SET-DAYS-THIS-MONTH
              IF WORK-DD < DAYS-THIS-MONTH
                  ADD 1 TO WORK-DD
              ELSE
                  MOVE 1 TO WORK-DD
                  IF WORK-MM < 12
                      ADD 1 TO WORK-MM
                  ELSE
                      MOVE 1 TO WORK-MM
                      ADD 1 TO WORK-YY
                  END-IF
              END-IF
          ELSE
              IF WORK-DD > 1
                  SUBTRACT 1 FROM WORK-DD
              ELSE
                  IF WORK-MM > 1
                      SUBTRACT 1 FROM WORK-MM
                  ELSE
                      MOVE 12 TO WORK-MM
                      SUBTRACT 1 FROM WORK-YY
                  END-IF
                  PERFORM SET-DAYS-THIS-MONTH
                  MOVE DAYS-THIS-MONTH TO WORK-DD
              END-IF
          END-IF.

      SET-DAYS-THIS-MONTH.
          MOVE MONTH-LENGTH (WORK-MM) TO DAYS-THIS-MONTH.
          IF WORK-MM = 2
              DIVIDE WORK-YY BY 4 GIVING LEAP-QUOT
                  REMAINDER LEAP-REM
              IF LEAP-REM = ZERO
                  MOVE 29 TO DAYS-THIS-MONTH
              END-IF
          END-IF.

      *> Saturday and Sunday are never business days; any other day
      *> is one unless it is on the holiday calendar.
      CLASSIFY-WORK-DATE.
          PERFORM COMPUTE-DAY-OF-WEEK.
          MOVE 'N' TO WORK-BUSINESS-SW.
          IF WORK-DOW < 6
              MOVE SPACE TO HOLIDAY-SCAN-SW
              MOVE 1 TO HOLIDAY-IX
              PERFORM SCAN-HOLIDAY-TABLE
                  UNTIL HOLIDAY-HIT OR HOLIDAY-PASSED
                  OR HOLIDAY-IX > HOLIDAY-COUNT
              IF NOT HOLIDAY-HIT
                  SET WORK-BUSINESS-DAY TO TRUE
              END-IF
          END-IF.

      SCAN-HOLIDAY-TABLE.
          IF HT-DATE (HOLIDAY-IX) = WORK-DATE
              SET HOLIDAY-HIT TO TRUE
          ELSE
              IF HT-DATE (HOLIDAY-IX) > WORK-DATE
                  SET HOLIDAY-PASSED TO TRUE
              ELSE
                  ADD 1 TO HOLIDAY-IX
              END-IF
          END-IF.

      *> A business day is the last of its month when the next
      *> business day falls in another month.
      CHECK-MONTH-END.
          IF WORK-BUSINESS-DAY
              MOVE WORK-DATE TO SAVE-DATE
              SET STEP-FORWARD TO TRUE
              PERFORM ADD-ONE-BUSINESS-DAY
              IF WORK-MM NOT = SAVE-MM
                  SET BDY-MONTH-END TO TRUE
              END-IF
              MOVE SAVE-DATE TO WORK-DATE
          END-IF.

      COMPUTE-DAY-OF-WEEK.
          COMPUTE Z-FULLYEAR = 2000 + WORK-YY.
          MOVE WORK-MM TO Z-MONTH.
          MOVE WORK-DD TO Z-DAY.
          IF Z-MONTH < 3
              ADD 12 TO Z-MONTH
              SUBTRACT 1 FROM Z-FULLYEAR
          END-IF.
          DIVIDE Z-FULLYEAR BY 100 GIVING Z-CENTURY
              REMAINDER Z-YEAR-OF-CENT.
          COMPUTE Z-M1 = 13 * (Z-MONTH + 1).
          DIVIDE Z-M1 BY 5 GIVING Z-TERM1.
          DIVIDE Z-YEAR-OF-CENT BY 4 GIVING Z-K4.
          DIVIDE Z-CENTURY BY 4 GIVING Z-J4.
          COMPUTE Z-SUM = Z-DAY + Z-TERM1 + Z-YEAR-OF-CENT
              + Z-K4 + Z-J4 + 5 * Z-CENTURY.
          DIVIDE Z-SUM BY 7 GIVING Z-QUOT REMAINDER Z-H.
          COMPUTE Z-DOW = Z-H - 1.
          IF Z-DOW < 1
              ADD 7 TO Z-DOW
          END-IF.
          MOVE Z-DOW TO WORK-DOW.
