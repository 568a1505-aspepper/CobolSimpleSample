      IDENTIFICATION DIVISION.
      PROGRAM-ID. HOLMNT.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT HOLCAL ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HOL-DATE
              FILE STATUS IS HOLCAL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  HOLCAL.
          COPY HOLREC.

      WORKING-STORAGE SECTION.
          COPY BUSDFLDS.

          01 HOLCAL-STATUS PIC X(2).

          01 RUN-DATE PIC 9(6).
          01 RUN-USER-ID PIC X(8).

          01 MENU-OPTION PIC X(1).
              88 MENU-ADD VALUE '1'.
              88 MENU-DELETE VALUE '2'.
              88 MENU-EXIT VALUE 'X'.
          01 MNT-DONE-SW PIC X(1) VALUE 'N'.
              88 MNT-DONE VALUE 'Y'.

          01 MNT-ACTION PIC X(1).
          01 MNT-DATE-IN PIC X(6).
          01 MNT-DESC-IN PIC X(30).
          01 MNT-MESSAGE PIC X(30).
          01 MNT-CONFIRM PIC X(1).
          01 HOL-FOUND-SW PIC X(1).
              88 HOL-FOUND VALUE 'Y'.

          01 HOLIDAYS-ADDED PIC 9(6) VALUE ZERO.
          01 HOLIDAYS-DELETED PIC 9(6) VALUE ZERO.

      SCREEN SECTION.
      01 HOLMNT-MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'HOLIDAY CALENDAR MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE '1 - ADD HOLIDAY'.
          05 LINE 4 COLUMN 1 VALUE '2 - DELETE HOLIDAY'.
          05 LINE 5 COLUMN 1 VALUE 'X - EXIT'.
          05 LINE 7 COLUMN 1 VALUE 'OPTION:'.
          05 LINE 7 COLUMN 9 PIC X USING MENU-OPTION.

      01 HOLMNT-DETAIL-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'HOLIDAY CALENDAR MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE 'DATE    :'.
          05 LINE 3 COLUMN 15 PIC X(6) USING MNT-DATE-IN.
          05 LINE 3 COLUMN 22 VALUE 'YYMMDD'.
          05 LINE 4 COLUMN 1 VALUE 'DESC    :'.
          05 LINE 4 COLUMN 15 PIC X(30) USING MNT-DESC-IN.

      01 HOLMNT-RESULT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'HOLIDAY CALENDAR MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE 'DATE    :'.
          05 LINE 3 COLUMN 15 PIC X(6) FROM MNT-DATE-IN.
          05 LINE 4 COLUMN 1 PIC X(30) FROM MNT-MESSAGE.
          05 LINE 6 COLUMN 1 VALUE 'PRESS ENTER:'.
          05 LINE 6 COLUMN 14 PIC X USING MNT-CONFIRM.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
      *> BUSDAY takes its copy of the calendar on its first call, so
      *> it is called once before HOLCAL is opened for update; after
      *> that it is only asked to validate dates and name weekdays.
          MOVE 'C' TO BDY-FUNCTION.
          MOVE RUN-DATE TO BDY-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          OPEN I-O HOLCAL.
          IF HOLCAL-STATUS = '35'
              CLOSE HOLCAL
              OPEN OUTPUT HOLCAL
              CLOSE HOLCAL
              OPEN I-O HOLCAL
          END-IF.
          PERFORM SHOW-MENU UNTIL MNT-DONE.
          CLOSE HOLCAL.
          DISPLAY 'HOLIDAYS ADDED:   ' HOLIDAYS-ADDED.
          DISPLAY 'HOLIDAYS DELETED: ' HOLIDAYS-DELETED.
          STOP RUN.

      SHOW-MENU.
          MOVE SPACE TO MENU-OPTION.
          DISPLAY HOLMNT-MENU-SCREEN.
          ACCEPT HOLMNT-MENU-SCREEN.
          EVALUATE TRUE
              WHEN MENU-ADD
                  MOVE 'A' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-HOLIDAY
              WHEN MENU-DELETE
                  MOVE 'D' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-HOLIDAY
              WHEN MENU-EXIT
                  SET MNT-DONE TO TRUE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      MAINTAIN-ONE-HOLIDAY.
          MOVE SPACES TO MNT-DATE-IN MNT-DESC-IN MNT-MESSAGE.
          MOVE SPACE TO MNT-CONFIRM.
          DISPLAY HOLMNT-DETAIL-SCREEN.
          ACCEPT HOLMNT-DETAIL-SCREEN.
          PERFORM APPLY-ONE-CHANGE.
          DISPLAY HOLMNT-RESULT-SCREEN.
          ACCEPT HOLMNT-RESULT-SCREEN.

      APPLY-ONE-CHANGE.
          IF MNT-DATE-IN NOT NUMERIC
              MOVE 'DATE NOT YYMMDD' TO MNT-MESSAGE
          ELSE
              MOVE 'C' TO BDY-FUNCTION
              MOVE MNT-DATE-IN TO BDY-DATE
              CALL 'BUSDAY' USING BUSDAY-PARMS
              IF NOT BDY-OK
                  MOVE 'NOT A VALID DATE' TO MNT-MESSAGE
              ELSE
                  PERFORM READ-HOLIDAY-RECORD
                  IF MNT-ACTION = 'A'
                      PERFORM ADD-HOLIDAY
                  ELSE
                      PERFORM DELETE-HOLIDAY
                  END-IF
              END-IF
          END-IF.

      READ-HOLIDAY-RECORD.
          MOVE 'N' TO HOL-FOUND-SW.
          MOVE BDY-DATE TO HOL-DATE.
          READ HOLCAL
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET HOL-FOUND TO TRUE
          END-READ.

      *> Weekends are closed already, so only weekdays go on file.
      ADD-HOLIDAY.
          IF HOL-FOUND
              MOVE 'DATE ALREADY A HOLIDAY' TO MNT-MESSAGE
          ELSE
              IF BDY-DAY-OF-WEEK > 5
                  MOVE 'DATE FALLS ON A WEEKEND' TO MNT-MESSAGE
              ELSE
                  IF MNT-DESC-IN = SPACES
                      MOVE 'DESCRIPTION MISSING' TO MNT-MESSAGE
                  ELSE
                      MOVE BDY-DATE TO HOL-DATE
                      MOVE MNT-DESC-IN TO HOL-DESC
                      MOVE RUN-USER-ID TO HOL-USER-ID
                      MOVE RUN-DATE TO HOL-ADDED-DATE
                      WRITE HOLCAL-RECORD
                      ADD 1 TO HOLIDAYS-ADDED
                      MOVE 'HOLIDAY ADDED' TO MNT-MESSAGE
                  END-IF
              END-IF
          END-IF.

      DELETE-HOLIDAY.
          IF NOT HOL-FOUND
              MOVE 'DATE NOT ON CALENDAR' TO MNT-MESSAGE
          ELSE
              DELETE HOLCAL RECORD
              ADD 1 TO HOLIDAYS-DELETED
              MOVE 'HOLIDAY DELETED' TO MNT-MESSAGE
          END-IF.
