      IDENTIFICATION DIVISION.
      PROGRAM-ID. USRMNT.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT USRAUTH ASSIGN TO "USRAUTH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS USR-USER-ID
              FILE STATUS IS USRAUTH-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  USRAUTH.
          COPY USRREC.

      WORKING-STORAGE SECTION.
          COPY SECFLDS.

          01 USRAUTH-STATUS PIC X(2).

          01 RUN-DATE PIC 9(6).
          01 RUN-USER-ID PIC X(8).

          01 MENU-OPTION PIC X(1).
              88 MENU-ADD VALUE '1'.
              88 MENU-CHANGE VALUE '2'.
              88 MENU-SUSPEND VALUE '3'.
              88 MENU-REINSTATE VALUE '4'.
              88 MENU-EXIT VALUE 'X'.
          01 MNT-DONE-SW PIC X(1) VALUE 'N'.
              88 MNT-DONE VALUE 'Y'.
          01 FIRST-USER-SW PIC X(1) VALUE 'N'.
              88 FIRST-USER VALUE 'Y'.

          01 MNT-ACTION PIC X(1).
          01 MNT-USER-IN PIC X(8).
          01 MNT-NAME-IN PIC X(30).
          01 MNT-RIGHTS-IN.
              05 MNT-RT-POST-IN PIC X(1).
              05 MNT-RT-ACCT-ADD-IN PIC X(1).
              05 MNT-RT-ACCT-CLOSE-IN PIC X(1).
              05 MNT-RT-ACCT-REOPEN-IN PIC X(1).
              05 MNT-RT-REPAIR-IN PIC X(1).
              05 MNT-RT-WRITE-OFF-IN PIC X(1).
              05 MNT-RT-PER-CLOSE-IN PIC X(1).
              05 MNT-RT-REBUILD-IN PIC X(1).
              05 MNT-RT-SECURITY-IN PIC X(1).
          01 MNT-RIGHT-TABLE REDEFINES MNT-RIGHTS-IN.
              05 MNT-RIGHT-IN PIC X(1) OCCURS 9.
          01 RIGHT-IX PIC 9(2).
          01 RIGHT-MAX PIC 9(2) VALUE 9.
          01 MNT-MESSAGE PIC X(30).
          01 MNT-CONFIRM PIC X(1).
          01 MNT-ERROR-SW PIC X(1).
              88 MNT-ERROR VALUE 'Y'.
          01 USR-FOUND-SW PIC X(1).
              88 USR-FOUND VALUE 'Y'.

          01 USERS-ADDED PIC 9(6) VALUE ZERO.
          01 USERS-CHANGED PIC 9(6) VALUE ZERO.
          01 USERS-SUSPENDED PIC 9(6) VALUE ZERO.
          01 USERS-REINSTATED PIC 9(6) VALUE ZERO.

      SCREEN SECTION.
      01 USRMNT-MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'USER AUTHORIZATION MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE '1 - ADD USER'.
          05 LINE 4 COLUMN 1 VALUE '2 - CHANGE USER RIGHTS'.
          05 LINE 5 COLUMN 1 VALUE '3 - SUSPEND USER'.
          05 LINE 6 COLUMN 1 VALUE '4 - REINSTATE USER'.
          05 LINE 7 COLUMN 1 VALUE 'X - EXIT'.
          05 LINE 9 COLUMN 1 VALUE 'OPTION:'.
          05 LINE 9 COLUMN 9 PIC X USING MENU-OPTION.

      01 USRMNT-KEY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'USER AUTHORIZATION MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE 'USER ID :'.
          05 LINE 3 COLUMN 15 PIC X(8) USING MNT-USER-IN.

      01 USRMNT-RIGHTS-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'USER AUTHORIZATION MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE 'USER ID :'.
          05 LINE 3 COLUMN 15 PIC X(8) FROM MNT-USER-IN.
          05 LINE 4 COLUMN 1 VALUE 'NAME    :'.
          05 LINE 4 COLUMN 15 PIC X(30) USING MNT-NAME-IN.
          05 LINE 6 COLUMN 1 VALUE 'POSTING :'.
          05 LINE 6 COLUMN 15 PIC X USING MNT-RT-POST-IN.
          05 LINE 6 COLUMN 17 VALUE 'Y=GRANTED N=NOT GRANTED'.
          05 LINE 7 COLUMN 1 VALUE 'ACCT ADD:'.
          05 LINE 7 COLUMN 15 PIC X USING MNT-RT-ACCT-ADD-IN.
          05 LINE 8 COLUMN 1 VALUE 'ACCT CLS:'.
          05 LINE 8 COLUMN 15 PIC X USING MNT-RT-ACCT-CLOSE-IN.
          05 LINE 9 COLUMN 1 VALUE 'ACCT REO:'.
          05 LINE 9 COLUMN 15 PIC X USING MNT-RT-ACCT-REOPEN-IN.
          05 LINE 10 COLUMN 1 VALUE 'REPAIR  :'.
          05 LINE 10 COLUMN 15 PIC X USING MNT-RT-REPAIR-IN.
          05 LINE 11 COLUMN 1 VALUE 'WRITEOFF:'.
          05 LINE 11 COLUMN 15 PIC X USING MNT-RT-WRITE-OFF-IN.
          05 LINE 12 COLUMN 1 VALUE 'PER CLS :'.
          05 LINE 12 COLUMN 15 PIC X USING MNT-RT-PER-CLOSE-IN.
          05 LINE 13 COLUMN 1 VALUE 'REBUILD :'.
          05 LINE 13 COLUMN 15 PIC X USING MNT-RT-REBUILD-IN.
          05 LINE 14 COLUMN 1 VALUE 'SECURITY:'.
          05 LINE 14 COLUMN 15 PIC X USING MNT-RT-SECURITY-IN.

      01 USRMNT-RESULT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'USER AUTHORIZATION MAINTENANCE'.
          05 LINE 3 COLUMN 1 VALUE 'USER ID :'.
          05 LINE 3 COLUMN 15 PIC X(8) FROM MNT-USER-IN.
          05 LINE 4 COLUMN 1 PIC X(30) FROM MNT-MESSAGE.
          05 LINE 6 COLUMN 1 VALUE 'PRESS ENTER:'.
          05 LINE 6 COLUMN 14 PIC X USING MNT-CONFIRM.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
          PERFORM CHECK-FOR-FIRST-USER.
          IF NOT FIRST-USER
              MOVE RUN-USER-ID TO SEC-USER-ID
              MOVE 'USRMNT' TO SEC-PROGRAM
              SET SEC-USER-MAINTENANCE TO TRUE
              CALL 'SECCHK' USING SECCHK-PARMS
              IF SEC-REFUSED
                  DISPLAY 'USRMNT NOT AVAILABLE - ' SEC-REASON
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
          END-IF.
          OPEN I-O USRAUTH.
          IF USRAUTH-STATUS = '35'
              CLOSE USRAUTH
              OPEN OUTPUT USRAUTH
              CLOSE USRAUTH
              OPEN I-O USRAUTH
          END-IF.
          PERFORM SHOW-MENU UNTIL MNT-DONE.
          CLOSE USRAUTH.
          DISPLAY 'USERS ADDED:      ' USERS-ADDED.
          DISPLAY 'USERS CHANGED:    ' USERS-CHANGED.
          DISPLAY 'USERS SUSPENDED:  ' USERS-SUSPENDED.
          DISPLAY 'USERS REINSTATED: ' USERS-REINSTATED.
          STOP RUN.

      *> Until USRAUTH holds a user nobody can hold the security
      *> right, so while it is missing or empty the person running
      *> USRMNT may add themselves, and only themselves, as the
      *> first user. That user is always given the security right.
      CHECK-FOR-FIRST-USER.
          OPEN INPUT USRAUTH.
          IF USRAUTH-STATUS = '35'
              SET FIRST-USER TO TRUE
          ELSE
              IF USRAUTH-STATUS = '00'
                  MOVE LOW-VALUES TO USR-USER-ID
                  START USRAUTH KEY >= USR-USER-ID
                      INVALID KEY SET FIRST-USER TO TRUE
                  END-START
                  CLOSE USRAUTH
              END-IF
          END-IF.

      SHOW-MENU.
          MOVE SPACE TO MENU-OPTION.
          DISPLAY USRMNT-MENU-SCREEN.
          ACCEPT USRMNT-MENU-SCREEN.
          EVALUATE TRUE
              WHEN MENU-ADD
                  MOVE 'A' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-USER
              WHEN MENU-CHANGE
                  MOVE 'C' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-USER
              WHEN MENU-SUSPEND
                  MOVE 'S' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-USER
              WHEN MENU-REINSTATE
                  MOVE 'R' TO MNT-ACTION
                  PERFORM MAINTAIN-ONE-USER
              WHEN MENU-EXIT
                  SET MNT-DONE TO TRUE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      MAINTAIN-ONE-USER.
          MOVE SPACES TO MNT-USER-IN MNT-NAME-IN MNT-MESSAGE.
          MOVE SPACES TO MNT-RIGHTS-IN.
          MOVE SPACE TO MNT-CONFIRM.
          DISPLAY USRMNT-KEY-SCREEN.
          ACCEPT USRMNT-KEY-SCREEN.
          PERFORM CHECK-USER-KEY.
          IF NOT MNT-ERROR
              EVALUATE MNT-ACTION
                  WHEN 'A'
                      PERFORM ADD-USER
                  WHEN 'C'
                      PERFORM CHANGE-USER-RIGHTS
                  WHEN 'S'
                      PERFORM SUSPEND-USER
                  WHEN 'R'
                      PERFORM REINSTATE-USER
              END-EVALUATE
          END-IF.
          DISPLAY USRMNT-RESULT-SCREEN.
          ACCEPT USRMNT-RESULT-SCREEN.

      *> Nobody maintains their own user id, so no one can grant
      *> themselves a right or lift their own suspension.
      CHECK-USER-KEY.
          MOVE 'N' TO MNT-ERROR-SW.
          PERFORM READ-USER-RECORD.
          EVALUATE TRUE
              WHEN MNT-USER-IN = SPACES
                  SET MNT-ERROR TO TRUE
                  MOVE 'USER ID MISSING' TO MNT-MESSAGE
              WHEN FIRST-USER AND MNT-ACTION NOT = 'A'
                  SET MNT-ERROR TO TRUE
                  MOVE 'NO USERS ON FILE - ADD FIRST' TO MNT-MESSAGE
              WHEN FIRST-USER AND MNT-USER-IN NOT = RUN-USER-ID
                  SET MNT-ERROR TO TRUE
                  MOVE 'FIRST USER MUST BE YOURSELF' TO MNT-MESSAGE
              WHEN NOT FIRST-USER AND MNT-USER-IN = RUN-USER-ID
                  SET MNT-ERROR TO TRUE
                  MOVE 'CANNOT MAINTAIN OWN USER ID' TO MNT-MESSAGE
              WHEN MNT-ACTION = 'A' AND USR-FOUND
                  SET MNT-ERROR TO TRUE
                  MOVE 'USER ALREADY ON FILE' TO MNT-MESSAGE
              WHEN MNT-ACTION NOT = 'A' AND NOT USR-FOUND
                  SET MNT-ERROR TO TRUE
                  MOVE 'USER NOT ON FILE' TO MNT-MESSAGE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      READ-USER-RECORD.
          MOVE 'N' TO USR-FOUND-SW.
          MOVE MNT-USER-IN TO USR-USER-ID.
          READ USRAUTH
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET USR-FOUND TO TRUE
          END-READ.

      ADD-USER.
          DISPLAY USRMNT-RIGHTS-SCREEN.
          ACCEPT USRMNT-RIGHTS-SCREEN.
          PERFORM CHECK-RIGHTS-ENTERED.
          IF NOT MNT-ERROR
              IF FIRST-USER
                  MOVE 'Y' TO MNT-RT-SECURITY-IN
              END-IF
              MOVE MNT-USER-IN TO USR-USER-ID
              MOVE MNT-NAME-IN TO USR-NAME
              SET USR-ACTIVE TO TRUE
              MOVE MNT-RIGHTS-IN TO USR-RIGHTS
              MOVE ZERO TO USR-LAST-SIGNON-DATE
              MOVE ZERO TO USR-LAST-SIGNON-TIME
              MOVE RUN-DATE TO USR-ADDED-DATE
              MOVE RUN-USER-ID TO USR-ADDED-BY
              MOVE RUN-DATE TO USR-CHANGED-DATE
              MOVE RUN-USER-ID TO USR-CHANGED-BY
              WRITE USRAUTH-RECORD
              ADD 1 TO USERS-ADDED
              IF FIRST-USER
                  MOVE 'N' TO FIRST-USER-SW
                  MOVE 'FIRST USER ADDED' TO MNT-MESSAGE
              ELSE
                  MOVE 'USER ADDED' TO MNT-MESSAGE
              END-IF
          END-IF.

      CHANGE-USER-RIGHTS.
          MOVE USR-NAME TO MNT-NAME-IN.
          MOVE USR-RIGHTS TO MNT-RIGHTS-IN.
          DISPLAY USRMNT-RIGHTS-SCREEN.
          ACCEPT USRMNT-RIGHTS-SCREEN.
          PERFORM CHECK-RIGHTS-ENTERED.
          IF NOT MNT-ERROR
              MOVE MNT-NAME-IN TO USR-NAME
              MOVE MNT-RIGHTS-IN TO USR-RIGHTS
              MOVE RUN-DATE TO USR-CHANGED-DATE
              MOVE RUN-USER-ID TO USR-CHANGED-BY
              REWRITE USRAUTH-RECORD
              ADD 1 TO USERS-CHANGED
              MOVE 'USER RIGHTS CHANGED' TO MNT-MESSAGE
          END-IF.

      *> A right left blank is taken as not granted.
      CHECK-RIGHTS-ENTERED.
          IF MNT-NAME-IN = SPACES
              SET MNT-ERROR TO TRUE
              MOVE 'NAME MISSING' TO MNT-MESSAGE
          ELSE
              MOVE 1 TO RIGHT-IX
              PERFORM CHECK-ONE-RIGHT
                  UNTIL RIGHT-IX > RIGHT-MAX OR MNT-ERROR
          END-IF.

      CHECK-ONE-RIGHT.
          IF MNT-RIGHT-IN (RIGHT-IX) = SPACE
              MOVE 'N' TO MNT-RIGHT-IN (RIGHT-IX)
          END-IF.
          IF MNT-RIGHT-IN (RIGHT-IX) NOT = 'Y'
              AND MNT-RIGHT-IN (RIGHT-IX) NOT = 'N'
              SET MNT-ERROR TO TRUE
              MOVE 'RIGHTS MUST BE Y OR N' TO MNT-MESSAGE
          END-IF.
          ADD 1 TO RIGHT-IX.

      SUSPEND-USER.
          IF USR-SUSPENDED
              MOVE 'USER ALREADY SUSPENDED' TO MNT-MESSAGE
          ELSE
              SET USR-SUSPENDED TO TRUE
              MOVE RUN-DATE TO USR-CHANGED-DATE
              MOVE RUN-USER-ID TO USR-CHANGED-BY
              REWRITE USRAUTH-RECORD
              ADD 1 TO USERS-SUSPENDED
              MOVE 'USER SUSPENDED' TO MNT-MESSAGE
          END-IF.

      REINSTATE-USER.
          IF USR-ACTIVE
              MOVE 'USER ALREADY ACTIVE' TO MNT-MESSAGE
          ELSE
              SET USR-ACTIVE TO TRUE
              MOVE RUN-DATE TO USR-CHANGED-DATE
              MOVE RUN-USER-ID TO USR-CHANGED-BY
              REWRITE USRAUTH-RECORD
              ADD 1 TO USERS-REINSTATED
              MOVE 'USER REINSTATED' TO MNT-MESSAGE
          END-IF.
