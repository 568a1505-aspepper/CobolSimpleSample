      IDENTIFICATION DIVISION.
      PROGRAM-ID. SECRPT.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT USRAUTH ASSIGN TO "USRAUTH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS USR-USER-ID
              FILE STATUS IS USRAUTH-STATUS.
          SELECT SECLOG ASSIGN TO "SECLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SECLOG-STATUS.
          SELECT SECRPT ASSIGN TO "SECRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
      FILE SECTION.
      FD  USRAUTH.
          COPY USRREC.

      FD  SECLOG.
          COPY SECLREC.

      FD  SECRPT.
      01 SECRPT-RECORD PIC X(80).

      WORKING-STORAGE SECTION.
          01 USRAUTH-STATUS PIC X(2).
          01 USRAUTH-EOF-SW PIC X(1).
              88 USRAUTH-EOF VALUE 'Y'.
          01 SECLOG-STATUS PIC X(2).
          01 SECLOG-EOF-SW PIC X(1) VALUE 'N'.
              88 SECLOG-EOF VALUE 'Y'.

          01 RUN-DATE PIC 9(6).
          01 RUN-DATE-X REDEFINES RUN-DATE.
              05 RUN-DATE-YY PIC 9(2).
              05 RUN-DATE-MM PIC 9(2).
              05 RUN-DATE-DD PIC 9(2).

          01 WORK-DATE PIC 9(6).
          01 WORK-DATE-X REDEFINES WORK-DATE.
              05 WORK-DATE-YY PIC 9(2).
              05 WORK-DATE-MM PIC 9(2).
              05 WORK-DATE-DD PIC 9(2).
          01 WORK-TIME PIC 9(8).
          01 WORK-TIME-X REDEFINES WORK-TIME.
              05 WORK-TIME-HH PIC 9(2).
              05 WORK-TIME-MI PIC 9(2).
              05 FILLER PIC 9(4).

          01 IDLE-DAYS-IN PIC X(3).
          01 IDLE-DAYS PIC 9(3) VALUE 30.
          01 IDLE-CUTOFF-DATE PIC 9(6).
          01 LAST-ACTIVE-DATE PIC 9(6).

          COPY BUSDFLDS.

          01 FUNCTION-NAME-TABLE.
              05 FILLER PIC X(14) VALUE 'ONLINE POSTING'.
              05 FILLER PIC X(14) VALUE 'ACCOUNT ADD'.
              05 FILLER PIC X(14) VALUE 'ACCOUNT CLOSE'.
              05 FILLER PIC X(14) VALUE 'ACCOUNT REOPEN'.
              05 FILLER PIC X(14) VALUE 'REJECT REPAIR'.
              05 FILLER PIC X(14) VALUE 'REJ WRITE-OFF'.
              05 FILLER PIC X(14) VALUE 'PERIOD CLOSE'.
              05 FILLER PIC X(14) VALUE 'LEDGER REBUILD'.
              05 FILLER PIC X(14) VALUE 'USER MAINT'.
          01 FUNCTION-NAMES REDEFINES FUNCTION-NAME-TABLE.
              05 FUNCTION-NAME PIC X(14) OCCURS 9.
          01 RIGHT-IX PIC 9(2).
          01 RIGHT-MAX PIC 9(2) VALUE 9.

          01 USERS-ON-FILE PIC 9(6) VALUE ZERO.
          01 USERS-ACTIVE PIC 9(6) VALUE ZERO.
          01 USERS-SUSPENDED PIC 9(6) VALUE ZERO.
          01 USERS-IDLE PIC 9(6) VALUE ZERO.
          01 REFUSED-ATTEMPTS PIC 9(6) VALUE ZERO.

          01 RPT-HEADING-LINE.
              05 FILLER PIC X(30)
                  VALUE 'USER ACCESS REPORT'.
              05 FILLER PIC X(5) VALUE 'DATE '.
              05 H1-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-YY PIC 99.

          01 RPT-NO-USRAUTH-LINE.
              05 FILLER PIC X(40)
                  VALUE 'NO USRAUTH FILE - EVERY CHECK IS REFUSED'.

          01 RPT-SECTION-LINE.
              05 S-SECTION-TEXT PIC X(33).
              05 S-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 S-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 S-YY PIC 99.

          01 RPT-RIGHTS-TITLE.
              05 FILLER PIC X(40) VALUE 'RIGHTS BY USER'.

          01 RPT-RIGHTS-HEADING.
              05 FILLER PIC X(10) VALUE 'USER ID'.
              05 FILLER PIC X(22) VALUE 'NAME'.
              05 FILLER PIC X(2) VALUE 'S'.
              05 FILLER PIC X(36)
                  VALUE ' PST ADD CLS REO REP WOF PER RBL SEC'.

          01 RPT-RIGHTS-LINE.
              05 R-USER-ID PIC X(8).
              05 FILLER PIC X(2).
              05 R-NAME PIC X(20).
              05 FILLER PIC X(2).
              05 R-STATUS PIC X(1).
              05 FILLER PIC X(1).
              05 R-RIGHT-ENTRY OCCURS 9.
                  10 FILLER PIC X(2).
                  10 R-RIGHT PIC X(1).
                  10 FILLER PIC X(1).

          01 RPT-IDLE-LINE.
              05 I-USER-ID PIC X(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 I-NAME PIC X(20).
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(13) VALUE 'LAST SIGN-ON '.
              05 I-LAST-SIGNON PIC X(8).
              05 FILLER PIC X(8) VALUE '  ADDED '.
              05 I-ADDED-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 I-ADDED-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 I-ADDED-YY PIC 99.

          01 SIGNON-DATE-OUT.
              05 O-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 O-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 O-YY PIC 99.

          01 RPT-REFUSED-LINE.
              05 V-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 V-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 V-YY PIC 99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 V-HH PIC 99.
              05 FILLER PIC X(1) VALUE ':'.
              05 V-MI PIC 99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 V-USER-ID PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 V-PROGRAM PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 V-FUNCTION PIC X(14).
              05 FILLER PIC X(1) VALUE SPACE.
              05 V-REASON PIC X(30).

          01 RPT-COUNT-LINE.
              05 C-TEXT PIC X(24).
              05 C-COUNT PIC ZZZZZ9.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "SECIDLEDAYS" UPON ENVIRONMENT-NAME.
          ACCEPT IDLE-DAYS-IN FROM ENVIRONMENT-VALUE.
          IF IDLE-DAYS-IN NUMERIC
              MOVE IDLE-DAYS-IN TO IDLE-DAYS
          END-IF.
          MOVE 'S' TO BDY-FUNCTION.
          MOVE RUN-DATE TO BDY-DATE.
          COMPUTE BDY-DAYS = ZERO - IDLE-DAYS.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          MOVE BDY-RESULT-DATE TO IDLE-CUTOFF-DATE.
          OPEN OUTPUT SECRPT.
          PERFORM WRITE-REPORT-HEADING.
          OPEN INPUT USRAUTH.
          IF USRAUTH-STATUS = '00'
              PERFORM LIST-USER-RIGHTS
              CLOSE USRAUTH
              OPEN INPUT USRAUTH
              PERFORM LIST-IDLE-USERS
              CLOSE USRAUTH
          ELSE
              WRITE SECRPT-RECORD FROM RPT-NO-USRAUTH-LINE
          END-IF.
          PERFORM LIST-REFUSED-ATTEMPTS.
          PERFORM WRITE-ACCESS-TOTALS.
          CLOSE SECRPT.
          GOBACK.

      LIST-USER-RIGHTS.
          MOVE SPACES TO SECRPT-RECORD.
          WRITE SECRPT-RECORD.
          WRITE SECRPT-RECORD FROM RPT-RIGHTS-TITLE.
          WRITE SECRPT-RECORD FROM RPT-RIGHTS-HEADING.
          MOVE 'N' TO USRAUTH-EOF-SW.
          PERFORM LIST-ONE-USER UNTIL USRAUTH-EOF.

      LIST-ONE-USER.
          READ USRAUTH
              AT END SET USRAUTH-EOF TO TRUE
              NOT AT END
                  ADD 1 TO USERS-ON-FILE
                  IF USR-ACTIVE
                      ADD 1 TO USERS-ACTIVE
                  ELSE
                      ADD 1 TO USERS-SUSPENDED
                  END-IF
                  PERFORM WRITE-RIGHTS-LINE
          END-READ.

      WRITE-RIGHTS-LINE.
          MOVE SPACES TO RPT-RIGHTS-LINE.
          MOVE USR-USER-ID TO R-USER-ID.
          MOVE USR-NAME TO R-NAME.
          MOVE USR-STATUS TO R-STATUS.
          MOVE 1 TO RIGHT-IX.
          PERFORM SHOW-ONE-RIGHT UNTIL RIGHT-IX > RIGHT-MAX.
          WRITE SECRPT-RECORD FROM RPT-RIGHTS-LINE.

      SHOW-ONE-RIGHT.
          IF USR-RIGHT (RIGHT-IX) = 'Y'
              MOVE 'Y' TO R-RIGHT (RIGHT-IX)
          ELSE
              MOVE '.' TO R-RIGHT (RIGHT-IX)
          END-IF.
          ADD 1 TO RIGHT-IX.

      *> A user who has never signed on is measured from the date
      *> they were added, so a new user is not listed on day one.
      *> Suspended users cannot sign on and are not listed.
      LIST-IDLE-USERS.
          MOVE 'ACTIVE USERS NOT SIGNED ON SINCE' TO S-SECTION-TEXT.
          MOVE IDLE-CUTOFF-DATE TO WORK-DATE.
          PERFORM WRITE-SECTION-HEADING.
          MOVE 'N' TO USRAUTH-EOF-SW.
          PERFORM CHECK-ONE-IDLE-USER UNTIL USRAUTH-EOF.

      CHECK-ONE-IDLE-USER.
          READ USRAUTH
              AT END SET USRAUTH-EOF TO TRUE
              NOT AT END
                  IF USR-LAST-SIGNON-DATE = ZERO
                      MOVE USR-ADDED-DATE TO LAST-ACTIVE-DATE
                  ELSE
                      MOVE USR-LAST-SIGNON-DATE TO LAST-ACTIVE-DATE
                  END-IF
                  IF USR-ACTIVE AND LAST-ACTIVE-DATE < IDLE-CUTOFF-DATE
                      ADD 1 TO USERS-IDLE
                      PERFORM WRITE-IDLE-LINE
                  END-IF
          END-READ.

      WRITE-IDLE-LINE.
          MOVE USR-USER-ID TO I-USER-ID.
          MOVE USR-NAME TO I-NAME.
          IF USR-LAST-SIGNON-DATE = ZERO
              MOVE 'NEVER' TO I-LAST-SIGNON
          ELSE
              MOVE USR-LAST-SIGNON-DATE TO WORK-DATE
              MOVE WORK-DATE-MM TO O-MM
              MOVE WORK-DATE-DD TO O-DD
              MOVE WORK-DATE-YY TO O-YY
              MOVE SIGNON-DATE-OUT TO I-LAST-SIGNON
          END-IF.
          MOVE USR-ADDED-DATE TO WORK-DATE.
          MOVE WORK-DATE-MM TO I-ADDED-MM.
          MOVE WORK-DATE-DD TO I-ADDED-DD.
          MOVE WORK-DATE-YY TO I-ADDED-YY.
          WRITE SECRPT-RECORD FROM RPT-IDLE-LINE.

      *> Refusals are listed from SECLOG for the same window as the
      *> sign-on check, oldest first as they were logged.
      LIST-REFUSED-ATTEMPTS.
          MOVE 'SECURITY VIOLATIONS LOGGED SINCE' TO S-SECTION-TEXT.
          MOVE IDLE-CUTOFF-DATE TO WORK-DATE.
          PERFORM WRITE-SECTION-HEADING.
          OPEN INPUT SECLOG.
          IF SECLOG-STATUS = '00'
              PERFORM CHECK-ONE-REFUSAL UNTIL SECLOG-EOF
              CLOSE SECLOG
          END-IF.

      CHECK-ONE-REFUSAL.
          READ SECLOG
              AT END SET SECLOG-EOF TO TRUE
              NOT AT END
                  IF SLG-DATE >= IDLE-CUTOFF-DATE
                      ADD 1 TO REFUSED-ATTEMPTS
                      PERFORM WRITE-REFUSED-LINE
                  END-IF
          END-READ.

      WRITE-REFUSED-LINE.
          MOVE SLG-DATE TO WORK-DATE.
          MOVE WORK-DATE-MM TO V-MM.
          MOVE WORK-DATE-DD TO V-DD.
          MOVE WORK-DATE-YY TO V-YY.
          MOVE SLG-TIME TO WORK-TIME.
          MOVE WORK-TIME-HH TO V-HH.
          MOVE WORK-TIME-MI TO V-MI.
          MOVE SLG-USER-ID TO V-USER-ID.
          MOVE SLG-PROGRAM TO V-PROGRAM.
          IF SLG-FUNCTION >= 1 AND SLG-FUNCTION <= RIGHT-MAX
              MOVE FUNCTION-NAME (SLG-FUNCTION) TO V-FUNCTION
          ELSE
              MOVE 'UNKNOWN' TO V-FUNCTION
          END-IF.
          MOVE SLG-REASON TO V-REASON.
          WRITE SECRPT-RECORD FROM RPT-REFUSED-LINE.

      WRITE-SECTION-HEADING.
          MOVE SPACES TO SECRPT-RECORD.
          WRITE SECRPT-RECORD.
          MOVE WORK-DATE-MM TO S-MM.
          MOVE WORK-DATE-DD TO S-DD.
          MOVE WORK-DATE-YY TO S-YY.
          WRITE SECRPT-RECORD FROM RPT-SECTION-LINE.

      WRITE-REPORT-HEADING.
          MOVE RUN-DATE-MM TO H1-MM.
          MOVE RUN-DATE-DD TO H1-DD.
          MOVE RUN-DATE-YY TO H1-YY.
          WRITE SECRPT-RECORD FROM RPT-HEADING-LINE.

      WRITE-ACCESS-TOTALS.
          MOVE SPACES TO SECRPT-RECORD.
          WRITE SECRPT-RECORD.
          MOVE 'USERS ON FILE ' TO C-TEXT.
          MOVE USERS-ON-FILE TO C-COUNT.
          WRITE SECRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'USERS ACTIVE ' TO C-TEXT.
          MOVE USERS-ACTIVE TO C-COUNT.
          WRITE SECRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'USERS SUSPENDED ' TO C-TEXT.
          MOVE USERS-SUSPENDED TO C-COUNT.
          WRITE SECRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'USERS NOT SIGNED ON ' TO C-TEXT.
          MOVE USERS-IDLE TO C-COUNT.
          WRITE SECRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'SECURITY VIOLATIONS ' TO C-TEXT.
          MOVE REFUSED-ATTEMPTS TO C-COUNT.
          WRITE SECRPT-RECORD FROM RPT-COUNT-LINE.
