      IDENTIFICATION DIVISION.
      PROGRAM-ID. SECCHK.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT USRAUTH ASSIGN TO "USRAUTH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS USR-USER-ID
              FILE STATUS IS USRAUTH-STATUS.
          SELECT SECLOG ASSIGN TO "SECLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SECLOG-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  USRAUTH.
          COPY USRREC.

      FD  SECLOG.
          COPY SECLREC.

      WORKING-STORAGE SECTION.
          01 USRAUTH-STATUS PIC X(2).
          01 SECLOG-STATUS PIC X(2).

          01 CHECK-DATE PIC 9(6).
          01 CHECK-TIME PIC 9(8).
          01 CHECK-JOB-ID PIC X(8).

      LINKAGE SECTION.
          COPY SECFLDS.

      *> USRAUTH is opened and closed on every call, so a user
      *> changed through USRMNT is seen by the very next check in a
      *> session that is already running.
      PROCEDURE DIVISION USING SECCHK-PARMS.
          ACCEPT CHECK-DATE FROM DATE.
          ACCEPT CHECK-TIME FROM TIME.
          SET SEC-REFUSED TO TRUE.
          MOVE SPACES TO SEC-REASON.
          IF NOT SEC-FUNCTION-VALID
              MOVE 'INVALID FUNCTION CODE' TO SEC-REASON
          ELSE
              IF SEC-USER-ID = SPACES
                  MOVE 'NO USER ID' TO SEC-REASON
              ELSE
                  PERFORM CHECK-USER-RIGHT
              END-IF
          END-IF.
          IF SEC-REFUSED
              PERFORM LOG-VIOLATION
          END-IF.
          GOBACK.

      CHECK-USER-RIGHT.
          OPEN I-O USRAUTH.
          IF USRAUTH-STATUS NOT = '00'
              MOVE 'NO USRAUTH FILE' TO SEC-REASON
          ELSE
              MOVE SEC-USER-ID TO USR-USER-ID
              READ USRAUTH
                  INVALID KEY
                      MOVE 'USER NOT ON USRAUTH' TO SEC-REASON
                  NOT INVALID KEY
                      PERFORM CHECK-FUNCTION-RIGHT
              END-READ
              CLOSE USRAUTH
          END-IF.

      *> Any check by an active user counts as signing on, granted
      *> or not; that is what SECRPT's dormant-user list is built on.
      CHECK-FUNCTION-RIGHT.
          IF NOT USR-ACTIVE
              MOVE 'USER SUSPENDED' TO SEC-REASON
          ELSE
              IF USR-RIGHT (SEC-FUNCTION) = 'Y'
                  SET SEC-GRANTED TO TRUE
              ELSE
                  MOVE 'NOT AUTHORIZED FOR FUNCTION' TO SEC-REASON
              END-IF
              MOVE CHECK-DATE TO USR-LAST-SIGNON-DATE
              MOVE CHECK-TIME TO USR-LAST-SIGNON-TIME
              REWRITE USRAUTH-RECORD
          END-IF.

      LOG-VIOLATION.
          DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
          ACCEPT CHECK-JOB-ID FROM ENVIRONMENT-VALUE.
          OPEN EXTEND SECLOG.
          IF SECLOG-STATUS = '35'
              OPEN OUTPUT SECLOG
          END-IF.
          MOVE CHECK-DATE TO SLG-DATE.
          MOVE CHECK-TIME TO SLG-TIME.
          MOVE SEC-USER-ID TO SLG-USER-ID.
          MOVE CHECK-JOB-ID TO SLG-JOB-ID.
          MOVE SEC-PROGRAM TO SLG-PROGRAM.
          MOVE SEC-FUNCTION TO SLG-FUNCTION.
          MOVE SEC-REASON TO SLG-REASON.
          WRITE SECLOG-RECORD.
          CLOSE SECLOG.
