              ORGANIZATION IS SEQUENTIAL.
          SELECT EDTRPT ASSIGN TO "EDTRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PERCTL ASSIGN TO "PERCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PERCTL-STATUS.
          SELECT AUDITIDX ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AIX-KEY
              FILE STATUS IS AUDITIDX-STATUS.
          SELECT SUSPMST ASSIGN TO "SUSPMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUS-KEY
              FILE STATUS IS SUSPMST-STATUS.
          SELECT RUNPARM ASSIGN TO "RUNPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNPARM-STATUS.

      DATA DIVISION.
      FILE SECTION.
              ==TRAN-KEYED==        BY ==ADDOUT-TRAN-KEYED==
              ==TRAN-RESUBMITTED==  BY ==ADDOUT-TRAN-RESUB==
              ==TRAN-GENERATED==    BY ==ADDOUT-TRAN-GEN==
              ==TRAN-REVERSAL==     BY ==ADDOUT-TRAN-REV==
              ==TRAN-ACCRUAL==      BY ==ADDOUT-TRAN-ACR==
              ==TRAN-FEED==         BY ==ADDOUT-TRAN-FEED==
              ==ORIG-TRAN-KEY==     BY ==ADDOUT-ORIG-KEY==
              ==CONTRA-ACCOUNT-ID== BY ==ADDOUT-CONTRA-ID==
              ==ORIG-RUN-DATE==     BY ==ADDOUT-ORIG-DATE==
              ==EFF-DATE==          BY ==ADDOUT-EFF-DATE==
              ==ADDIN-BHDR-RECORD== BY ==ADDOUT-BHDR-RECORD==
              ==BHDR-KEY==          BY ==ADDOUT-BHDR-KEY==
              ==BHDR-CODE==         BY ==ADDOUT-BHDR-CODE==
      FD  EDTRPT.
      01 EDTRPT-RECORD PIC X(80).

      FD  PERCTL.
          COPY PERCTLREC.

      FD  AUDITIDX.
          COPY AUDIDXREC.

      FD  SUSPMST.
          COPY SUSPREC.

      FD  RUNPARM.
          COPY RUNPRMREC.

      WORKING-STORAGE SECTION.
          01 ADDIN-EOF-SW PIC X(1) VALUE 'N'.
              88 ADDIN-EOF VALUE 'Y'.

          01 PREV-TRAN-KEY PIC 9(6) VALUE ZERO.

          01 AUDITIDX-STATUS PIC X(2).
          01 AUDITIDX-EOF-SW PIC X(1).
              88 AUDITIDX-EOF VALUE 'Y'.
          01 SUSPMST-STATUS PIC X(2).
          01 SUSPMST-EOF-SW PIC X(1).
              88 SUSPMST-EOF VALUE 'Y'.
          01 DUP-CHECK-SW PIC X(1) VALUE 'N'.
              88 DUP-CHECK-ON VALUE 'Y'.
          01 DUP-FOUND-SW PIC X(1).
              88 DUP-FOUND VALUE 'Y'.
          01 DUP-DAYS PIC 9(3) VALUE 7.
          01 EDIT-BATCH-ID PIC X(6).

          01 RUNPARM-STATUS PIC X(2).
          01 RUNPARM-EOF-SW PIC X(1) VALUE 'N'.
              88 RUNPARM-EOF VALUE 'Y'.
          01 PRM-VALUE-N PIC 9(8).

          01 WINDOW-DATE PIC 9(6).
          01 WINDOW-DATE-X REDEFINES WINDOW-DATE.
              05 WINDOW-YY PIC 9(2).
              05 WINDOW-MM PIC 9(2).
              05 WINDOW-DD PIC 9(2).
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

          01 PERCTL-STATUS PIC X(2).
          01 PERCTL-EOF-SW PIC X(1) VALUE 'N'.
              88 PERCTL-EOF VALUE 'Y'.
          01 PERIOD-COUNT PIC 9(3) VALUE ZERO.
          01 PERIOD-MAX PIC 9(3) VALUE 240.
          01 PERIOD-IX PIC 9(3).
          01 SEARCH-PERIOD PIC 9(4).
          01 PERIOD-TABLE.
              05 PERIOD-ENTRY OCCURS 240.
                  10 PT-PERIOD PIC 9(4).
                  10 PT-STATUS PIC X(1).
          01 LAST-CLOSED-PERIOD PIC 9(4) VALUE ZERO.
          01 PERIOD-FOUND-SW PIC X(1).
              88 PERIOD-FOUND VALUE 'Y'.
          01 EFF-PERIOD-STATE PIC X(1).
              88 EFF-PERIOD-OPEN VALUE 'O'.
              88 EFF-PERIOD-LOCKED VALUE 'C' 'R'.
          01 CHECK-EFF-DATE PIC 9(6).
          01 CHECK-EFF-DATE-X REDEFINES CHECK-EFF-DATE.
              05 CHECK-EFF-YY PIC 9(2).
              05 CHECK-EFF-MM PIC 9(2).
              05 CHECK-EFF-DD PIC 9(2).
          01 CHECK-EFF-PERIOD-X REDEFINES CHECK-EFF-DATE.
              05 CHECK-EFF-PERIOD PIC 9(4).
              05 FILLER PIC 9(2).

          01 RUN-DATE PIC 9(6).
          01 RUN-DATE-X REDEFINES RUN-DATE.
              05 RUN-DATE-YY PIC 9(2).
              05 RUN-DATE-MM PIC 9(2).
              05 RUN-DATE-DD PIC 9(2).
          01 RUN-TIME PIC 9(8).

          01 RECORDS-READ PIC 9(6) VALUE ZERO.
          01 RECORDS-CLEAN PIC 9(6) VALUE ZERO.
          01 RECORDS-IN-ERROR PIC 9(6) VALUE ZERO.
          01 HEADERS-READ PIC 9(6) VALUE ZERO.
          01 RECORDS-WARNED PIC 9(6) VALUE ZERO.
          01 RECORDS-SUSPECT PIC 9(6) VALUE ZERO.
          01 RECORDS-RELEASED PIC 9(6) VALUE ZERO.

          01 RPT-HEADING-LINE-1.
              05 FILLER PIC X(30)
              05 FILLER PIC X(3) VALUE SPACES.
              05 E-MESSAGE PIC X(30).

          01 RPT-SUSPECT-LINE.
              05 S-TRAN-KEY PIC X(6).
              05 FILLER PIC X(5) VALUE SPACES.
              05 S-OP-CODE PIC X(3).
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(25)
                  VALUE 'SUSPECT DUPLICATE OF RUN '.
              05 S-PRIOR-DATE PIC 9(6).
              05 FILLER PIC X(5) VALUE ' JOB '.
              05 S-PRIOR-JOB-ID PIC X(8).

          01 RPT-READ-LINE.
              05 FILLER PIC X(20) VALUE 'RECORDS READ '.
              05 T-RECORDS-READ PIC ZZZZZ9.
              05 FILLER PIC X(20) VALUE 'RECORDS IN ERROR '.
              05 T-RECORDS-IN-ERROR PIC ZZZZZ9.

          01 RPT-WARNED-LINE.
              05 FILLER PIC X(20) VALUE 'CLOSED PERIOD WARN '.
              05 T-RECORDS-WARNED PIC ZZZZZ9.

          01 RPT-SUSPECT-COUNT-LINE.
              05 FILLER PIC X(20) VALUE 'SUSPECT DUPLICATES '.
              05 T-RECORDS-SUSPECT PIC ZZZZZ9.

          01 RPT-RELEASED-COUNT-LINE.
              05 FILLER PIC X(20) VALUE 'DUPLICATES RELEASED '.
              05 T-RECORDS-RELEASED PIC ZZZZZ9.

          01 RPT-NO-DUP-CHECK-LINE.
              05 FILLER PIC X(40)
                  VALUE 'DUPLICATE CHECK OFF - NO AUDITIDX'.

          01 RPT-RELEASE-LINE.
              05 FILLER PIC X(30)
                  VALUE 'BATCH RELEASED FOR POSTING'.
          OPEN OUTPUT ADDOUT.
          OPEN OUTPUT EDTRPT.
          ACCEPT RUN-DATE FROM DATE.
          ACCEPT RUN-TIME FROM TIME.
          DISPLAY "BATCHID" UPON ENVIRONMENT-NAME.
          ACCEPT EDIT-BATCH-ID FROM ENVIRONMENT-VALUE.
          PERFORM READ-RUN-PARAMETERS.
          PERFORM LOAD-PERIOD-CONTROL.
          PERFORM WRITE-REPORT-HEADING.
          PERFORM OPEN-DUPLICATE-CHECK.
          PERFORM EDIT-ADDIN-RECORD UNTIL ADDIN-EOF.
          PERFORM WRITE-EDIT-TOTALS.
          CLOSE ADDIN.
          CLOSE ADDOUT.
          CLOSE EDTRPT.
          IF DUP-CHECK-ON
              CLOSE AUDITIDX
              CLOSE SUSPMST
          END-IF.
          IF RECORDS-IN-ERROR > ZERO
              MOVE 8 TO RETURN-CODE
          END-IF.
      PASS-BATCH-HEADER.
          ADD 1 TO HEADERS-READ.
          MOVE 'N' TO PREV-KEY-SW.
          MOVE BHDR-BATCH-ID TO EDIT-BATCH-ID.
          IF BHDR-BATCH-ID = SPACES
              ADD 1 TO RECORDS-IN-ERROR
              MOVE BHDR-KEY TO E-TRAN-KEY
      VALIDATE-ONE-RECORD.
          MOVE 'N' TO RECORD-ERROR-SW.
          PERFORM CHECK-TRAN-KEY.
          IF TRAN-REVERSAL
              PERFORM CHECK-REVERSAL-REQUEST
          ELSE
              PERFORM CHECK-OP-CODE
              PERFORM CHECK-AMOUNTS
              PERFORM CHECK-CONTRA-ACCOUNT
          END-IF.
          PERFORM CHECK-EFFECTIVE-DATE.
          IF RECORD-IN-ERROR
              ADD 1 TO RECORDS-IN-ERROR
          ELSE
              MOVE 'N' TO DUP-FOUND-SW
              IF DUP-CHECK-ON AND NOT TRAN-REVERSAL
                  PERFORM CHECK-PRIOR-POSTING
              END-IF
              IF DUP-FOUND
                  PERFORM HOLD-SUSPECT-DUPLICATE
              ELSE
                  ADD 1 TO RECORDS-CLEAN
                  WRITE ADDOUT-RECORD FROM ADDIN-RECORD
              END-IF
          END-IF.

      CHECK-TRAN-KEY.
              SET PREV-KEY-SET TO TRUE
          END-IF.

      *> A clean transaction is matched against the postings already
      *> made to its account within the DUPDAYS look-back window. A
      *> posting under the same batch id with the same key, contra,
      *> op code and amounts means the batch has been sent again, so
      *> the transaction is held on SUSPMST for ADDDUP instead of
      *> going forward - unless ADDDUP has already released it.
      CHECK-PRIOR-POSTING.
          MOVE 'N' TO AUDITIDX-EOF-SW.
          MOVE ACCOUNT-ID TO AIX-ACCOUNT-ID.
          MOVE WINDOW-DATE TO AIX-RUN-DATE.
          MOVE ZERO TO AIX-TRAN-KEY.
          MOVE ZERO TO AIX-RUN-TIME.
          MOVE ZERO TO AIX-POST-SEQ.
          MOVE SPACE TO AIX-SIDE.
          START AUDITIDX KEY >= AIX-KEY
              INVALID KEY SET AUDITIDX-EOF TO TRUE
          END-START.
          PERFORM SCAN-PRIOR-POSTING
              UNTIL AUDITIDX-EOF OR DUP-FOUND.
          IF DUP-FOUND
              PERFORM CHECK-RELEASED-SUSPECT
          END-IF.

      SCAN-PRIOR-POSTING.
          READ AUDITIDX NEXT RECORD
              AT END SET AUDITIDX-EOF TO TRUE
              NOT AT END
                  IF AIX-ACCOUNT-ID NOT = ACCOUNT-ID
                      SET AUDITIDX-EOF TO TRUE
                  ELSE
                      IF AIX-SIDE = 'P'
                          AND NOT AIX-REVERSAL-ENTRY
                          AND AIX-TRAN-KEY = TRAN-KEY
                          AND AIX-BATCH-ID = EDIT-BATCH-ID
                          AND AIX-CONTRA-ACCT = CONTRA-ACCOUNT-ID
                          AND AIX-OP-CODE = OP-CODE
                          AND AIX-NUMBER1 = NUMBER1
                          AND AIX-NUMBER2 = NUMBER2
                          SET DUP-FOUND TO TRUE
                      END-IF
                  END-IF
          END-READ.

      CHECK-RELEASED-SUSPECT.
          MOVE 'N' TO SUSPMST-EOF-SW.
          MOVE EDIT-BATCH-ID TO SUS-BATCH-ID.
          MOVE TRAN-KEY TO SUS-TRAN-KEY.
          MOVE ZERO TO SUS-EDIT-DATE.
          MOVE ZERO TO SUS-EDIT-TIME.
          MOVE ZERO TO SUS-EDIT-SEQ.
          START SUSPMST KEY >= SUS-KEY
              INVALID KEY SET SUSPMST-EOF TO TRUE
          END-START.
          PERFORM SCAN-RELEASED-SUSPECT
              UNTIL SUSPMST-EOF OR NOT DUP-FOUND.

      SCAN-RELEASED-SUSPECT.
          READ SUSPMST NEXT RECORD
              AT END SET SUSPMST-EOF TO TRUE
              NOT AT END
                  IF SUS-BATCH-ID = EDIT-BATCH-ID
                      AND SUS-TRAN-KEY = TRAN-KEY
                      IF SUS-RELEASED
                          AND SUS-ADDIN-IMAGE = ADDIN-RECORD
                          SET SUS-PASSED TO TRUE
                          MOVE RUN-DATE TO SUS-STATUS-DATE
                          REWRITE SUSPMST-RECORD
                          MOVE 'N' TO DUP-FOUND-SW
                          ADD 1 TO RECORDS-RELEASED
                      END-IF
                  ELSE
                      SET SUSPMST-EOF TO TRUE
                  END-IF
          END-READ.

      HOLD-SUSPECT-DUPLICATE.
          ADD 1 TO RECORDS-SUSPECT.
          MOVE EDIT-BATCH-ID TO SUS-BATCH-ID.
          MOVE TRAN-KEY TO SUS-TRAN-KEY.
          MOVE RUN-DATE TO SUS-EDIT-DATE.
          MOVE RUN-TIME TO SUS-EDIT-TIME.
          MOVE RECORDS-READ TO SUS-EDIT-SEQ.
          SET SUS-SUSPECT TO TRUE.
          MOVE RUN-DATE TO SUS-STATUS-DATE.
          MOVE SPACES TO SUS-ACTION-USER.
          MOVE AIX-RUN-DATE TO SUS-PRIOR-RUN-DATE.
          MOVE AIX-RUN-TIME TO SUS-PRIOR-RUN-TIME.
          MOVE AIX-JOB-ID TO SUS-PRIOR-JOB-ID.
          MOVE ADDIN-RECORD TO SUS-ADDIN-IMAGE.
          WRITE SUSPMST-RECORD
              INVALID KEY
                  DISPLAY 'ADDEDIT DUPLICATE SUSPMST KEY '
                      SUS-KEY ' - RUN ABORTED'
                  MOVE 12 TO RETURN-CODE
                  GOBACK
          END-WRITE.
          MOVE TRAN-KEY TO S-TRAN-KEY.
          MOVE OP-CODE TO S-OP-CODE.
          MOVE AIX-RUN-DATE TO S-PRIOR-DATE.
          MOVE AIX-JOB-ID TO S-PRIOR-JOB-ID.
          WRITE EDTRPT-RECORD FROM RPT-SUSPECT-LINE.

      *> The duplicate check needs AUDITIDX; before the index exists
      *> the edit runs as it always did and says so on the report.
      *> DUPDAYS zero switches the check off altogether.
      OPEN-DUPLICATE-CHECK.
          IF DUP-DAYS > ZERO
              OPEN INPUT AUDITIDX
              IF AUDITIDX-STATUS = '00'
                  SET DUP-CHECK-ON TO TRUE
                  OPEN I-O SUSPMST
                  IF SUSPMST-STATUS = '35'
                      CLOSE SUSPMST
                      OPEN OUTPUT SUSPMST
                      CLOSE SUSPMST
                      OPEN I-O SUSPMST
                  END-IF
                  MOVE RUN-DATE TO WINDOW-DATE
                  PERFORM STEP-BACK-ONE-DAY DUP-DAYS TIMES
              ELSE
                  WRITE EDTRPT-RECORD FROM RPT-NO-DUP-CHECK-LINE
              END-IF
          END-IF.

      STEP-BACK-ONE-DAY.
          IF WINDOW-DD > 1
              SUBTRACT 1 FROM WINDOW-DD
          ELSE
              IF WINDOW-MM > 1
                  SUBTRACT 1 FROM WINDOW-MM
              ELSE
                  MOVE 12 TO WINDOW-MM
                  IF WINDOW-YY > ZERO
                      SUBTRACT 1 FROM WINDOW-YY
                  ELSE
                      MOVE 99 TO WINDOW-YY
                  END-IF
              END-IF
              MOVE MONTH-LENGTH (WINDOW-MM) TO WINDOW-DD
              IF WINDOW-MM = 2
                  DIVIDE WINDOW-YY BY 4 GIVING LEAP-QUOT
                      REMAINDER LEAP-REM
                  IF LEAP-REM = ZERO
                      MOVE 29 TO WINDOW-DD
                  END-IF
              END-IF
          END-IF.

      READ-RUN-PARAMETERS.
          OPEN INPUT RUNPARM.
          IF RUNPARM-STATUS = '00'
              PERFORM APPLY-ONE-PARAMETER UNTIL RUNPARM-EOF
              CLOSE RUNPARM
          END-IF.

      APPLY-ONE-PARAMETER.
          READ RUNPARM
              AT END SET RUNPARM-EOF TO TRUE
              NOT AT END
                  IF PRM-VALUE NUMERIC
                      MOVE PRM-VALUE TO PRM-VALUE-N
                      PERFORM APPLY-PARAMETER-VALUE
                  END-IF
          END-READ.

      APPLY-PARAMETER-VALUE.
          EVALUATE PRM-NAME
              WHEN 'DUPDAYS'
                  IF PRM-VALUE-N <= 366
                      MOVE PRM-VALUE-N TO DUP-DAYS
                  END-IF
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      CHECK-OP-CODE.
          IF OP-CODE NOT = 'ADD' AND OP-CODE NOT = 'SUB'
              AND OP-CODE NOT = 'MUL' AND OP-CODE NOT = 'DIV'
              END-IF
          END-IF.

      CHECK-REVERSAL-REQUEST.
          IF ACCOUNT-ID = SPACES
              MOVE 'REVERSAL ACCOUNT MISSING' TO E-MESSAGE
              PERFORM WRITE-ERROR-LINE
          END-IF.
          IF ORIG-TRAN-KEY NOT NUMERIC OR ORIG-TRAN-KEY = ZERO
              MOVE 'REVERSAL ORIG KEY MISSING' TO E-MESSAGE
              PERFORM WRITE-ERROR-LINE
          END-IF.
          IF ORIG-RUN-DATE NOT NUMERIC OR ORIG-RUN-DATE = ZERO
              MOVE 'REVERSAL ORIG DATE MISSING' TO E-MESSAGE
              PERFORM WRITE-ERROR-LINE
          END-IF.

      *> A transaction effective in a locked period is let through
      *> with a warning: the posting run rejects it to ADDREJ and
      *> REJMST with its own reason code so it is tracked there.
      CHECK-EFFECTIVE-DATE.
          IF EFF-DATE NOT NUMERIC
              MOVE 'EFF DATE NOT NUMERIC' TO E-MESSAGE
              PERFORM WRITE-ERROR-LINE
          ELSE
              IF EFF-DATE > ZERO
                  MOVE EFF-DATE TO CHECK-EFF-DATE
                  IF CHECK-EFF-MM < 1 OR CHECK-EFF-MM > 12
                      OR CHECK-EFF-DD < 1 OR CHECK-EFF-DD > 31
                      MOVE 'EFF DATE NOT VALID' TO E-MESSAGE
                      PERFORM WRITE-ERROR-LINE
                  ELSE
                      PERFORM CHECK-EFFECTIVE-PERIOD
                  END-IF
              ELSE
                  MOVE RUN-DATE TO CHECK-EFF-DATE
                  PERFORM CHECK-EFFECTIVE-PERIOD
              END-IF
          END-IF.

      CHECK-EFFECTIVE-PERIOD.
          SET EFF-PERIOD-OPEN TO TRUE.
          MOVE CHECK-EFF-PERIOD TO SEARCH-PERIOD.
          PERFORM LOOK-UP-PERIOD.
          IF PERIOD-FOUND
              MOVE PT-STATUS (PERIOD-IX) TO EFF-PERIOD-STATE
          ELSE
              IF CHECK-EFF-PERIOD < LAST-CLOSED-PERIOD
                  MOVE 'C' TO EFF-PERIOD-STATE
              END-IF
          END-IF.
          IF EFF-PERIOD-LOCKED
              ADD 1 TO RECORDS-WARNED
              MOVE 'WARNING - EFF PERIOD CLOSED' TO E-MESSAGE
              MOVE TRAN-KEY TO E-TRAN-KEY
              MOVE OP-CODE TO E-OP-CODE
              WRITE EDTRPT-RECORD FROM RPT-ERROR-LINE
          END-IF.

      LOAD-PERIOD-CONTROL.
          OPEN INPUT PERCTL.
          IF PERCTL-STATUS = '00'
              PERFORM LOAD-ONE-PERIOD UNTIL PERCTL-EOF
              CLOSE PERCTL
          END-IF.

      LOAD-ONE-PERIOD.
          READ PERCTL
              AT END SET PERCTL-EOF TO TRUE
              NOT AT END
                  PERFORM STORE-PERIOD-STATE
          END-READ.

      STORE-PERIOD-STATE.
          MOVE PCT-PERIOD TO SEARCH-PERIOD.
          PERFORM LOOK-UP-PERIOD.
          IF NOT PERIOD-FOUND
              IF PERIOD-COUNT >= PERIOD-MAX
                  DISPLAY 'ADDEDIT PERIOD TABLE FULL AT '
                      PERIOD-MAX ' - RUN ABORTED'
                  MOVE 12 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO PERIOD-COUNT
              MOVE PERIOD-COUNT TO PERIOD-IX
              MOVE PCT-PERIOD TO PT-PERIOD (PERIOD-IX)
          END-IF.
          MOVE PCT-STATUS TO PT-STATUS (PERIOD-IX).
          IF PCT-PERIOD > LAST-CLOSED-PERIOD
              MOVE PCT-PERIOD TO LAST-CLOSED-PERIOD
          END-IF.

      LOOK-UP-PERIOD.
          MOVE 'N' TO PERIOD-FOUND-SW.
          MOVE 1 TO PERIOD-IX.
          PERFORM SCAN-PERIOD-TABLE
              UNTIL PERIOD-FOUND OR PERIOD-IX > PERIOD-COUNT.

      SCAN-PERIOD-TABLE.
          IF PT-PERIOD (PERIOD-IX) = SEARCH-PERIOD
              SET PERIOD-FOUND TO TRUE
          ELSE
              ADD 1 TO PERIOD-IX
          END-IF.

      WRITE-ERROR-LINE.
          SET RECORD-IN-ERROR TO TRUE.
          MOVE TRAN-KEY TO E-TRAN-KEY.
          WRITE EDTRPT-RECORD FROM RPT-CLEAN-LINE.
          MOVE RECORDS-IN-ERROR TO T-RECORDS-IN-ERROR.
          WRITE EDTRPT-RECORD FROM RPT-ERROR-COUNT-LINE.
          MOVE RECORDS-WARNED TO T-RECORDS-WARNED.
          WRITE EDTRPT-RECORD FROM RPT-WARNED-LINE.
          MOVE RECORDS-SUSPECT TO T-RECORDS-SUSPECT.
          WRITE EDTRPT-RECORD FROM RPT-SUSPECT-COUNT-LINE.
          MOVE RECORDS-RELEASED TO T-RECORDS-RELEASED.
          WRITE EDTRPT-RECORD FROM RPT-RELEASED-COUNT-LINE.
          IF RECORDS-IN-ERROR > ZERO
              WRITE EDTRPT-RECORD FROM RPT-HOLD-LINE
          ELSE
