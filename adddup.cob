      IDENTIFICATION DIVISION.
      PROGRAM-ID. ADDDUP.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT SUSPMST ASSIGN TO "SUSPMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUS-KEY
              FILE STATUS IS SUSPMST-STATUS.
          SELECT ADDREL ASSIGN TO "ADDREL"
              ORGANIZATION IS SEQUENTIAL.
          SELECT EXPTOT ASSIGN TO "EXPTOT"
              ORGANIZATION IS SEQUENTIAL.

      DATA DIVISION.
      FILE SECTION.
      FD  SUSPMST.
          COPY SUSPREC.

      FD  ADDREL.
          COPY ADDINREC.

      FD  EXPTOT.
          COPY EXPTOTREC.

      WORKING-STORAGE SECTION.
          01 RESULT PIC S9(7)V99 COMP-3.
          01 ARITH-STATUS PIC X(1).
              88 ARITH-OK             VALUE '0'.
              88 ARITH-ERROR          VALUE '1' '2' '3' '4' '5'.
              88 ARITH-SIZE-ERROR     VALUE '1'.
              88 ARITH-DIVIDE-BY-ZERO VALUE '2'.
              88 ARITH-INVALID-OP     VALUE '3'.

          01 SUSPMST-STATUS PIC X(2).
          01 SUSPMST-EOF-SW PIC X(1) VALUE 'N'.
              88 SUSPMST-EOF VALUE 'Y'.
          01 LAST-REL-BATCH-SW PIC X(1) VALUE 'N'.
              88 LAST-REL-BATCH-SET VALUE 'Y'.
          01 LAST-REL-BATCH-ID PIC X(6).
          01 REL-EXPECTED-TOTAL PIC S9(7)V99 COMP-3 VALUE ZERO.

          01 RUN-DATE PIC 9(6).
          01 RUN-USER-ID PIC X(8).

          01 SHOW-N1 PIC -(6)9.99.
          01 SHOW-N2 PIC -(6)9.99.
          01 DUP-ACTION PIC X(1).
              88 DUP-RELEASE VALUE 'R'.
              88 DUP-KILL VALUE 'K'.

          01 RELEASED-COUNT PIC 9(6) VALUE ZERO.
          01 KILLED-COUNT PIC 9(6) VALUE ZERO.
          01 SKIPPED-COUNT PIC 9(6) VALUE ZERO.

      SCREEN SECTION.
      01 ADDDUP-REVIEW-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE 'SUSPECT DUPLICATE REVIEW'.
          05 LINE 3 COLUMN 1 VALUE 'BATCH   :'.
          05 LINE 3 COLUMN 15 PIC X(6) FROM SUS-BATCH-ID.
          05 LINE 4 COLUMN 1 VALUE 'TRAN KEY:'.
          05 LINE 4 COLUMN 15 PIC 9(6) FROM SUS-TRAN-KEY.
          05 LINE 5 COLUMN 1 VALUE 'EDITED  :'.
          05 LINE 5 COLUMN 15 PIC 9(6) FROM SUS-EDIT-DATE.
          05 LINE 7 COLUMN 1 VALUE 'OP CODE :'.
          05 LINE 7 COLUMN 15 PIC X(3) FROM OP-CODE.
          05 LINE 8 COLUMN 1 VALUE 'NUMBER1 :'.
          05 LINE 8 COLUMN 15 PIC -(6)9.99 FROM SHOW-N1.
          05 LINE 9 COLUMN 1 VALUE 'NUMBER2 :'.
          05 LINE 9 COLUMN 15 PIC -(6)9.99 FROM SHOW-N2.
          05 LINE 10 COLUMN 1 VALUE 'ACCOUNT :'.
          05 LINE 10 COLUMN 15 PIC X(6) FROM ACCOUNT-ID.
          05 LINE 11 COLUMN 1 VALUE 'CONTRA  :'.
          05 LINE 11 COLUMN 15 PIC X(6) FROM CONTRA-ACCOUNT-ID.
          05 LINE 12 COLUMN 1 VALUE 'EFF DATE:'.
          05 LINE 12 COLUMN 15 PIC 9(6) FROM EFF-DATE.
          05 LINE 14 COLUMN 1 VALUE 'POSTED  :'.
          05 LINE 14 COLUMN 15 PIC 9(6) FROM SUS-PRIOR-RUN-DATE.
          05 LINE 14 COLUMN 22 PIC 9(8) FROM SUS-PRIOR-RUN-TIME.
          05 LINE 15 COLUMN 1 VALUE 'BY JOB  :'.
          05 LINE 15 COLUMN 15 PIC X(8) FROM SUS-PRIOR-JOB-ID.
          05 LINE 17 COLUMN 1 VALUE 'RELEASE, KILL OR SKIP (R/K/S):'.
          05 LINE 17 COLUMN 32 PIC X USING DUP-ACTION.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          DISPLAY "USER" UPON ENVIRONMENT-NAME.
          ACCEPT RUN-USER-ID FROM ENVIRONMENT-VALUE.
          OPEN I-O SUSPMST.
          IF SUSPMST-STATUS = '35'
              CLOSE SUSPMST
              OPEN OUTPUT SUSPMST
              CLOSE SUSPMST
              OPEN I-O SUSPMST
          END-IF.
          OPEN OUTPUT ADDREL.
          PERFORM REVIEW-NEXT-SUSPECT UNTIL SUSPMST-EOF.
          IF LAST-REL-BATCH-SET
              PERFORM APPEND-EXPECTED-TOTAL
          END-IF.
          CLOSE SUSPMST.
          CLOSE ADDREL.
          DISPLAY 'SUSPECTS RELEASED: ' RELEASED-COUNT.
          DISPLAY 'SUSPECTS KILLED:   ' KILLED-COUNT.
          DISPLAY 'SUSPECTS SKIPPED:  ' SKIPPED-COUNT.
          STOP RUN.

      REVIEW-NEXT-SUSPECT.
          READ SUSPMST NEXT RECORD
              AT END SET SUSPMST-EOF TO TRUE
              NOT AT END
                  IF SUS-SUSPECT
                      PERFORM REVIEW-ONE-SUSPECT
                  END-IF
          END-READ.

      REVIEW-ONE-SUSPECT.
          MOVE SUS-ADDIN-IMAGE TO ADDIN-RECORD.
          MOVE NUMBER1 TO SHOW-N1.
          MOVE NUMBER2 TO SHOW-N2.
          MOVE SPACE TO DUP-ACTION.
          DISPLAY ADDDUP-REVIEW-SCREEN.
          ACCEPT ADDDUP-REVIEW-SCREEN.
          EVALUATE TRUE
              WHEN DUP-RELEASE
                  PERFORM WRITE-RELEASED-RECORD
                  SET SUS-RELEASED TO TRUE
                  PERFORM MARK-SUSPECT-ENTRY
                  ADD 1 TO RELEASED-COUNT
              WHEN DUP-KILL
                  SET SUS-KILLED TO TRUE
                  PERFORM MARK-SUSPECT-ENTRY
                  ADD 1 TO KILLED-COUNT
              WHEN OTHER
                  ADD 1 TO SKIPPED-COUNT
          END-EVALUATE.

      MARK-SUSPECT-ENTRY.
          MOVE RUN-DATE TO SUS-STATUS-DATE.
          MOVE RUN-USER-ID TO SUS-ACTION-USER.
          REWRITE SUSPMST-RECORD.

      *> A released transaction goes out under the batch id of the
      *> suspect it came from, so ADDEDIT can match it to this
      *> release when it comes back. Each batch released gets an
      *> EXPTOT record for what was released, which ARITHDRV ties
      *> out against in place of the original file's total.
      WRITE-RELEASED-RECORD.
          IF SUS-BATCH-ID NOT = SPACES
              IF NOT LAST-REL-BATCH-SET
                  OR SUS-BATCH-ID NOT = LAST-REL-BATCH-ID
                  IF LAST-REL-BATCH-SET
                      PERFORM APPEND-EXPECTED-TOTAL
                  END-IF
                  MOVE SPACES TO ADDIN-BHDR-RECORD
                  MOVE ZERO TO BHDR-KEY
                  MOVE 'BHD' TO BHDR-CODE
                  MOVE SUS-BATCH-ID TO BHDR-BATCH-ID
                  WRITE ADDIN-BHDR-RECORD
                  MOVE SUS-BATCH-ID TO LAST-REL-BATCH-ID
                  SET LAST-REL-BATCH-SET TO TRUE
              END-IF
          END-IF.
          MOVE SUS-ADDIN-IMAGE TO ADDIN-RECORD.
          WRITE ADDIN-RECORD.
          IF SUS-BATCH-ID NOT = SPACES
              PERFORM COMPUTE-EXPECTED-RESULT
              IF ARITH-OK
                  ADD RESULT TO REL-EXPECTED-TOTAL
              END-IF
          END-IF.

      COMPUTE-EXPECTED-RESULT.
          EVALUATE OP-CODE
              WHEN 'ADD'
                  CALL 'ADDER' USING NUMBER1, NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN 'SUB'
                  CALL 'SUBTR' USING NUMBER1, NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN 'MUL'
                  CALL 'MULTR' USING NUMBER1, NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN 'DIV'
                  CALL 'DIVDR' USING NUMBER1, NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN OTHER
                  SET ARITH-INVALID-OP TO TRUE
          END-EVALUATE.

      APPEND-EXPECTED-TOTAL.
          OPEN EXTEND EXPTOT.
          MOVE LAST-REL-BATCH-ID TO EXP-BATCH-ID.
          MOVE REL-EXPECTED-TOTAL TO EXP-TOTAL.
          WRITE EXPTOT-RECORD.
          CLOSE EXPTOT.
          MOVE ZERO TO REL-EXPECTED-TOTAL.
