      IDENTIFICATION DIVISION.
      PROGRAM-ID. INBFEED.
      AUTHOR. ALEX PIMENTA.

      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT BRFEED ASSIGN TO "BRFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BRFEED-STATUS.
          SELECT XREFACCT ASSIGN TO "XREFACCT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XRF-SENDER-CODE
              FILE STATUS IS XREFACCT-STATUS.
          SELECT INBCTL ASSIGN TO "INBCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INBCTL-STATUS.
          SELECT ADDWRK ASSIGN TO "ADDWRK"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ADDWRK-STATUS.
          SELECT EXPTOT ASSIGN TO "EXPTOT"
              ORGANIZATION IS SEQUENTIAL.
          SELECT INBRPT ASSIGN TO "INBRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
      FILE SECTION.
      FD  BRFEED.
      01 BRFEED-RECORD PIC X(120).

      FD  XREFACCT.
          COPY XREFREC.

      FD  INBCTL.
          COPY INBCREC.

      FD  ADDWRK.
          COPY ADDINREC.

      FD  EXPTOT.
          COPY EXPTOTREC.

      FD  INBRPT.
      01 INBRPT-RECORD PIC X(80).

      WORKING-STORAGE SECTION.
          01 RESULT PIC S9(7)V99 COMP-3.
          01 ARITH-STATUS PIC X(1).
              88 ARITH-OK             VALUE '0'.
              88 ARITH-ERROR          VALUE '1' '2' '3' '4' '5'.
              88 ARITH-SIZE-ERROR     VALUE '1'.
              88 ARITH-DIVIDE-BY-ZERO VALUE '2'.
              88 ARITH-INVALID-OP     VALUE '3'.

          01 BRFEED-STATUS PIC X(2).
          01 BRFEED-EOF-SW PIC X(1) VALUE 'N'.
              88 BRFEED-EOF VALUE 'Y'.
          01 XREFACCT-STATUS PIC X(2).
          01 XREFACCT-OPEN-SW PIC X(1) VALUE 'N'.
              88 XREFACCT-OPEN VALUE 'Y'.
          01 INBCTL-STATUS PIC X(2).
          01 INBCTL-EOF-SW PIC X(1) VALUE 'N'.
              88 INBCTL-EOF VALUE 'Y'.
          01 ADDWRK-STATUS PIC X(2).

          01 FEED-REJECTED-SW PIC X(1) VALUE 'N'.
              88 FEED-REJECTED VALUE 'Y'.
          01 HEADER-SEEN-SW PIC X(1) VALUE 'N'.
              88 HEADER-SEEN VALUE 'Y'.
          01 TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
              88 TRAILER-SEEN VALUE 'Y'.
          01 FEED-HEADER-SW PIC X(1) VALUE 'N'.
              88 FEED-HEADER-WRITTEN VALUE 'Y'.
          01 FEED-REASON PIC X(30) VALUE SPACES.
          01 RECORD-REASON PIC X(30).

          01 RUN-DATE PIC 9(6).
          01 RUN-TIME PIC 9(8).
          01 FEED-DATE-IN PIC X(6).
          01 FEED-DATE PIC 9(6).
          01 FEED-DATE-X REDEFINES FEED-DATE.
              05 FEED-DATE-YY PIC 9(2).
              05 FEED-DATE-MM PIC 9(2).
              05 FEED-DATE-DD PIC 9(2).
          01 FEED-KEY-BASE-IN PIC X(6).
          01 FEED-NEXT-KEY PIC 9(6) VALUE 700001.

          01 FEED-BATCH-ID.
              05 FILLER PIC X(1) VALUE 'F'.
              05 FEED-BATCH-MM PIC 9(2).
              05 FEED-BATCH-DD PIC 9(2).
              05 FILLER PIC X(1) VALUE '0'.

      *> The branch feed is comma-delimited, one record per line:
      *>   H,file-id,file-date(YYMMDD)
      *>   D,sequence,op-code,amount1,amount2,account,contra,eff-date
      *>   T,detail-count,hash-total
      *> Amounts are display with an optional leading sign and up to
      *> two decimals. The hash total is the algebraic sum of both
      *> amounts over every detail record. The effective date may be
      *> left empty. Account codes are the branch system's own.
      *> Fields carry no embedded spaces; the first space ends the
      *> field it is in.
          01 FEED-FIELD-COUNT PIC 9(2).
          01 FEED-FIELDS.
              05 FEED-FIELD OCCURS 8.
                  10 FLD-TEXT PIC X(15).
                  10 FLD-LEN PIC 9(2).

          01 FEED-FILE-ID PIC X(10) VALUE SPACES.
          01 FEED-FILE-DATE PIC 9(6) VALUE ZERO.
          01 FEED-FILE-DATE-X REDEFINES FEED-FILE-DATE.
              05 FEED-FILE-YY PIC 9(2).
              05 FEED-FILE-MM PIC 9(2).
              05 FEED-FILE-DD PIC 9(2).
          01 FEED-RECORD-NO PIC 9(6) VALUE ZERO.
          01 FEED-ERROR-COUNT PIC 9(6) VALUE ZERO.
          01 TRAILER-COUNT PIC 9(6) VALUE ZERO.
          01 TRAILER-HASH PIC S9(11)V99 COMP-3 VALUE ZERO.
          01 DETAIL-COUNT PIC 9(6) VALUE ZERO.
          01 DETAIL-HASH PIC S9(11)V99 COMP-3 VALUE ZERO.

          01 DTL-SEQUENCE PIC 9(6).
          01 DTL-OP-CODE PIC X(3).
          01 DTL-NUMBER1 PIC S9(7)V99 COMP-3.
          01 DTL-NUMBER2 PIC S9(7)V99 COMP-3.
          01 DTL-ACCOUNT-ID PIC X(6).
          01 DTL-CONTRA-ID PIC X(6).
          01 DTL-EFF-DATE PIC 9(6).
          01 XREF-CODE PIC X(12).
          01 XREF-ACCT-FOUND PIC X(6).

      *> Work areas for turning a delimited text field into a number.
          01 NUM-TEXT PIC X(15).
          01 NUM-LEN PIC 9(2).
          01 NUM-JUST PIC X(6) JUSTIFIED RIGHT.
          01 NUM-VALUE REDEFINES NUM-JUST PIC 9(6).
          01 NUM-VALID-SW PIC X(1).
              88 NUM-VALID VALUE 'Y'.

          01 AMT-TEXT PIC X(15).
          01 AMT-LEN PIC 9(2).
          01 AMT-START PIC 9(2).
          01 AMT-BODY-LEN PIC S9(2).
          01 AMT-WHOLE-TEXT PIC X(15).
          01 AMT-WHOLE-LEN PIC 9(2).
          01 AMT-FRAC-TEXT PIC X(15).
          01 AMT-FRAC-LEN PIC 9(2).
          01 AMT-WHOLE-JUST PIC X(11) JUSTIFIED RIGHT.
          01 AMT-WHOLE-NUM REDEFINES AMT-WHOLE-JUST PIC 9(11).
          01 AMT-FRAC-PAD PIC X(2).
          01 AMT-FRAC-NUM REDEFINES AMT-FRAC-PAD PIC 9(2).
          01 AMT-VALUE PIC S9(11)V99 COMP-3.
          01 AMT-VALID-SW PIC X(1).
              88 AMT-VALID VALUE 'Y'.
          01 AMT-NEGATIVE-SW PIC X(1).
              88 AMT-NEGATIVE VALUE 'Y'.

          01 TRANSACTIONS-WRITTEN PIC 9(6) VALUE ZERO.
          01 FEED-EXPECTED-TOTAL PIC S9(7)V99 COMP-3 VALUE ZERO.

          01 RPT-HEADING-LINE.
              05 FILLER PIC X(32)
                  VALUE 'BRANCH FEED RECEIPT'.
              05 FILLER PIC X(9) VALUE 'RUN DATE '.
              05 H1-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-YY PIC 99.

          01 RPT-FILE-LINE.
              05 FILLER PIC X(8) VALUE 'FILE ID '.
              05 F-FILE-ID PIC X(10).
              05 FILLER PIC X(13) VALUE '  FILE DATE '.
              05 F-MM PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 F-DD PIC 99.
              05 FILLER PIC X(1) VALUE '/'.
              05 F-YY PIC 99.

          01 RPT-ERROR-LINE.
              05 FILLER PIC X(7) VALUE 'RECORD '.
              05 E-RECORD-NO PIC ZZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 E-REASON PIC X(30).
              05 FILLER PIC X(2) VALUE SPACES.
              05 E-TEXT PIC X(15).

          01 RPT-MESSAGE-LINE.
              05 M-TEXT PIC X(60).

          01 RPT-COUNT-LINE.
              05 C-TEXT PIC X(24).
              05 C-COUNT PIC ZZZZZ9.

          01 RPT-HASH-LINE.
              05 A-TEXT PIC X(24).
              05 A-HASH PIC -ZZZZZZZZZZ9.99.

          01 RPT-ACCEPTED-LINE.
              05 FILLER PIC X(24) VALUE 'FILE ACCEPTED AS BATCH '.
              05 R-BATCH-ID PIC X(6).

          01 RPT-REJECTED-LINE.
              05 FILLER PIC X(24) VALUE 'FILE REJECTED WHOLE - '.
              05 R-REASON PIC X(30).

          01 RPT-EXPECTED-LINE.
              05 FILLER PIC X(24) VALUE 'EXPECTED TOTAL ADDED '.
              05 T-EXPECTED PIC -ZZZZZZ9.99.

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          ACCEPT RUN-TIME FROM TIME.
          DISPLAY "INBDATE" UPON ENVIRONMENT-NAME.
          ACCEPT FEED-DATE-IN FROM ENVIRONMENT-VALUE.
          IF FEED-DATE-IN NUMERIC
              MOVE FEED-DATE-IN TO FEED-DATE
          ELSE
              MOVE RUN-DATE TO FEED-DATE
          END-IF.
          DISPLAY "INBKEYBASE" UPON ENVIRONMENT-NAME.
          ACCEPT FEED-KEY-BASE-IN FROM ENVIRONMENT-VALUE.
          IF FEED-KEY-BASE-IN NUMERIC
              MOVE FEED-KEY-BASE-IN TO FEED-NEXT-KEY
          END-IF.
          MOVE FEED-DATE-MM TO FEED-BATCH-MM.
          MOVE FEED-DATE-DD TO FEED-BATCH-DD.
          OPEN OUTPUT INBRPT.
          PERFORM WRITE-REPORT-HEADING.
          OPEN INPUT BRFEED.
          IF BRFEED-STATUS NOT = '00'
              MOVE 'NO BRFEED FILE - NOTHING RECEIVED' TO M-TEXT
              WRITE INBRPT-RECORD FROM RPT-MESSAGE-LINE
              CLOSE INBRPT
              GOBACK
          END-IF.
          OPEN INPUT XREFACCT.
          IF XREFACCT-STATUS = '00'
              SET XREFACCT-OPEN TO TRUE
          ELSE
              MOVE 'NO XREFACCT FILE' TO RECORD-REASON
              PERFORM REJECT-FEED
          END-IF.
          PERFORM PROVE-ONE-RECORD UNTIL BRFEED-EOF.
          CLOSE BRFEED.
          PERFORM CHECK-FEED-CONTROLS.
          IF NOT FEED-REJECTED
              PERFORM CHECK-PRIOR-RECEIPT
          END-IF.
          IF NOT FEED-REJECTED
              PERFORM CONVERT-FEED
          END-IF.
          IF XREFACCT-OPEN
              CLOSE XREFACCT
          END-IF.
          PERFORM LOG-INBOUND-CONTROL.
          PERFORM WRITE-FEED-TOTALS.
          CLOSE INBRPT.
          IF FEED-REJECTED
              MOVE 4 TO RETURN-CODE
          END-IF.
          GOBACK.

      *> First pass: every record is checked and the detail count
      *> and hash are built, but nothing is written until the whole
      *> file has proved against its header and trailer.
      PROVE-ONE-RECORD.
          READ BRFEED
              AT END SET BRFEED-EOF TO TRUE
              NOT AT END
                  ADD 1 TO FEED-RECORD-NO
                  PERFORM SPLIT-FEED-RECORD
                  MOVE SPACES TO RECORD-REASON
                  PERFORM PROVE-FEED-RECORD
                  IF RECORD-REASON NOT = SPACES
                      PERFORM WRITE-ERROR-LINE
                      PERFORM REJECT-FEED
                  END-IF
          END-READ.

      SPLIT-FEED-RECORD.
          INITIALIZE FEED-FIELDS.
          MOVE ZERO TO FEED-FIELD-COUNT.
          UNSTRING BRFEED-RECORD DELIMITED BY ',' OR ALL SPACE
              INTO FLD-TEXT (1) COUNT IN FLD-LEN (1)
                   FLD-TEXT (2) COUNT IN FLD-LEN (2)
                   FLD-TEXT (3) COUNT IN FLD-LEN (3)
                   FLD-TEXT (4) COUNT IN FLD-LEN (4)
                   FLD-TEXT (5) COUNT IN FLD-LEN (5)
                   FLD-TEXT (6) COUNT IN FLD-LEN (6)
                   FLD-TEXT (7) COUNT IN FLD-LEN (7)
                   FLD-TEXT (8) COUNT IN FLD-LEN (8)
              TALLYING IN FEED-FIELD-COUNT
          END-UNSTRING.

      PROVE-FEED-RECORD.
          EVALUATE TRUE
              WHEN TRAILER-SEEN
                  MOVE 'RECORD AFTER TRAILER' TO RECORD-REASON
              WHEN FLD-TEXT (1) = 'H'
                  PERFORM PROVE-HEADER-RECORD
              WHEN NOT HEADER-SEEN
                  MOVE 'FIRST RECORD NOT A HEADER' TO RECORD-REASON
              WHEN FLD-TEXT (1) = 'D'
                  PERFORM EDIT-DETAIL-RECORD
                  IF RECORD-REASON = SPACES
                      ADD 1 TO DETAIL-COUNT
                      ADD DTL-NUMBER1 TO DETAIL-HASH
                      ADD DTL-NUMBER2 TO DETAIL-HASH
                  END-IF
              WHEN FLD-TEXT (1) = 'T'
                  PERFORM PROVE-TRAILER-RECORD
              WHEN OTHER
                  MOVE 'UNKNOWN RECORD TYPE' TO RECORD-REASON
          END-EVALUATE.

      PROVE-HEADER-RECORD.
          IF HEADER-SEEN
              MOVE 'SECOND HEADER RECORD' TO RECORD-REASON
          ELSE
              SET HEADER-SEEN TO TRUE
              MOVE FLD-TEXT (2) TO FEED-FILE-ID
              MOVE FLD-TEXT (3) TO NUM-TEXT
              MOVE FLD-LEN (3) TO NUM-LEN
              PERFORM CONVERT-NUMBER
              IF FEED-FILE-ID = SPACES
                  MOVE 'HEADER FILE ID MISSING' TO RECORD-REASON
              ELSE
                  IF NOT NUM-VALID OR NUM-LEN NOT = 6
                      MOVE 'HEADER FILE DATE INVALID'
                          TO RECORD-REASON
                  ELSE
                      MOVE NUM-VALUE TO FEED-FILE-DATE
                  END-IF
              END-IF
          END-IF.

      PROVE-TRAILER-RECORD.
          SET TRAILER-SEEN TO TRUE.
          MOVE FLD-TEXT (2) TO NUM-TEXT.
          MOVE FLD-LEN (2) TO NUM-LEN.
          PERFORM CONVERT-NUMBER.
          MOVE FLD-TEXT (3) TO AMT-TEXT.
          MOVE FLD-LEN (3) TO AMT-LEN.
          PERFORM CONVERT-AMOUNT.
          IF NOT NUM-VALID
              MOVE 'TRAILER COUNT INVALID' TO RECORD-REASON
          ELSE
              MOVE NUM-VALUE TO TRAILER-COUNT
              IF NOT AMT-VALID
                  MOVE 'TRAILER HASH INVALID' TO RECORD-REASON
              ELSE
                  MOVE AMT-VALUE TO TRAILER-HASH
              END-IF
          END-IF.

      *> Used by both passes: checks one detail and leaves it ready
      *> to be written as an ADDIN transaction.
      EDIT-DETAIL-RECORD.
          MOVE FLD-TEXT (2) TO NUM-TEXT.
          MOVE FLD-LEN (2) TO NUM-LEN.
          PERFORM CONVERT-NUMBER.
          IF NOT NUM-VALID
              MOVE 'SEQUENCE NUMBER INVALID' TO RECORD-REASON
          ELSE
              MOVE NUM-VALUE TO DTL-SEQUENCE
          END-IF.
          MOVE FLD-TEXT (3) TO DTL-OP-CODE.
          IF RECORD-REASON = SPACES
              MOVE FLD-TEXT (4) TO AMT-TEXT
              MOVE FLD-LEN (4) TO AMT-LEN
              PERFORM CONVERT-AMOUNT
              IF AMT-VALID
                  AND AMT-VALUE > -10000000 AND AMT-VALUE < 10000000
                  MOVE AMT-VALUE TO DTL-NUMBER1
              ELSE
                  MOVE 'AMOUNT 1 INVALID' TO RECORD-REASON
              END-IF
          END-IF.
          IF RECORD-REASON = SPACES
              MOVE FLD-TEXT (5) TO AMT-TEXT
              MOVE FLD-LEN (5) TO AMT-LEN
              PERFORM CONVERT-AMOUNT
              IF AMT-VALID
                  AND AMT-VALUE > -10000000 AND AMT-VALUE < 10000000
                  MOVE AMT-VALUE TO DTL-NUMBER2
              ELSE
                  MOVE 'AMOUNT 2 INVALID' TO RECORD-REASON
              END-IF
          END-IF.
          IF RECORD-REASON = SPACES
              MOVE FLD-TEXT (6) TO XREF-CODE
              PERFORM LOOK-UP-SENDER-CODE
              IF XREF-ACCT-FOUND = SPACES
                  MOVE 'ACCOUNT CODE NOT ON XREFACCT'
                      TO RECORD-REASON
              ELSE
                  MOVE XREF-ACCT-FOUND TO DTL-ACCOUNT-ID
              END-IF
          END-IF.
          IF RECORD-REASON = SPACES
              MOVE FLD-TEXT (7) TO XREF-CODE
              PERFORM LOOK-UP-SENDER-CODE
              IF XREF-ACCT-FOUND = SPACES
                  MOVE 'CONTRA CODE NOT ON XREFACCT'
                      TO RECORD-REASON
              ELSE
                  MOVE XREF-ACCT-FOUND TO DTL-CONTRA-ID
              END-IF
          END-IF.
          IF RECORD-REASON = SPACES
              IF FLD-LEN (8) = ZERO
                  MOVE ZERO TO DTL-EFF-DATE
              ELSE
                  MOVE FLD-TEXT (8) TO NUM-TEXT
                  MOVE FLD-LEN (8) TO NUM-LEN
                  PERFORM CONVERT-NUMBER
                  IF NUM-VALID AND NUM-LEN = 6
                      MOVE NUM-VALUE TO DTL-EFF-DATE
                  ELSE
                      MOVE 'EFFECTIVE DATE INVALID'
                          TO RECORD-REASON
                  END-IF
              END-IF
          END-IF.
          IF RECORD-REASON = SPACES
              PERFORM COMPUTE-EXPECTED-RESULT
              IF NOT ARITH-OK
                  IF ARITH-INVALID-OP
                      MOVE 'INVALID OP CODE' TO RECORD-REASON
                  ELSE
                      MOVE 'RESULT NOT COMPUTABLE' TO RECORD-REASON
                  END-IF
              END-IF
          END-IF.

      LOOK-UP-SENDER-CODE.
          MOVE SPACES TO XREF-ACCT-FOUND.
          IF XREFACCT-OPEN AND XREF-CODE NOT = SPACES
              MOVE XREF-CODE TO XRF-SENDER-CODE
              READ XREFACCT
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF XRF-ACTIVE
                          MOVE XRF-ACCT-ID TO XREF-ACCT-FOUND
                      END-IF
              END-READ
          END-IF.

      COMPUTE-EXPECTED-RESULT.
          EVALUATE DTL-OP-CODE
              WHEN 'ADD'
                  CALL 'ADDER' USING DTL-NUMBER1, DTL-NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN 'SUB'
                  CALL 'SUBTR' USING DTL-NUMBER1, DTL-NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN 'MUL'
                  CALL 'MULTR' USING DTL-NUMBER1, DTL-NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN 'DIV'
                  CALL 'DIVDR' USING DTL-NUMBER1, DTL-NUMBER2,
                      RESULT, ARITH-STATUS
              WHEN OTHER
                  SET ARITH-INVALID-OP TO TRUE
          END-EVALUATE.

      *> An unsigned whole number of up to six digits.
      CONVERT-NUMBER.
          MOVE 'N' TO NUM-VALID-SW.
          IF NUM-LEN > ZERO AND NUM-LEN <= 6
              MOVE NUM-TEXT (1:NUM-LEN) TO NUM-JUST
              INSPECT NUM-JUST REPLACING LEADING SPACE BY ZERO
              IF NUM-JUST NUMERIC
                  SET NUM-VALID TO TRUE
              END-IF
          END-IF.

      *> A display amount: optional sign, up to eleven whole digits,
      *> optional point and up to two decimals.
      CONVERT-AMOUNT.
          MOVE 'Y' TO AMT-VALID-SW.
          MOVE 'N' TO AMT-NEGATIVE-SW.
          MOVE ZERO TO AMT-VALUE.
          MOVE 1 TO AMT-START.
          IF AMT-LEN = ZERO
              MOVE 'N' TO AMT-VALID-SW
          ELSE
              IF AMT-TEXT (1:1) = '-'
                  SET AMT-NEGATIVE TO TRUE
                  MOVE 2 TO AMT-START
              END-IF
              IF AMT-TEXT (1:1) = '+'
                  MOVE 2 TO AMT-START
              END-IF
              COMPUTE AMT-BODY-LEN = AMT-LEN - AMT-START + 1
              IF AMT-BODY-LEN < 1
                  MOVE 'N' TO AMT-VALID-SW
              END-IF
          END-IF.
          IF AMT-VALID
              MOVE SPACES TO AMT-WHOLE-TEXT AMT-FRAC-TEXT
              MOVE ZERO TO AMT-WHOLE-LEN AMT-FRAC-LEN
              UNSTRING AMT-TEXT (AMT-START:AMT-BODY-LEN)
                  DELIMITED BY '.'
                  INTO AMT-WHOLE-TEXT COUNT IN AMT-WHOLE-LEN
                       AMT-FRAC-TEXT COUNT IN AMT-FRAC-LEN
                  ON OVERFLOW
                      MOVE 'N' TO AMT-VALID-SW
              END-UNSTRING
          END-IF.
          IF AMT-VALID
              IF AMT-WHOLE-LEN < 1 OR AMT-WHOLE-LEN > 11
                  OR AMT-FRAC-LEN > 2
                  MOVE 'N' TO AMT-VALID-SW
              END-IF
          END-IF.
          IF AMT-VALID
              MOVE AMT-WHOLE-TEXT (1:AMT-WHOLE-LEN) TO AMT-WHOLE-JUST
              INSPECT AMT-WHOLE-JUST REPLACING LEADING SPACE BY ZERO
              MOVE '00' TO AMT-FRAC-PAD
              IF AMT-FRAC-LEN > ZERO
                  MOVE AMT-FRAC-TEXT (1:AMT-FRAC-LEN)
                      TO AMT-FRAC-PAD (1:AMT-FRAC-LEN)
              END-IF
              IF AMT-WHOLE-JUST NUMERIC AND AMT-FRAC-PAD NUMERIC
                  COMPUTE AMT-VALUE = AMT-WHOLE-NUM
                      + AMT-FRAC-NUM / 100
                  IF AMT-NEGATIVE
                      COMPUTE AMT-VALUE = ZERO - AMT-VALUE
                  END-IF
              ELSE
                  MOVE 'N' TO AMT-VALID-SW
              END-IF
          END-IF.

      *> The header and trailer must both be present and the trailer
      *> must agree with what the details actually add up to.
      CHECK-FEED-CONTROLS.
          MOVE SPACES TO RECORD-REASON.
          EVALUATE TRUE
              WHEN FEED-RECORD-NO = ZERO
                  MOVE 'FEED FILE EMPTY' TO RECORD-REASON
              WHEN NOT HEADER-SEEN
                  MOVE 'NO HEADER RECORD' TO RECORD-REASON
              WHEN NOT TRAILER-SEEN
                  MOVE 'NO TRAILER RECORD' TO RECORD-REASON
              WHEN FEED-REJECTED
                  CONTINUE
              WHEN TRAILER-COUNT NOT = DETAIL-COUNT
                  MOVE 'TRAILER COUNT DISAGREES' TO RECORD-REASON
              WHEN TRAILER-HASH NOT = DETAIL-HASH
                  MOVE 'TRAILER HASH DISAGREES' TO RECORD-REASON
          END-EVALUATE.
          IF RECORD-REASON NOT = SPACES
              PERFORM REJECT-FEED
          END-IF.

      *> A file id accepted once is never taken again, so a feed the
      *> branch resends by mistake cannot post twice.
      CHECK-PRIOR-RECEIPT.
          OPEN INPUT INBCTL.
          IF INBCTL-STATUS = '00'
              PERFORM CHECK-ONE-RECEIPT UNTIL INBCTL-EOF
              CLOSE INBCTL
          END-IF.

      CHECK-ONE-RECEIPT.
          READ INBCTL
              AT END SET INBCTL-EOF TO TRUE
              NOT AT END
                  IF INB-FILE-ID = FEED-FILE-ID AND INB-ACCEPTED
                      AND NOT FEED-REJECTED
                      MOVE 'FILE ID ALREADY ACCEPTED'
                          TO RECORD-REASON
                      PERFORM REJECT-FEED
                  END-IF
          END-READ.

      REJECT-FEED.
          ADD 1 TO FEED-ERROR-COUNT.
          IF NOT FEED-REJECTED
              SET FEED-REJECTED TO TRUE
              MOVE RECORD-REASON TO FEED-REASON
          END-IF.

      *> Second pass: the proved file goes out as one batch of ADDIN
      *> work records behind ADDGEN's and ACCRGEN's, with its own
      *> expected total for ARITHDRV to tie the batch out against.
      CONVERT-FEED.
          OPEN INPUT BRFEED.
          MOVE 'N' TO BRFEED-EOF-SW.
          OPEN EXTEND ADDWRK.
          IF ADDWRK-STATUS = '35'
              OPEN OUTPUT ADDWRK
          END-IF.
          PERFORM CONVERT-ONE-RECORD UNTIL BRFEED-EOF.
          IF FEED-HEADER-WRITTEN
              PERFORM APPEND-EXPECTED-TOTAL
          END-IF.
          CLOSE BRFEED.
          CLOSE ADDWRK.

      CONVERT-ONE-RECORD.
          READ BRFEED
              AT END SET BRFEED-EOF TO TRUE
              NOT AT END
                  PERFORM SPLIT-FEED-RECORD
                  IF FLD-TEXT (1) = 'D'
                      MOVE SPACES TO RECORD-REASON
                      PERFORM EDIT-DETAIL-RECORD
                      PERFORM WRITE-FEED-TRANSACTION
                  END-IF
          END-READ.

      WRITE-FEED-TRANSACTION.
          IF NOT FEED-HEADER-WRITTEN
              MOVE SPACES TO ADDIN-BHDR-RECORD
              MOVE ZERO TO BHDR-KEY
              MOVE 'BHD' TO BHDR-CODE
              MOVE FEED-BATCH-ID TO BHDR-BATCH-ID
              WRITE ADDIN-BHDR-RECORD
              SET FEED-HEADER-WRITTEN TO TRUE
          END-IF.
          MOVE FEED-NEXT-KEY TO TRAN-KEY.
          ADD 1 TO FEED-NEXT-KEY.
          MOVE DTL-OP-CODE TO OP-CODE.
          MOVE DTL-NUMBER1 TO NUMBER1.
          MOVE DTL-NUMBER2 TO NUMBER2.
          MOVE DTL-ACCOUNT-ID TO ACCOUNT-ID.
          MOVE 'F' TO TRAN-SOURCE.
          MOVE DTL-SEQUENCE TO ORIG-TRAN-KEY.
          MOVE DTL-CONTRA-ID TO CONTRA-ACCOUNT-ID.
          MOVE ZERO TO ORIG-RUN-DATE.
          MOVE DTL-EFF-DATE TO EFF-DATE.
          WRITE ADDIN-RECORD.
          ADD RESULT TO FEED-EXPECTED-TOTAL.
          ADD 1 TO TRANSACTIONS-WRITTEN.

      APPEND-EXPECTED-TOTAL.
          OPEN EXTEND EXPTOT.
          MOVE FEED-BATCH-ID TO EXP-BATCH-ID.
          MOVE FEED-EXPECTED-TOTAL TO EXP-TOTAL.
          WRITE EXPTOT-RECORD.
          CLOSE EXPTOT.

      LOG-INBOUND-CONTROL.
          OPEN EXTEND INBCTL.
          IF INBCTL-STATUS = '35'
              OPEN OUTPUT INBCTL
          END-IF.
          MOVE FEED-FILE-ID TO INB-FILE-ID.
          MOVE FEED-FILE-DATE TO INB-FILE-DATE.
          MOVE RUN-DATE TO INB-RUN-DATE.
          MOVE RUN-TIME TO INB-RUN-TIME.
          MOVE TRAILER-COUNT TO INB-TRL-COUNT.
          MOVE TRAILER-HASH TO INB-TRL-HASH.
          MOVE DETAIL-COUNT TO INB-DTL-COUNT.
          MOVE DETAIL-HASH TO INB-DTL-HASH.
          IF FEED-REJECTED
              MOVE 'R' TO INB-STATUS
              MOVE SPACES TO INB-BATCH-ID
              MOVE FEED-REASON TO INB-REASON
          ELSE
              MOVE 'A' TO INB-STATUS
              MOVE FEED-BATCH-ID TO INB-BATCH-ID
              MOVE SPACES TO INB-REASON
          END-IF.
          WRITE INBCTL-RECORD.
          CLOSE INBCTL.

      WRITE-ERROR-LINE.
          MOVE FEED-RECORD-NO TO E-RECORD-NO.
          MOVE RECORD-REASON TO E-REASON.
          MOVE BRFEED-RECORD TO E-TEXT.
          WRITE INBRPT-RECORD FROM RPT-ERROR-LINE.

      WRITE-REPORT-HEADING.
          MOVE FEED-DATE-MM TO H1-MM.
          MOVE FEED-DATE-DD TO H1-DD.
          MOVE FEED-DATE-YY TO H1-YY.
          WRITE INBRPT-RECORD FROM RPT-HEADING-LINE.

      WRITE-FEED-TOTALS.
          MOVE SPACES TO INBRPT-RECORD.
          WRITE INBRPT-RECORD.
          MOVE FEED-FILE-ID TO F-FILE-ID.
          MOVE FEED-FILE-MM TO F-MM.
          MOVE FEED-FILE-DD TO F-DD.
          MOVE FEED-FILE-YY TO F-YY.
          WRITE INBRPT-RECORD FROM RPT-FILE-LINE.
          MOVE 'RECORDS READ ' TO C-TEXT.
          MOVE FEED-RECORD-NO TO C-COUNT.
          WRITE INBRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'TRAILER COUNT ' TO C-TEXT.
          MOVE TRAILER-COUNT TO C-COUNT.
          WRITE INBRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'DETAIL RECORDS PROVED ' TO C-TEXT.
          MOVE DETAIL-COUNT TO C-COUNT.
          WRITE INBRPT-RECORD FROM RPT-COUNT-LINE.
          MOVE 'TRAILER HASH TOTAL ' TO A-TEXT.
          MOVE TRAILER-HASH TO A-HASH.
          WRITE INBRPT-RECORD FROM RPT-HASH-LINE.
          MOVE 'DETAIL HASH TOTAL ' TO A-TEXT.
          MOVE DETAIL-HASH TO A-HASH.
          WRITE INBRPT-RECORD FROM RPT-HASH-LINE.
          MOVE 'ERRORS FOUND ' TO C-TEXT.
          MOVE FEED-ERROR-COUNT TO C-COUNT.
          WRITE INBRPT-RECORD FROM RPT-COUNT-LINE.
          IF FEED-REJECTED
              MOVE FEED-REASON TO R-REASON
              WRITE INBRPT-RECORD FROM RPT-REJECTED-LINE
          ELSE
              MOVE FEED-BATCH-ID TO R-BATCH-ID
              WRITE INBRPT-RECORD FROM RPT-ACCEPTED-LINE
              MOVE 'TRANSACTIONS WRITTEN ' TO C-TEXT
              MOVE TRANSACTIONS-WRITTEN TO C-COUNT
              WRITE INBRPT-RECORD FROM RPT-COUNT-LINE
              MOVE FEED-EXPECTED-TOTAL TO T-EXPECTED
              WRITE INBRPT-RECORD FROM RPT-EXPECTED-LINE
          END-IF.
