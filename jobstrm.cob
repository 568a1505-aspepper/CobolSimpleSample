          COPY STRMREC.

      FD  ADDWRK.
      01 ADDWRK-COPY-REC PIC X(50).

      FD  ADDOUT.
      01 ADDOUT-COPY-REC PIC X(50).

      FD  ADDIN.
      01 ADDIN-COPY-REC PIC X(50).

      FD  STRMRPT.
      01 STRMRPT-RECORD PIC X(80).
              05 STREAM-DATE-MM PIC 9(2).
              05 STREAM-DATE-DD PIC 9(2).
          01 STEP-END-TIME PIC 9(8).
          01 STREAM-MONTH-END-SW PIC X(1) VALUE 'N'.
              88 STREAM-MONTH-END VALUE 'Y'.

          COPY BUSDFLDS.

          01 STEP-NAME-TABLE.
              05 FILLER PIC X(8) VALUE 'ADDGEN'.
              05 FILLER PIC X(8) VALUE 'ACCRGEN'.
              05 FILLER PIC X(8) VALUE 'INBFEED'.
              05 FILLER PIC X(8) VALUE 'EDITPREP'.
              05 FILLER PIC X(8) VALUE 'ADDEDIT'.
              05 FILLER PIC X(8) VALUE 'POSTPREP'.
              05 FILLER PIC X(8) VALUE 'ARITHDRV'.
              05 FILLER PIC X(8) VALUE 'LDGSTMT'.
              05 FILLER PIC X(8) VALUE 'TRIALBAL'.
              05 FILLER PIC X(8) VALUE 'FINSTMT'.
              05 FILLER PIC X(8) VALUE 'SECRPT'.
          01 STEP-NAMES REDEFINES STEP-NAME-TABLE.
              05 STEP-NAME PIC X(8) OCCURS 11.

      *> 'D' steps run every night, 'M' steps only when the stream
      *> date is the last business day of its month.
          01 STEP-WHEN-TABLE.
              05 FILLER PIC X(11) VALUE 'DDDDDDDDDMM'.
          01 STEP-WHENS REDEFINES STEP-WHEN-TABLE.
              05 STEP-WHEN PIC X(1) OCCURS 11.

          01 STEP-STATE-TABLE.
              05 STEP-ENTRY OCCURS 11.
                  10 STEP-STATUS PIC X(1).
                  10 STEP-RETURN-CODE PIC 9(4).
                  10 STEP-END-TIME-SAVED PIC 9(8).
              05 FILLER PIC X(4) VALUE ' RC '.
              05 S-STEP-RC PIC ZZZ9.

          01 RPT-MONTH-END-LINE.
              05 FILLER PIC X(40)
                  VALUE 'LAST BUSINESS DAY OF THE MONTH'.

          01 RPT-DONE-LINE.
              05 FILLER PIC X(30)
                  VALUE 'STREAM COMPLETED'.
          ELSE
              MOVE RUN-DATE TO STREAM-DATE
          END-IF.
          MOVE 'C' TO BDY-FUNCTION.
          MOVE STREAM-DATE TO BDY-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-OK AND BDY-MONTH-END
              SET STREAM-MONTH-END TO TRUE
          END-IF.
          MOVE 1 TO STEP-IX.
          PERFORM CLEAR-ONE-STEP-STATE UNTIL STEP-IX > 11.
          PERFORM LOAD-STREAM-CONTROL.
          OPEN OUTPUT STRMRPT.
          PERFORM WRITE-REPORT-HEADING.
          MOVE 1 TO RUN-STEP-IX.
          PERFORM RUN-ONE-STEP
              UNTIL RUN-STEP-IX > 11 OR STREAM-FAILED.
          IF STREAM-FAILED
              WRITE STRMRPT-RECORD FROM RPT-HELD-LINE
              MOVE 8 TO RETURN-CODE
              AT END SET STRMCTL-EOF TO TRUE
              NOT AT END
                  IF STM-RUN-DATE = STREAM-DATE
                      AND STM-STEP-NO >= 1 AND STM-STEP-NO <= 11
                      MOVE STM-STATUS
                          TO STEP-STATUS (STM-STEP-NO)
                      MOVE STM-RETURN-CODE
          END-READ.

      RUN-ONE-STEP.
          EVALUATE TRUE
              WHEN STEP-STATUS (RUN-STEP-IX) = 'C'
                  PERFORM WRITE-SKIPPED-STEP-LINE
              WHEN STEP-WHEN (RUN-STEP-IX) = 'M'
                  AND NOT STREAM-MONTH-END
                  PERFORM WRITE-NOT-DUE-STEP-LINE
              WHEN OTHER
                  PERFORM EXECUTE-STREAM-STEP
                  PERFORM RECORD-STEP-RESULT
          END-EVALUATE.
          ADD 1 TO RUN-STEP-IX.

      EXECUTE-STREAM-STEP.
                  CALL 'ADDGEN'
                  CANCEL 'ADDGEN'
              WHEN 2
                  CALL 'ACCRGEN'
                  CANCEL 'ACCRGEN'
              WHEN 3
                  CALL 'INBFEED'
                  CANCEL 'INBFEED'
              WHEN 4
                  PERFORM COPY-ADDWRK-TO-ADDIN
              WHEN 5
                  CALL 'ADDEDIT'
                  CANCEL 'ADDEDIT'
              WHEN 6
                  PERFORM COPY-ADDOUT-TO-ADDIN
              WHEN 7
                  CALL 'ARITHDRV'
                  CANCEL 'ARITHDRV'
              WHEN 8
                  CALL 'LDGSTMT'
                  CANCEL 'LDGSTMT'
              WHEN 9
                  CALL 'TRIALBAL'
                  CANCEL 'TRIALBAL'
              WHEN 10
                  CALL 'FINSTMT'
                  CANCEL 'FINSTMT'
              WHEN 11
                  CALL 'SECRPT'
                  CANCEL 'SECRPT'
          END-EVALUATE.

      *> Return code 4 is a warning, not a failure: the step did its
      *> work (INBFEED refusing a bad branch feed, say) and the rest
      *> of the night's work still runs.
      RECORD-STEP-RESULT.
          ACCEPT STEP-END-TIME FROM TIME.
          MOVE STEP-END-TIME
              TO STEP-END-TIME-SAVED (RUN-STEP-IX).
          MOVE RETURN-CODE TO STEP-RETURN-CODE (RUN-STEP-IX).
          IF RETURN-CODE = ZERO OR RETURN-CODE = 4
              MOVE 'C' TO STEP-STATUS (RUN-STEP-IX)
          ELSE
              MOVE 'F' TO STEP-STATUS (RUN-STEP-IX)
      REWRITE-STREAM-CONTROL.
          OPEN OUTPUT STRMCTL.
          MOVE 1 TO STEP-IX.
          PERFORM WRITE-ONE-CONTROL-RECORD UNTIL STEP-IX > 11.
          CLOSE STRMCTL.

      WRITE-ONE-CONTROL-RECORD.
          MOVE RUN-STEP-IX TO S-STEP-NO.
          MOVE STEP-NAME (RUN-STEP-IX) TO S-STEP-NAME.
          IF STEP-STATUS (RUN-STEP-IX) = 'C'
              IF STEP-RETURN-CODE (RUN-STEP-IX) = ZERO
                  MOVE 'COMPLETED' TO S-STEP-TEXT
              ELSE
                  MOVE 'COMPLETED WITH WARNING' TO S-STEP-TEXT
              END-IF
          ELSE
              MOVE '*FAILED - STREAM HELD*' TO S-STEP-TEXT
          END-IF.
          MOVE STEP-RETURN-CODE (RUN-STEP-IX) TO S-STEP-RC.
          WRITE STRMRPT-RECORD FROM RPT-STEP-LINE.

      WRITE-NOT-DUE-STEP-LINE.
          MOVE RUN-STEP-IX TO S-STEP-NO.
          MOVE STEP-NAME (RUN-STEP-IX) TO S-STEP-NAME.
          MOVE 'NOT MONTH-END - NOT RUN' TO S-STEP-TEXT.
          MOVE ZERO TO S-STEP-RC.
          WRITE STRMRPT-RECORD FROM RPT-STEP-LINE.

      WRITE-REPORT-HEADING.
          MOVE STREAM-DATE-MM TO H1-MM.
          MOVE STREAM-DATE-DD TO H1-DD.
          MOVE STREAM-DATE-YY TO H1-YY.
          WRITE STRMRPT-RECORD FROM RPT-HEADING-LINE.
          IF STREAM-MONTH-END
              WRITE STRMRPT-RECORD FROM RPT-MONTH-END-LINE
          END-IF.
