              05 WORK-DATE-YY PIC 9(2).
              05 WORK-DATE-MM PIC 9(2).
              05 WORK-DATE-DD PIC 9(2).
          01 BATCH-AGE-DAYS PIC S9(6).

          COPY BUSDFLDS.

          01 BATCHES-READ PIC 9(6) VALUE ZERO.
          01 BATCHES-ACCEPTED PIC 9(6) VALUE ZERO.
              05 H1-YY PIC 99.
              05 FILLER PIC X(10) VALUE '  AGE OVER'.
              05 H1-AGE-DAYS PIC ZZ9.
              05 FILLER PIC X(14) VALUE ' BUSINESS DAYS'.

          01 RPT-CALENDAR-LINE.
              05 FILLER PIC X(40)
                  VALUE 'NO HOLCAL FILE - ONLY WEEKENDS ARE'.
              05 FILLER PIC X(20) VALUE 'NON-BUSINESS DAYS'.

          01 RPT-DETAIL-LINE.
              05 FILLER PIC X(6) VALUE 'BATCH '.
          IF ACK-AGE-DAYS-IN NUMERIC
              MOVE ACK-AGE-DAYS-IN TO ACK-AGE-DAYS
          END-IF.
          OPEN OUTPUT GLCTLNEW.
          OPEN OUTPUT GAKRPT.
          PERFORM WRITE-REPORT-HEADING.
          MOVE WORK-DATE-MM TO D-SENT-MM.
          MOVE WORK-DATE-DD TO D-SENT-DD.
          MOVE WORK-DATE-YY TO D-SENT-YY.
          MOVE 'D' TO BDY-FUNCTION.
          MOVE GLC-RUN-DATE TO BDY-DATE.
          MOVE RUN-DATE TO BDY-TO-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-OK
              MOVE BDY-DAYS TO BATCH-AGE-DAYS
          ELSE
              MOVE ZERO TO BATCH-AGE-DAYS
          END-IF.
          MOVE BATCH-AGE-DAYS TO D-AGE.
          EVALUATE TRUE
              WHEN GLC-ACCEPTED
          END-EVALUATE.
          WRITE GAKRPT-RECORD FROM RPT-DETAIL-LINE.

      WRITE-REPORT-HEADING.
          MOVE RUN-DATE-MM TO H1-MM.
          MOVE RUN-DATE-DD TO H1-DD.
          MOVE RUN-DATE-YY TO H1-YY.
          MOVE ACK-AGE-DAYS TO H1-AGE-DAYS.
          WRITE GAKRPT-RECORD FROM RPT-HEADING-LINE.
          MOVE 'C' TO BDY-FUNCTION.
          MOVE RUN-DATE TO BDY-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-NO-CALENDAR
              WRITE GAKRPT-RECORD FROM RPT-CALENDAR-LINE
          END-IF.

      WRITE-ACK-TOTALS.
          MOVE SPACES TO GAKRPT-RECORD.
