              05 WORK-DATE-YY PIC 9(2).
              05 WORK-DATE-MM PIC 9(2).
              05 WORK-DATE-DD PIC 9(2).
          01 REJECT-AGE-DAYS PIC S9(6).

          COPY BUSDFLDS.

          01 REASON-NAME-TABLE.
              05 FILLER PIC X(20) VALUE 'RESULT SIZE ERROR'.
              05 FILLER PIC X(20) VALUE 'ACCOUNT CLOSED'.
              05 FILLER PIC X(20) VALUE 'UNKNOWN CONTRA ACCT'.
              05 FILLER PIC X(20) VALUE 'CONTRA ACCT CLOSED'.
              05 FILLER PIC X(20) VALUE 'ORIGINAL NOT FOUND'.
              05 FILLER PIC X(20) VALUE 'ALREADY REVERSED'.
              05 FILLER PIC X(20) VALUE 'PERIOD CLOSED'.
              05 FILLER PIC X(20) VALUE 'DECLINED BY APPROVER'.
              05 FILLER PIC X(20) VALUE 'AMBIGUOUS ORIGINAL'.
              05 FILLER PIC X(20) VALUE 'OTHER'.
          01 REASON-NAMES REDEFINES REASON-NAME-TABLE.
              05 REASON-NAME PIC X(20) OCCURS 13.
          01 REASON-MAX PIC 9(2) VALUE 13.

          01 AGE-BUCKET-TABLE.
              05 AGE-REASON-ENTRY OCCURS 13.
                  10 AR-BUCKET PIC 9(5) OCCURS 3.
          01 REASON-IX PIC 9(2).
          01 BUCKET-IX PIC 9(1).

          01 RECORDS-READ PIC 9(6) VALUE ZERO.
              05 FILLER PIC X(1) VALUE '/'.
              05 H1-YY PIC 99.

          01 RPT-BASIS-LINE.
              05 FILLER PIC X(40)
                  VALUE 'AGES ARE IN BUSINESS DAYS'.

          01 RPT-CALENDAR-LINE.
              05 FILLER PIC X(40)
                  VALUE 'NO HOLCAL FILE - ONLY WEEKENDS ARE'.
              05 FILLER PIC X(20) VALUE 'NON-BUSINESS DAYS'.

          01 RPT-DETAIL-LINE.
              05 D-TRAN-KEY PIC 9(6).
              05 FILLER PIC X(2) VALUE SPACES.

          01 RPT-BUCKET-HEADING.
              05 FILLER PIC X(22) VALUE 'OUTSTANDING BY REASON'.
              05 FILLER PIC X(9) VALUE '   0-5'.
              05 FILLER PIC X(9) VALUE '   6-20'.
              05 FILLER PIC X(9) VALUE '  OVER 20'.

          01 RPT-BUCKET-LINE.
              05 B-REASON PIC X(20).

      PROCEDURE DIVISION.
          ACCEPT RUN-DATE FROM DATE.
          MOVE ZEROES TO AGE-BUCKET-TABLE.
          OPEN OUTPUT RAGRPT.
          PERFORM WRITE-REPORT-HEADING.
          END-EVALUATE.

      AGE-OUTSTANDING-REJECT.
          MOVE 'D' TO BDY-FUNCTION.
          MOVE RM-REJ-DATE TO BDY-DATE.
          MOVE RUN-DATE TO BDY-TO-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-OK
              MOVE BDY-DAYS TO REJECT-AGE-DAYS
          ELSE
              MOVE ZERO TO REJECT-AGE-DAYS
          END-IF.
          PERFORM SET-REASON-INDEX.
          EVALUATE TRUE
              WHEN REJECT-AGE-DAYS <= 5
                  MOVE 1 TO BUCKET-IX
              WHEN REJECT-AGE-DAYS <= 20
                  MOVE 2 TO BUCKET-IX
              WHEN OTHER
                  MOVE 3 TO BUCKET-IX
              WHEN '5' MOVE 5 TO REASON-IX
              WHEN '6' MOVE 6 TO REASON-IX
              WHEN '7' MOVE 7 TO REASON-IX
              WHEN '8' MOVE 8 TO REASON-IX
              WHEN '9' MOVE 9 TO REASON-IX
              WHEN 'P' MOVE 10 TO REASON-IX
              WHEN 'D' MOVE 11 TO REASON-IX
              WHEN 'M' MOVE 12 TO REASON-IX
              WHEN OTHER MOVE REASON-MAX TO REASON-IX
          END-EVALUATE.

      WRITE-REJECT-DETAIL.
          MOVE REJECT-AGE-DAYS TO D-AGE.
          WRITE RAGRPT-RECORD FROM RPT-DETAIL-LINE.

      WRITE-REPORT-HEADING.
          MOVE RUN-DATE-MM TO H1-MM.
          MOVE RUN-DATE-DD TO H1-DD.
          MOVE RUN-DATE-YY TO H1-YY.
          WRITE RAGRPT-RECORD FROM RPT-HEADING-LINE.
          WRITE RAGRPT-RECORD FROM RPT-BASIS-LINE.
          MOVE 'C' TO BDY-FUNCTION.
          MOVE RUN-DATE TO BDY-DATE.
          CALL 'BUSDAY' USING BUSDAY-PARMS.
          IF BDY-NO-CALENDAR
              WRITE RAGRPT-RECORD FROM RPT-CALENDAR-LINE
          END-IF.

      WRITE-BUCKET-SUMMARY.
          MOVE SPACES TO RAGRPT-RECORD.
          WRITE RAGRPT-RECORD.
          WRITE RAGRPT-RECORD FROM RPT-BUCKET-HEADING.
          MOVE 1 TO REASON-IX.
          PERFORM WRITE-ONE-BUCKET-LINE UNTIL REASON-IX > REASON-MAX.

      WRITE-ONE-BUCKET-LINE.
          MOVE REASON-NAME (REASON-IX) TO B-REASON.
