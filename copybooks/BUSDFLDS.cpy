      *> BUSDFLDS - parameter block for the BUSDAY business-day
      *> subprogram. Dates are YYMMDD. The caller sets BDY-FUNCTION
      *> and BDY-DATE (plus BDY-DAYS or BDY-TO-DATE where used):
      *>   'C' check     - describe BDY-DATE itself
      *>   'F' following - first business day on or after BDY-DATE
      *>   'P' preceding - last business day on or before BDY-DATE
      *>   'A' add       - BDY-DAYS business days after BDY-DATE
      *>                   (before it when BDY-DAYS is negative)
      *>   'S' shift     - BDY-DAYS calendar days after BDY-DATE
      *>                   (before it when negative)
      *>   'D' count     - business days after BDY-DATE up to and
      *>                   including BDY-TO-DATE, returned in
      *>                   BDY-DAYS (zero when BDY-TO-DATE is not
      *>                   later than BDY-DATE)
      *> On return BDY-RESULT-DATE is the answer date ('D' returns
      *> BDY-TO-DATE) and BDY-DAY-OF-WEEK (1=MONDAY .. 7=SUNDAY),
      *> BDY-BUSINESS-DAY and BDY-MONTH-END describe it; BDY-MONTH-END
      *> means it is the last business day of its month. When there
      *> is no HOLCAL file only weekends are non-business days and
      *> BDY-NO-CALENDAR is set so the caller can say so.
       01 BUSDAY-PARMS.
           05 BDY-FUNCTION      PIC X(1).
               88 BDY-CHECK         VALUE 'C'.
               88 BDY-FOLLOWING     VALUE 'F'.
               88 BDY-PRECEDING     VALUE 'P'.
               88 BDY-ADD-DAYS      VALUE 'A'.
               88 BDY-SHIFT         VALUE 'S'.
               88 BDY-COUNT-DAYS    VALUE 'D'.
           05 BDY-DATE          PIC 9(6).
           05 BDY-TO-DATE       PIC 9(6).
           05 BDY-DAYS          PIC S9(5).
           05 BDY-RESULT-DATE   PIC 9(6).
           05 BDY-DAY-OF-WEEK   PIC 9(1).
           05 BDY-BUSINESS-SW   PIC X(1).
               88 BDY-BUSINESS-DAY  VALUE 'Y'.
           05 BDY-MONTH-END-SW  PIC X(1).
               88 BDY-MONTH-END     VALUE 'Y'.
           05 BDY-STATUS        PIC X(1).
               88 BDY-OK            VALUE '0'.
               88 BDY-BAD-DATE      VALUE '1'.
               88 BDY-BAD-FUNCTION  VALUE '2'.
           05 BDY-CALENDAR-SW   PIC X(1).
               88 BDY-NO-CALENDAR   VALUE 'N'.
