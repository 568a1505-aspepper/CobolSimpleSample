      *> (ADDER, SUBTR, MULTR, DIVDR), called from the ARITHDRV batch
      *> driver and from the ADDONL online maintenance transaction.
      *> Statuses '4' and '5' are set by the calling drivers when the
      *> posting account fails validation, never by the subprograms,
      *> and likewise '6' and '7' for the contra and '8' and '9' when
      *> a reversal cannot find its original or it is already reversed,
      *> 'P' when the effective date falls in a closed period, and
      *> 'E' when ADDONL is keyed an effective date that is no date.
       01 NUMBER1           PIC S9(7)V99 COMP-3.
       01 NUMBER2           PIC S9(7)V99 COMP-3.
       01 RESULT            PIC S9(7)V99 COMP-3.
       01 ARITH-STATUS      PIC X(1).
           88 ARITH-OK             VALUE '0'.
           88 ARITH-ERROR          VALUE '1' '2' '3' '4' '5'
                                         '6' '7' '8' '9' 'P'
                                         'E'.
           88 ARITH-SIZE-ERROR     VALUE '1'.
           88 ARITH-DIVIDE-BY-ZERO VALUE '2'.
           88 ARITH-INVALID-OP     VALUE '3'.
           88 ARITH-CLOSED-ACCOUNT  VALUE '5'.
           88 ARITH-UNKNOWN-CONTRA  VALUE '6'.
           88 ARITH-CLOSED-CONTRA   VALUE '7'.
           88 ARITH-ORIG-NOT-FOUND  VALUE '8'.
           88 ARITH-ALREADY-REVERSED VALUE '9'.
           88 ARITH-PERIOD-CLOSED   VALUE 'P'.
           88 ARITH-BAD-EFF-DATE    VALUE 'E'.
