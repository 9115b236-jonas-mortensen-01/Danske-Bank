      *-----------------------------------------------------------*
      * HOLDOVER.cpy - intake holdover queue layout. One record    *
      * per intake item that reached IntakeHoldover.txt instead of *
      * Opgave11Intake.txt because it was raised after the day's   *
      * intake cut-off or after day-close (INTAKECUT.cpy).         *
      * Opgave128 releases each onto the next business day's       *
      * intake with the new posting date and its own value date.   *
      *-----------------------------------------------------------*
      * the intake item exactly as it would have been written.
           02 HV-Intake             PIC X(113).
      * the business day the item arrived against - it is released
      * on the first business day after this one.
           02 HV-HeldDate           PIC 9(8).
           02 HV-ArrivalDate        PIC 9(8).
           02 HV-ArrivalTime        PIC 9(4).
      * T after the day's cut-off, C after day-close.
           02 HV-Reason             PIC X(1).
               88 HV-AFTER-CUTOFF   VALUE "T".
               88 HV-DAY-CLOSED     VALUE "C".
           02 HV-Program            PIC X(10).
           02 HV-Operator           PIC X(10).
