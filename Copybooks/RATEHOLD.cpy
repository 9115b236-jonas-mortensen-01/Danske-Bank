      *-----------------------------------------------------------*
      * RATEHOLD.cpy - held exchange-rate layout. One record per   *
      * currency and effective date in RateHolds.txt, keyed like   *
      * ExchangeRates.txt: a rate from the central bank's feed     *
      * that moved further from the previous rate than the RATETOL *
      * tolerance allows, or that disagrees with a rate already    *
      * keyed for the same day. Opgave106 writes it instead of the *
      * rate; Opgave32 shows it to an operator, who confirms it    *
      * onto the rate master or discards it. Rates are to DKK per  *
      * one unit, the way the master holds them.                   *
      *-----------------------------------------------------------*
           02 RH-Key.
               03 RH-Valuta        PIC X(3).
               03 RH-EffectiveDate PIC 9(8).
           02 RH-NewRate    PIC 9(3)V9999.
           02 RH-PrevRate   PIC 9(3)V9999.
           02 RH-PrevDate   PIC 9(8).
           02 RH-MovePct    PIC 9(5)V99.
           02 RH-HeldDate   PIC 9(8).
