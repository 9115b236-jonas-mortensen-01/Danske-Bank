      *-----------------------------------------------------------*
      * WDNOTICE.cpy - withdrawal-notice register layout. A        *
      * notice-period savings product (Produkter.txt notice days   *
      * above zero) pays out only what the customer has given      *
      * notice of. One record per notice in WithdrawalNotices.txt, *
      * keyed KontoID + the date the money becomes available: the  *
      * day notice was given, the amount noticed, what is left of  *
      * it after the debits Opgave11 has let through against it,   *
      * and the day an unused notice lapses. Given and withdrawn   *
      * through Opgave112; a notice used up in full is removed.    *
      *-----------------------------------------------------------*
           02 WN-Key.
               03 WN-KontoID      PIC X(10).
               03 WN-AvailDate    PIC 9(8).
           02 WN-GivenDate        PIC 9(8).
           02 WN-Amount           PIC 9(10)V99.
           02 WN-Remaining        PIC 9(10)V99.
           02 WN-LapseDate        PIC 9(8).
           02 WN-Operator         PIC X(10).
