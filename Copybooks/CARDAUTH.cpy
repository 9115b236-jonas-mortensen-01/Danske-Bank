      *-----------------------------------------------------------*
      * CARDAUTH.cpy - card authorisation register layout. One     *
      * record per authorisation the card processor approved, in  *
      * CardAuthorisations.txt keyed by the processor's            *
      * authorisation code. Opgave124 writes it with the amount    *
      * reservation (KontoReservations.txt, reservation ID = the   *
      * authorisation code) and expires it; Opgave125 settles it    *
      * when the cleared transaction arrives.                      *
      *-----------------------------------------------------------*
           02 CA-AuthID             PIC X(10).
           02 CA-KontoID            PIC X(10).
           02 CA-Card               PIC X(16).
           02 CA-Amount             PIC 9(10)V99.
           02 CA-Merchant           PIC X(30).
           02 CA-AuthDate           PIC 9(8).
      * the reservation lapses after this date if nothing settles.
           02 CA-Expiry             PIC 9(8).
      * R reserved, awaiting settlement; S settled; V reversed by
      * the processor; E expired unsettled.
           02 CA-Status             PIC X(1).
               88 CA-RESERVED    VALUE "R".
               88 CA-SETTLED     VALUE "S".
               88 CA-REVERSED    VALUE "V".
               88 CA-EXPIRED     VALUE "E".
           02 CA-StatusDate         PIC 9(8).
      * the cleared transaction it was matched to.
           02 CA-SettledAmount      PIC 9(10)V99.
           02 CA-SettleRef          PIC X(12).
