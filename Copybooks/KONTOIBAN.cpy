      *-----------------------------------------------------------*
      * KONTOIBAN.cpy - account IBAN register layout. One record   *
      * per account in KontoIBAN.txt, keyed by KontoID with a      *
      * unique alternate key on the IBAN, so an incoming payment   *
      * quoting only the IBAN finds its account in one read. The   *
      * IBAN is derived by Opgave105 from the bank identity on the *
      * BANKID run-control line - country, registration number     *
      * and the 10-digit KontoID, check digits per ISO 13616 - and *
      * never changes once assigned; the BIC is the bank's own at  *
      * the time of assignment.                                    *
      *-----------------------------------------------------------*
           02 KI-KontoID   PIC X(10).
           02 KI-IBAN      PIC X(34).
           02 KI-BIC       PIC X(11).
           02 KI-Assigned  PIC 9(8).
