      *-----------------------------------------------------------*
      * TAXRES.cpy - tax-residency register layout (FATCA/CRS).    *
      * One record per customer per country the customer is tax    *
      * resident in, in TaxResidency.txt keyed KundeID + country:  *
      * the taxpayer identification number that country issued,    *
      * the date of the customer's signed self-certification and   *
      * the US-person indicator. Kept by Opgave99 through the      *
      * four-eyes queue (MAINTREQ.cpy kind TX); an account is only *
      * opened for a customer with a self-certified record on file *
      * (Opgave19), and the year-end run (Opgave100) reports every *
      * customer resident outside the home country or a US person. *
      *-----------------------------------------------------------*
           02 TaxRes-Key.
               03 TaxRes-KundeID  PIC X(10).
               03 TaxRes-Country  PIC X(2).
           02 TaxRes-TIN          PIC X(20).
           02 TaxRes-SelfCertDate PIC 9(8).
           02 TaxRes-UsPerson     PIC X(1).
               88 TAXRES-US-PERSON     VALUE "Y".
               88 TAXRES-USPERSON-VALID VALUE "Y" "N".
           02 TaxRes-LastChanged  PIC 9(8).
