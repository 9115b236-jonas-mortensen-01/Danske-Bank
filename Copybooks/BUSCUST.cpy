      *-----------------------------------------------------------*
      * BUSCUST.cpy - business customer layout. One record per     *
      * customer that is a company, in BusinessCustomers.txt keyed *
      * by KundeID with the CVR number as a unique alternate key:  *
      * the registration number and the legal name and form as     *
      * the company register has them. A customer with no record   *
      * here is a private person - KUNDEOPL.cpy is not widened, so *
      * every program reading KundeFil is untouched, the same      *
      * choice KundeAdresser.txt made. Kept by Opgave9 through the *
      * four-eyes queue (MAINTREQ.cpy kind BC).                    *
      *-----------------------------------------------------------*
           02 BusCust-KundeID     PIC X(10).
           02 BusCust-CVR         PIC X(8).
           02 BusCust-LegalName   PIC X(40).
           02 BusCust-LegalForm   PIC X(10).
           02 BusCust-LastChanged PIC 9(8).
