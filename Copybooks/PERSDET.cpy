      *-----------------------------------------------------------*
      * PERSDET.cpy - personal-customer details layout. One record *
      * per natural person in PersonalDetails.txt keyed by KundeID:*
      * the date of birth, which tells a minor's accounts from an  *
      * adult's. KUNDEOPL.cpy is not widened, the same choice      *
      * BusinessCustomers.txt made - a business customer never has *
      * a record here. Kept by Opgave9 through the four-eyes queue *
      * (MAINTREQ.cpy kind PD). Pers-MajorityDate is zero until    *
      * the nightly majority step (Opgave113) has ended the        *
      * guardianship and converted the youth accounts on the 18th  *
      * birthday; it is stamped then so the step runs only once.   *
      *-----------------------------------------------------------*
           02 Pers-KundeID      PIC X(10).
           02 Pers-BirthDate    PIC 9(8).
           02 Pers-Birth-Parts REDEFINES Pers-BirthDate.
               03 Pers-BirthYear  PIC 9(4).
               03 Pers-BirthMMDD  PIC 9(4).
           02 Pers-MajorityDate PIC 9(8).
           02 Pers-LastChanged  PIC 9(8).
