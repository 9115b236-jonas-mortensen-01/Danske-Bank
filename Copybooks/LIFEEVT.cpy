      *-----------------------------------------------------------*
      * LIFEEVT.cpy - customer/account lifecycle event layout.     *
      * One line per event in LifecycleEvents.txt, appended by the *
      * program that caused it: an account opened (Opgave19 feed, *
      * Opgave85 switch package) and whether that made a new       *
      * customer of the KundeID, an account closed (Opgave37),     *
      * archived (Opgave15) or restored from the archive           *
      * (Opgave40), a deceased customer's estate settled           *
      * (Opgave78), and a customer merged into another (Opgave36,  *
      * LE-Other-KundeID names the survivor). Read by the monthly  *
      * acquisition and attrition report, Opgave115.               *
      *-----------------------------------------------------------*
           02 LE-Date             PIC 9(8).
           02 LE-Event            PIC X(2).
               88 LE-NEW-CUSTOMER     VALUE "NC".
               88 LE-ACCOUNT-OPENED   VALUE "AO".
               88 LE-ACCOUNT-CLOSED   VALUE "AC".
               88 LE-ACCOUNT-ARCHIVED VALUE "AR".
               88 LE-ACCOUNT-RESTORED VALUE "RE".
               88 LE-ESTATE-SETTLED   VALUE "DS".
               88 LE-CUSTOMER-MERGED  VALUE "MG".
           02 LE-Source           PIC X(10).
           02 LE-KundeID          PIC X(10).
           02 LE-KontoID          PIC X(10).
           02 LE-KontoType        PIC X(20).
           02 LE-Balance          PIC S9(10)V99
                                  SIGN LEADING SEPARATE.
           02 LE-Valuta           PIC X(3).
           02 LE-Other-KundeID    PIC X(10).
