      *-----------------------------------------------------------*
      * GUARDIAN.cpy - guardian register layout. One record per    *
      * guardian of a customer under 18, in Guardians.txt keyed    *
      * minor KundeID + guardian KundeID, with the guardian as     *
      * alternate key so every child a person is guardian of can   *
      * be found from the person. Both are KundeIDs on the         *
      * customer master; the guardian is an adult natural person.  *
      * Kept by Opgave9 through the four-eyes queue (MAINTREQ.cpy  *
      * kind GD). Above the pocket-money limit a debit on the      *
      * minor's accounts takes a guardian's instruction (Opgave11).*
      * Ended by Opgave113 when the minor turns 18.                *
      * Basis P is parental custody, C a court-appointed guardian. *
      *-----------------------------------------------------------*
           02 Grd-Key.
               03 Grd-MinorID    PIC X(10).
               03 Grd-GuardianID PIC X(10).
           02 Grd-Basis       PIC X(1).
               88 GRD-BASIS-PARENT VALUE "P".
               88 GRD-BASIS-COURT  VALUE "C".
               88 GRD-BASIS-VALID  VALUE "P" "C".
           02 Grd-Since       PIC 9(8).
           02 Grd-LastChanged PIC 9(8).
