      *-----------------------------------------------------------*
      * UBOREG.cpy - beneficial-owner register layout. One record  *
      * per natural person who owns or controls a business         *
      * customer, in BeneficialOwners.txt keyed company KundeID +  *
      * owner KundeID, with the owner as alternate key so every    *
      * company a person stands behind can be found from the       *
      * person. Both are KundeIDs on the customer master; the      *
      * owner is never itself a business (BUSCUST.cpy). Kept by    *
      * Opgave9 through the four-eyes queue (MAINTREQ.cpy kind UB).*
      * Basis O is ownership (the percentage held), C control by   *
      * other means (voting rights, right to appoint the board),   *
      * M the senior manager registered when no owner or           *
      * controller can be identified.                              *
      *-----------------------------------------------------------*
           02 Ubo-Key.
               03 Ubo-CompanyID PIC X(10).
               03 Ubo-OwnerID   PIC X(10).
           02 Ubo-Percent     PIC 9(3)V99.
           02 Ubo-Basis       PIC X(1).
               88 UBO-BASIS-OWNERSHIP VALUE "O".
               88 UBO-BASIS-CONTROL   VALUE "C".
               88 UBO-BASIS-MANAGER   VALUE "M".
               88 UBO-BASIS-VALID     VALUE "O" "C" "M".
           02 Ubo-Since       PIC 9(8).
           02 Ubo-LastChanged PIC 9(8).
