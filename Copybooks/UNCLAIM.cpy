      *-----------------------------------------------------------*
      * UNCLAIM.cpy - unclaimed-funds register layout. One record  *
      * per last notification sent on a dormant account, in        *
      * UnclaimedFunds.txt keyed account + notice date, so every   *
      * cycle an account goes through stays on file. Opgave120     *
      * writes the notice and moves the balance to the bank's      *
      * unclaimed-funds account when the waiting period runs out;   *
      * Opgave121 pays a claim back out of it.                     *
      *-----------------------------------------------------------*
           02 UC-Key.
               03 UC-KontoID        PIC X(10).
               03 UC-NoticeDate     PIC 9(8).
           02 UC-KundeID            PIC X(10).
           02 UC-Valuta             PIC X(3).
      * N notified, waiting; W withdrawn - the customer was heard
      * from or the account moved before the transfer; T balance
      * transferred and held; R repaid to the customer on a claim.
           02 UC-Status             PIC X(1).
               88 UC-NOTIFIED    VALUE "N".
               88 UC-WITHDRAWN   VALUE "W".
               88 UC-TRANSFERRED VALUE "T".
               88 UC-REPAID      VALUE "R".
      * the customer's last contact the notice was decided on, and
      * the balance the letter quoted.
           02 UC-LastContact        PIC 9(8).
           02 UC-NoticeAmount       PIC S9(10)V99.
           02 UC-WithdrawnDate      PIC 9(8).
           02 UC-TransferDate       PIC 9(8).
           02 UC-TransferAmount     PIC S9(10)V99.
           02 UC-UnclaimedKonto     PIC X(10).
      * the claim: when, to which of the customer's accounts, the
      * operator who took it and the supervisor who approved it.
           02 UC-ClaimDate          PIC 9(8).
           02 UC-ClaimKonto         PIC X(10).
           02 UC-ClaimOperator      PIC X(10).
           02 UC-ClaimApprover      PIC X(10).
