      *-----------------------------------------------------------*
      * ESCACCT.cpy - escrow account register layout. One record  *
      * per account in EscrowAccounts.txt, keyed by KontoID, that  *
      * holds client money for a lawyer, estate agent or          *
      * administrator and so carries a sub-ledger of named         *
      * beneficiaries (ESCSUB.cpy). Kept through Opgave129;        *
      * Opgave11 refuses any posting on an active escrow account   *
      * that does not name its beneficiary.                        *
      *-----------------------------------------------------------*
           02 EA-KontoID            PIC X(10).
           02 EA-KundeID            PIC X(10).
      * the firm's own reference for the client account, printed
      * on the sub-ledger statement.
           02 EA-Description        PIC X(40).
      * A active, C closed - an account is only taken out of escrow
      * when every beneficiary is closed at a zero balance.
           02 EA-Status             PIC X(1).
               88 EA-ACTIVE         VALUE "A".
               88 EA-CLOSED         VALUE "C".
           02 EA-OpenDate           PIC 9(8).
           02 EA-OpenBy             PIC X(10).
           02 EA-CloseDate          PIC 9(8).
      * posting date and reference of the last interest credit
      * Opgave130 shared out over the beneficiaries; interest
      * posted after it is still to be allocated. A zero reference
      * (the opening day) counts everything on that date as done.
           02 EA-LastIntDate        PIC 9(8).
           02 EA-LastIntRef         PIC 9(10).
