      *-----------------------------------------------------------*
      * ESCSUB.cpy - escrow sub-ledger layout. One record per     *
      * beneficiary of an escrow account (ESCACCT.cpy) in          *
      * EscrowSubledger.txt, keyed account + sub-account. The sum  *
      * of the balances is the part of the account balance that   *
      * belongs to named clients; no beneficiary may go below      *
      * zero whatever the pooled balance. Every change to the      *
      * balance is written to EscrowMovements.txt (ESCMOVE.cpy)    *
      * through ESCPOST.cpy.                                       *
      *-----------------------------------------------------------*
           02 ES-Key.
               03 ES-KontoID        PIC X(10).
               03 ES-SubID          PIC X(10).
           02 ES-Name               PIC X(40).
      * A active, C closed - closed only at a zero balance.
           02 ES-Status             PIC X(1).
               88 ES-ACTIVE         VALUE "A".
               88 ES-CLOSED         VALUE "C".
           02 ES-Balance            PIC S9(10)V99.
      * balance x days held since interest was last shared out,
      * brought up to ES-LastMoveDate; Opgave130 splits each
      * interest credit in proportion to it.
           02 ES-BalanceDays        PIC S9(15)V99.
           02 ES-LastMoveDate       PIC 9(8).
      * sequence number of the beneficiary's last movement.
           02 ES-LastSeq            PIC 9(6).
           02 ES-OpenDate           PIC 9(8).
           02 ES-OpenBy             PIC X(10).
           02 ES-CloseDate          PIC 9(8).
