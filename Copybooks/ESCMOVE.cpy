      *-----------------------------------------------------------*
      * ESCMOVE.cpy - escrow sub-ledger movement layout. One      *
      * record per change to a beneficiary's balance in            *
      * EscrowMovements.txt, keyed account + sub-account + the     *
      * beneficiary's own movement sequence, so a START on the     *
      * beneficiary reads its movements back in the order they    *
      * were booked. Written only through ESCPOST.cpy.             *
      *-----------------------------------------------------------*
           02 EM-Key.
               03 EM-KontoID        PIC X(10).
               03 EM-SubID          PIC X(10).
               03 EM-Seq            PIC 9(6).
      * business date the movement was booked on.
           02 EM-Date               PIC 9(8).
           02 EM-ValueDate          PIC X(8).
      * P a posting on the account (Opgave11), I the beneficiary's
      * share of an interest credit (Opgave130), A allocation of
      * unallocated funds, M a move between beneficiaries
      * (both Opgave129).
           02 EM-Kind               PIC X(1).
               88 EM-POSTING        VALUE "P".
               88 EM-INTEREST       VALUE "I".
               88 EM-ALLOCATION     VALUE "A".
               88 EM-MOVE           VALUE "M".
      * signed: positive credits the beneficiary.
           02 EM-Amount             PIC S9(10)V99.
           02 EM-BalanceAfter       PIC S9(10)V99.
      * posting reference of the account transaction, zero for
      * Opgave129's allocations and moves.
           02 EM-TransRef           PIC 9(10).
           02 EM-Text               PIC X(30).
           02 EM-By                 PIC X(10).
