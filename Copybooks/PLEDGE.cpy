      *-----------------------------------------------------------*
      * PLEDGE.cpy - collateral register layout. One record per   *
      * pledged asset in CollateralRegister.txt, keyed by the     *
      * number on the pledge deed: what is pledged, by whom, what  *
      * it was last valued at and when, and the loan accounts it   *
      * secures. Kept through Opgave126; measured against the     *
      * loans' outstanding principal monthly by Opgave127.         *
      *-----------------------------------------------------------*
           02 PL-ID                 PIC X(10).
      * P property, D deposit account, S securities.
           02 PL-Type               PIC X(1).
               88 PL-PROPERTY       VALUE "P".
               88 PL-DEPOSIT        VALUE "D".
               88 PL-SECURITIES     VALUE "S".
               88 PL-TYPE-VALID     VALUE "P" "D" "S".
      * the customer who gave the pledge - not necessarily the
      * borrower.
           02 PL-KundeID            PIC X(10).
           02 PL-Description        PIC X(40).
      * a pledged deposit: the account itself, which carries a debit
      * hold (KontoHolds.txt) for as long as the pledge stands. Its
      * value is its balance on the day it is measured, so PL-Value
      * and PL-ValueDate are left zero.
           02 PL-DepositKonto       PIC X(10).
           02 PL-Value              PIC 9(10)V99.
           02 PL-ValueDate          PIC 9(8).
      * the loan accounts (Loans.txt) the asset secures; an asset
      * securing several loans covers each of them with an equal
      * share of its value.
           02 PL-Loan OCCURS 5 TIMES.
               03 PL-LoanKonto      PIC X(10).
      * A active, R released back to the pledgor.
           02 PL-Status             PIC X(1).
               88 PL-ACTIVE         VALUE "A".
               88 PL-RELEASED       VALUE "R".
           02 PL-RegDate            PIC 9(8).
           02 PL-RegBy              PIC X(10).
           02 PL-ReleaseDate        PIC 9(8).
