      *-----------------------------------------------------------*
      * SAFEBOX.cpy - safe-deposit box register layout. One record *
      * per box in SafeDepositBoxes.txt, keyed branch + box        *
      * number: the box's size, and while it is let the renter,    *
      * the account the yearly rent is taken from, the rental's    *
      * start and agreed end date (zero = until further notice),   *
      * up to three co-renters with their access right, and the    *
      * state of the rent. A vacant box has a blank renter. Kept   *
      * through Opgave118; rent billed by Opgave119.               *
      *-----------------------------------------------------------*
           02 SB-Key.
               03 SB-Branch       PIC X(4).
               03 SB-BoxNo        PIC X(6).
           02 SB-Size             PIC X(1).
               88 SB-SIZE-VALID   VALUE "S" "M" "L" "X".
           02 SB-KundeID          PIC X(10).
           02 SB-RentKonto        PIC X(10).
           02 SB-StartDate        PIC 9(8).
           02 SB-EndDate          PIC 9(8).
      * a yearly rent agreed for this box alone; zero means the
      * size's rent in SafeBoxTariff.txt.
           02 SB-AnnualRent       PIC 9(7)V99.
      * F may open the box alone; A only together with the renter.
           02 SB-CoRenter OCCURS 3 TIMES.
               03 SB-Co-KundeID   PIC X(10).
               03 SB-Co-Access    PIC X(1).
                   88 SB-CO-FULL-ACCESS  VALUE "F".
                   88 SB-CO-ACCOMPANIED  VALUE "A".
      * the day the next year's rent falls due - the start date to
      * begin with, a year on each time it is billed.
           02 SB-NextBill         PIC 9(8).
      * the last rent raised: the due date it was for, the business
      * day it went to the intake feed, the amount, and whether it
      * has been seen posted (O outstanding, P paid, U unpaid - the
      * debit never posted and the branch must collect it).
           02 SB-Bill-DueDate     PIC 9(8).
           02 SB-Bill-Raised      PIC 9(8).
           02 SB-Bill-Amount      PIC 9(7)V99.
           02 SB-Bill-Status      PIC X(1).
               88 SB-BILL-NONE        VALUE SPACE.
               88 SB-BILL-OUTSTANDING VALUE "O".
               88 SB-BILL-PAID        VALUE "P".
               88 SB-BILL-UNPAID      VALUE "U".
