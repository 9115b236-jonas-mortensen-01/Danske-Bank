      *-----------------------------------------------------------*
      * COMPLAINT.cpy - complaints register layout. One record per *
      * complaint in ComplaintRegister.txt, keyed by case number   *
      * (the business date it was registered + a running number   *
      * within the day), with the customer as alternate key.       *
      * Opgave122 registers and works the cases, Opgave123 ages   *
      * them weekly and Opgave42 counts the open ones.             *
      *-----------------------------------------------------------*
           02 CP-CaseNo.
               03 CP-Case-Date      PIC 9(8).
               03 CP-Case-Seq       PIC 9(4).
           02 CP-KundeID            PIC X(10).
      * the account and/or the posting the complaint is about, when
      * it is about one; a payment dispute names its TransRef and is
      * linked to the DisputeRegister.txt case of the same number.
           02 CP-KontoID            PIC X(10).
           02 CP-TransRef           PIC 9(10).
           02 CP-Dispute-Link       PIC X(1).
               88 CP-DISPUTE-LINKED VALUE "Y".
      * L letter, E e-mail, C at the counter.
           02 CP-Channel            PIC X(1).
               88 CP-CHANNEL-VALID  VALUE "L" "E" "C".
      * category code from ComplaintCategories.txt.
           02 CP-Category           PIC X(4).
      * the branch the customer belonged to when the complaint came
      * in (BranchAssignments.txt, ???? when not assigned).
           02 CP-Branch             PIC X(4).
           02 CP-ReceivedDate       PIC 9(8).
           02 CP-DeadlineDate       PIC 9(8).
           02 CP-Summary            PIC X(60).
           02 CP-RegisteredBy       PIC X(10).
      * the operator who owns the case until it is closed.
           02 CP-Owner              PIC X(10).
      * O open, C closed with a final response to the customer.
           02 CP-Status             PIC X(1).
               88 CP-OPEN           VALUE "O".
               88 CP-CLOSED         VALUE "C".
      * the final response: when it went out, the outcome - U upheld,
      * P partly upheld, R rejected, W withdrawn by the customer -
      * and what was done.
           02 CP-ResponseDate       PIC 9(8).
           02 CP-Outcome            PIC X(1).
               88 CP-OUTCOME-VALID  VALUE "U" "P" "R" "W".
           02 CP-Resolution         PIC X(60).
