      *-----------------------------------------------------------*
      * DLVPREF.cpy - customer delivery-preference layout. One     *
      * record per customer in DeliveryPreferences.txt, keyed by   *
      * KundeID: whether letters, statements and alerts go to the  *
      * customer's digital mailbox (D), to paper (P) or to both    *
      * (B), and the identifier the mailbox provider knows the     *
      * customer by. A customer with no record gets paper, as      *
      * every customer always has. Set and removed through the     *
      * DeliveryPreferencesIntake.txt feed Opgave104 applies.      *
      *-----------------------------------------------------------*
           02 DP-KundeID      PIC X(10).
           02 DP-Channel      PIC X(1).
               88 DP-CHANNEL-DIGITAL VALUE "D".
               88 DP-CHANNEL-PAPER   VALUE "P".
               88 DP-CHANNEL-BOTH    VALUE "B".
           02 DP-MailboxID    PIC X(20).
           02 DP-LastChanged  PIC 9(8).
