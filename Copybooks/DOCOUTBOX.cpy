      *-----------------------------------------------------------*
      * DOCOUTBOX.cpy - digital-mailbox outbox layout. The         *
      * programs that write to customers append each document      *
      * meant for the mailbox to DocumentOutbox.txt as a header    *
      * record (H) naming the document type, the customer and the *
      * mailbox identifier, followed by its print lines (L) just   *
      * as they would have gone to paper. Opgave104 packages the   *
      * outbox for the mailbox provider every night and retires    *
      * it. Document types: STMT account statement (Opgave13),     *
      * TAXL annual tax letter (Opgave34), CONF confirmation       *
      * letter (Opgave63), ALRT customer alert (Opgave64), RATE    *
      * interest-rate change notice (Opgave111), MAJR welcome      *
      * letter at majority (Opgave113), COST annual cost overview  *
      * (Opgave117).                                               *
      *-----------------------------------------------------------*
           02 DO-RecType      PIC X(1).
               88 DO-IS-HEADER VALUE "H".
               88 DO-IS-LINE   VALUE "L".
           02 DO-Text         PIC X(132).
           02 DO-Header REDEFINES DO-Text.
               03 DO-DocType     PIC X(4).
               03 DO-KundeID     PIC X(10).
               03 DO-MailboxID   PIC X(20).
               03 DO-Date        PIC 9(8).
               03 DO-Source      PIC X(10).
      * Y when the same document also went to paper (preference B)
      * - an undeliverable one then needs no paper fallback.
               03 DO-PaperCopy   PIC X(1).
                   88 DO-PAPER-PRINTED VALUE "Y".
               03 FILLER         PIC X(79).
