      *-----------------------------------------------------------*
      * FEEDENV.cpy - envelope lines every inbound feed carries.   *
      * The first line of the file is the header: who sent it,     *
      * which feed it is, and the sender's delivery sequence       *
      * number for that feed. The last line is the trailer: the    *
      * number of records between the two, and the hash total of   *
      * their amount field (zero for a feed with no amounts).      *
      * Both are told apart from the feed's own records by the     *
      * marker in the first five places. Read through FEEDCHK.cpy  *
      * as a whole-file pre-pass before the feed is processed.     *
      *-----------------------------------------------------------*
           02 FE-Marker         PIC X(5).
               88 FE-IS-HEADER  VALUE "*HDR*".
               88 FE-IS-TRAILER VALUE "*TRL*".
           02 FE-Body           PIC X(195).
           02 FE-Header-Fields REDEFINES FE-Body.
               03 FE-Sender     PIC X(10).
               03 FE-FeedType   PIC X(8).
               03 FE-Sequence   PIC 9(8).
               03 FE-Created    PIC 9(8).
               03 FILLER        PIC X(161).
           02 FE-Trailer-Fields REDEFINES FE-Body.
               03 FE-Count      PIC 9(9).
               03 FE-Hash       PIC S9(15)V99.
               03 FILLER        PIC X(169).
