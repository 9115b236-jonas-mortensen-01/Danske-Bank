      *-----------------------------------------------------------*
      * FEEDCTL.cpy - inbound feed control register layout. One    *
      * record per sender and feed type in FeedControl.txt: the    *
      * last delivery sequence number accepted, when, and how many *
      * records it carried. FEEDCHK.cpy refuses any delivery whose *
      * sequence is not exactly one past the one on file - a       *
      * repeat is a file delivered twice, a jump is a day missing. *
      * A sender/feed with no record yet accepts its first         *
      * delivery at whatever sequence it starts from.              *
      *-----------------------------------------------------------*
           02 FC-Key.
               03 FC-Sender     PIC X(10).
               03 FC-FeedType   PIC X(8).
           02 FC-LastSeq        PIC 9(8).
           02 FC-LastDate       PIC 9(8).
           02 FC-LastCount      PIC 9(9).
