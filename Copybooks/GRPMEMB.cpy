      *-----------------------------------------------------------*
      * GRPMEMB.cpy - connected-client group membership layout.    *
      * One record per customer in a group, in GroupMembers.txt    *
      * keyed by KundeID - a customer is in one group at most -    *
      * with the group ID as an alternate key WITH DUPLICATES for  *
      * walking a group's members. The basis says why the customer *
      * is connected: control (ownership or control of, or by,     *
      * another member) or economic dependency (one member's       *
      * failure would bring down the other). Kept by Opgave24      *
      * through the four-eyes queue (MAINTREQ.cpy kind GM).        *
      *-----------------------------------------------------------*
           02 GrpMem-KundeID PIC X(10).
           02 GrpMem-GroupID PIC X(10).
           02 GrpMem-Basis   PIC X(1).
               88 GRPMEM-BASIS-CONTROL    VALUE "C".
               88 GRPMEM-BASIS-DEPENDENCY VALUE "E".
               88 GRPMEM-BASIS-VALID      VALUE "C" "E".
           02 GrpMem-Since   PIC 9(8).
