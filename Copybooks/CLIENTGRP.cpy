      *-----------------------------------------------------------*
      * CLIENTGRP.cpy - connected-client group layout. One record  *
      * per group of customers who are one risk - a family         *
      * business, its owners and its sister companies - in         *
      * ClientGroups.txt keyed by the group ID. Grp-Limit is the   *
      * unsigned sum the members' balances may go below zero       *
      * across all their accounts together, tested at posting     *
      * time next to each member's own CustomerLimits.txt cap      *
      * (GRPLIMIT.cpy); zero means the group is reported on but    *
      * carries no cap. The members are in GroupMembers.txt        *
      * (GRPMEMB.cpy). Kept by Opgave24 through the four-eyes      *
      * queue (MAINTREQ.cpy kind GR); reported monthly by          *
      * Opgave101.                                                 *
      *-----------------------------------------------------------*
           02 Grp-GroupID     PIC X(10).
           02 Grp-Name        PIC X(40).
           02 Grp-Limit       PIC 9(12)V99.
           02 Grp-LastChanged PIC 9(8).
