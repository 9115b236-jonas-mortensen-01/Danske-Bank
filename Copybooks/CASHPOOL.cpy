      *-----------------------------------------------------------*
      * CASHPOOL.cpy - cash-pool structure layout. One record per  *
      * account in a zero-balancing pool, in CashPools.txt keyed   *
      * by KontoID - an account is in one pool at most - with the  *
      * pool ID as an alternate key WITH DUPLICATES for walking a  *
      * pool. Each pool has one master account (role M) and any    *
      * number of participants (role P), all in the master's       *
      * currency and all owned by the master's customer or by a    *
      * customer in the same connected-client group (GRPMEMB.cpy). *
      * Every night Opgave102 sweeps each participant to its       *
      * target balance against the master; the master's own target *
      * is unused and held at zero. Kept by Opgave24 through the   *
      * four-eyes queue (MAINTREQ.cpy kind CP).                    *
      *-----------------------------------------------------------*
           02 Pool-KontoID     PIC X(10).
           02 Pool-PoolID      PIC X(10).
           02 Pool-Role        PIC X(1).
               88 POOL-ROLE-MASTER      VALUE "M".
               88 POOL-ROLE-PARTICIPANT VALUE "P".
           02 Pool-Target      PIC 9(10)V99.
           02 Pool-LastChanged PIC 9(8).
