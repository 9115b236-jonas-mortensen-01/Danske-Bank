      *-----------------------------------------------------------*
      * POOLPOS.cpy - intra-pool position layout. One record per   *
      * participant account that has ever been swept, in           *
      * PoolPositions.txt keyed by KontoID, written only by the    *
      * nightly sweep (Opgave102). The position is what the        *
      * participant has lent the pool net of what it has drawn -   *
      * the sum of its posted sweeps to the master less those from *
      * it - so positive is due from the master to the company and *
      * negative due from the company to the master. Intra-pool    *
      * interest accrues on it daily at the RunControl POOLRATE    *
      * and is settled between the master and the participant on   *
      * the first sweep of each new month. A participant taken out *
      * of its pool keeps its record until Treasury settles it.    *
      *-----------------------------------------------------------*
           02 PoolPos-KontoID      PIC X(10).
           02 PoolPos-PoolID       PIC X(10).
           02 PoolPos-Position     PIC S9(12)V99.
           02 PoolPos-Accrued      PIC S9(10)V99.
           02 PoolPos-LastDate     PIC 9(8).
           02 PoolPos-AccrualMonth PIC 9(6).
