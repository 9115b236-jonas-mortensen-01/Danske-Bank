       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave102.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT CashPoolFil ASSIGN TO "CashPools.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pool-KontoID
               ALTERNATE RECORD KEY IS Pool-PoolID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CashPoolFil-Status.
           SELECT PoolPosFil ASSIGN TO "PoolPositions.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PoolPos-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PoolPosFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT LastRefFile ASSIGN TO "Opgave102LastRef.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRefFile-Status.
           SELECT StatementFile ASSIGN TO "Opgave102Statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StatementFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KontoFil.
       01  KontoRecord.
           02 KontoRecord-KontoID       PIC X(10).
           02 KontoRecord-KundeID       PIC X(10).
           02 KontoRecord-KontoType     PIC X(20).
           02 KontoRecord-Balance       PIC S9(10)V99.
           02 KontoRecord-Valuta        PIC X(3).
           02 KontoRecord-Status        PIC X(1).
               88 KONTO-RECORD-ACTIVE  VALUE "A".
               88 KONTO-RECORD-CLOSED  VALUE "C".
               88 KONTO-RECORD-DORMANT VALUE "D".
           02 KontoRecord-StatusDate   PIC 9(8).

      * the pool structure Opgave24 keeps through the queue - read
      * here, never written.
       FD  CashPoolFil.
       01  CashPoolRecord.
           COPY "CASHPOOL.cpy".

      * each participant's intra-pool position and accrued interest
      * - owned by this program alone.
       FD  PoolPosFil.
       01  PoolPosRecord.
           COPY "POOLPOS.cpy".

      * a sweep's two legs are written one after the other under the
      * same reference, the debit first, as every transfer is - the
      * positions move only on sweeps that actually posted.
       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * the sweeps and the interest settlements run through the
      * shared intake feed and the normal posting path - and what is
      * already waiting on it tonight is read first, so each
      * participant is swept to its target as it will stand once
      * tonight's feed has posted.
       FD  IntakeFile.
       01  IntakeRecord.
           02 Intake-KontoID       PIC X(10).
           02 Intake-Date          PIC X(08).
           02 Intake-Type          PIC X(01).
           02 Intake-Amount        PIC S9(10)V99.
           02 Intake-BalanceAfter  PIC S9(10)V99.
           02 Intake-ContraKontoID PIC X(10).
           02 Intake-DupOverride   PIC X(01).
           02 Intake-Text          PIC X(30).
           02 Intake-ValueDate     PIC X(08).

      * the highest posting reference already taken into the
      * positions - one record, the way Opgave92LastRef.txt works.
       FD  LastRefFile.
       01  LastRefRecord.
           02 LastRef-Ref  PIC 9(10).
           02 LastRef-Date PIC 9(8).

      * the pool statement: the interest settled, then every pool
      * with its participants, tonight's sweeps and the positions.
       FD  StatementFile.
       01  StatementLine PIC X(132).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

      * the business-date control Opgave69 maintains - read through
      * BUSDATE.cpy so the entries carry the opened business day.
       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
           02 JL-Date      PIC 9(8).
           02 JL-StartTime PIC 9(8).
           02 JL-EndTime   PIC 9(8).
           02 JL-RC        PIC 9(4).
           02 JL-Count1    PIC 9(7).
           02 JL-Count2    PIC 9(7).
           02 JL-Count3    PIC 9(7).

       WORKING-STORAGE SECTION.
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE102".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-CashPoolFil-Status   PIC X(2) VALUE "00".
       01 WS-PoolPosFil-Status    PIC X(2) VALUE "00".
       01 WS-TransFil-Status      PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status    PIC X(2) VALUE "00".
       01 WS-LastRefFile-Status   PIC X(2) VALUE "00".
       01 WS-StatementFile-Status PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded. A
      * POOLRATE line carries the annual intra-pool interest rate
      * in columns 11-15 as 9V9999 (00150 = 1.50%); with no line
      * the positions are tracked but no interest accrues.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Pool-Rate PIC 9V9999 VALUE ZERO.

       01 EOF-POOL PIC X VALUE "N".
           88 END-POOL VALUE "Y" FALSE "N".
       01 EOF-POOLPOS PIC X VALUE "N".
           88 END-POOLPOS VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-INTAKE PIC X VALUE "N".
           88 END-INTAKE VALUE "Y" FALSE "N".
       01 EOF-LASTREF PIC X VALUE "N".
           88 END-LASTREF VALUE "Y" FALSE "N".

       01 WS-Today-X     PIC X(8).
       01 WS-This-Month  PIC 9(6).

       01 WS-Last-Swept PIC 9(10) VALUE ZERO.
       01 WS-High-Ref   PIC 9(10) VALUE ZERO.

      * the debit leg held back until the record after it shows
      * whether it was one half of a sweep.
       01 WS-Prev-Ref    PIC 9(10) VALUE ZERO.
       01 WS-Prev-Konto  PIC X(10) VALUE SPACES.
       01 WS-Prev-Type   PIC X(1) VALUE SPACE.
       01 WS-Prev-Amount PIC S9(10)V99 VALUE ZERO.
       01 WS-Prev-Text   PIC X(30) VALUE SPACES.

      * every pooled account, pool by pool in the order the
      * alternate key gives them, with its balance on the master and
      * what tonight's feed already holds for it.
       01 WS-Pool-Table.
           02 WS-PT-Entry OCCURS 500 TIMES.
               03 WS-PT-Konto   PIC X(10).
               03 WS-PT-Pool    PIC X(10).
               03 WS-PT-Role    PIC X(1).
               03 WS-PT-Target  PIC 9(10)V99.
               03 WS-PT-Valuta  PIC X(3).
               03 WS-PT-Status  PIC X(1).
               03 WS-PT-Balance PIC S9(10)V99.
               03 WS-PT-Pending PIC S9(12)V99.
       01 WS-PT-Count  PIC 9(3) VALUE ZERO.
       01 WS-PT-Idx    PIC 9(3).
       01 WS-PT-Hit    PIC 9(3).
       01 WS-PT-Master PIC 9(3).
       01 WS-PT-First  PIC 9(3).
       01 WS-Find-Konto PIC X(10).
       01 WS-Find-Pool  PIC X(10).
       01 WS-Pay-Valuta PIC X(3).

       01 WS-Txn-Type PIC X VALUE SPACE.
           88 WS-TXN-DEBIT    VALUE "D" "d".
           88 WS-TXN-CREDIT   VALUE "C" "c".
           88 WS-TXN-TRANSFER VALUE "T" "t".

       01 WS-Leg-Amount  PIC S9(12)V99.
       01 WS-Days        PIC S9(5).
       01 WS-Interest    PIC S9(10)V99.
       01 WS-Projected   PIC S9(12)V99.
       01 WS-Sweep       PIC S9(12)V99.
       01 WS-Sweep-Abs   PIC 9(10)V99.
       01 WS-Pool-Total  PIC S9(14)V99.
       01 WS-Debit-Konto  PIC X(10).
       01 WS-Credit-Konto PIC X(10).
       01 WS-Entry-Text   PIC X(30).
       01 WS-Pool-Position PIC S9(12)V99.
       01 WS-Pool-Accrued  PIC S9(10)V99.

       01 WS-Pools-Swept      PIC 9(7) VALUE ZERO.
       01 WS-Sweeps-Written   PIC 9(7) VALUE ZERO.
       01 WS-Interest-Written PIC 9(7) VALUE ZERO.
       01 WS-Sweeps-Confirmed PIC 9(7) VALUE ZERO.

       01 WS-Amount-Display   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-2 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-3 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-4 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rate-Display     PIC 9.9999.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Today-X
       MOVE WS-Business-Date(1:6) TO WS-This-Month

       OPEN INPUT CashPoolFil
       IF WS-CashPoolFil-Status = "35"
           DISPLAY "No CashPools.txt - cash pooling not in use"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-CashPoolFil-Status NOT = "00"
           DISPLAY "ERROR opening CashPools.txt - status "
               WS-CashPoolFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE CashPoolFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O PoolPosFil
       IF WS-PoolPosFil-Status = "35"
      * no positions yet - the first sweep that posts creates them.
           OPEN OUTPUT PoolPosFil
           CLOSE PoolPosFil
           OPEN I-O PoolPosFil
       END-IF
       IF WS-PoolPosFil-Status NOT = "00"
           DISPLAY "ERROR opening PoolPositions.txt - status "
               WS-PoolPosFil-Status
           CLOSE CashPoolFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE "POOLRATE" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:5) IS NUMERIC
           MOVE WS-RC-Value(1:5) TO WS-Pool-Rate
       END-IF

       PERFORM LOAD-POOL-TABLE
       CLOSE CashPoolFil

       PERFORM READ-LAST-SWEPT
       MOVE WS-Last-Swept TO WS-High-Ref
       PERFORM CONFIRM-POSTED-SWEEPS

       PERFORM SCAN-PENDING-INTAKE

       OPEN OUTPUT StatementFile
       IF WS-StatementFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave102Statement.txt - status "
               WS-StatementFile-Status
           CLOSE KontoFil
           CLOSE PoolPosFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           CLOSE KontoFil
           CLOSE PoolPosFil
           CLOSE StatementFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE WS-Pool-Rate TO WS-Rate-Display
       MOVE SPACES TO StatementLine
       STRING "=== CASH POOL STATEMENT " WS-Today-X
           " - intra-pool rate " WS-Rate-Display " ==="
           INTO StatementLine
       END-STRING
       PERFORM WRITE-STATEMENT-LINE

       PERFORM ACCRUE-POOL-INTEREST
       PERFORM SWEEP-POOLS

       CLOSE IntakeFile
       CLOSE StatementFile
       CLOSE KontoFil
       CLOSE PoolPosFil

       PERFORM WRITE-LAST-SWEPT

       DISPLAY "Posted sweeps taken into the positions: "
           WS-Sweeps-Confirmed
       DISPLAY "Pools swept: " WS-Pools-Swept
           " - sweep transfers written: " WS-Sweeps-Written
           " - interest settlements written: " WS-Interest-Written

       MOVE WS-Pools-Swept      TO WS-Job-Count1
       MOVE WS-Sweeps-Written   TO WS-Job-Count2
       MOVE WS-Interest-Written TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * every pooled account with its master record - an account no
      * longer on the master is loaded with status spaces and is
      * never swept.
       LOAD-POOL-TABLE.
           SET END-POOL TO FALSE
           MOVE LOW-VALUES TO Pool-PoolID
           START CashPoolFil KEY IS NOT LESS THAN Pool-PoolID
               INVALID KEY
                   SET END-POOL TO TRUE
           END-START
           PERFORM UNTIL END-POOL
               READ CashPoolFil NEXT RECORD
                   AT END
                       SET END-POOL TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-POOL-ACCOUNT
               END-READ
           END-PERFORM.

       LOAD-ONE-POOL-ACCOUNT.
           IF WS-PT-Count >= 500
               DISPLAY "ERROR - cash pool table full - run aborted"
               CLOSE CashPoolFil
               CLOSE KontoFil
               CLOSE PoolPosFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-PT-Count
           MOVE Pool-KontoID TO WS-PT-Konto(WS-PT-Count)
           MOVE Pool-PoolID  TO WS-PT-Pool(WS-PT-Count)
           MOVE Pool-Role    TO WS-PT-Role(WS-PT-Count)
           MOVE Pool-Target  TO WS-PT-Target(WS-PT-Count)
           MOVE ZERO TO WS-PT-Pending(WS-PT-Count)
           MOVE Pool-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   MOVE SPACES TO WS-PT-Valuta(WS-PT-Count)
                   MOVE SPACE  TO WS-PT-Status(WS-PT-Count)
                   MOVE ZERO   TO WS-PT-Balance(WS-PT-Count)
               NOT INVALID KEY
                   MOVE KontoRecord-Valuta
                       TO WS-PT-Valuta(WS-PT-Count)
                   MOVE KontoRecord-Status
                       TO WS-PT-Status(WS-PT-Count)
                   MOVE KontoRecord-Balance
                       TO WS-PT-Balance(WS-PT-Count)
           END-READ.

      * WS-PT-Hit is the table entry for WS-Find-Konto, zero when it
      * is not pooled.
       FIND-POOL-ACCOUNT.
           MOVE ZERO TO WS-PT-Hit
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
                   UNTIL WS-PT-Idx > WS-PT-Count OR WS-PT-Hit > ZERO
               IF WS-PT-Konto(WS-PT-Idx) = WS-Find-Konto
                   MOVE WS-PT-Idx TO WS-PT-Hit
               END-IF
           END-PERFORM.

      * WS-PT-Master is the master entry of WS-Find-Pool, zero when
      * the pool has none.
       FIND-POOL-MASTER.
           MOVE ZERO TO WS-PT-Master
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
                   UNTIL WS-PT-Idx > WS-PT-Count
                       OR WS-PT-Master > ZERO
               IF WS-PT-Pool(WS-PT-Idx) = WS-Find-Pool
                       AND WS-PT-Role(WS-PT-Idx) = "M"
                   MOVE WS-PT-Idx TO WS-PT-Master
               END-IF
           END-PERFORM.

       READ-LAST-SWEPT.
           OPEN INPUT LastRefFile
           IF WS-LastRefFile-Status = "00"
               PERFORM UNTIL END-LASTREF
                   READ LastRefFile
                       AT END
                           SET END-LASTREF TO TRUE
                       NOT AT END
                           MOVE LastRef-Ref TO WS-Last-Swept
                   END-READ
               END-PERFORM
               CLOSE LastRefFile
           END-IF.

       WRITE-LAST-SWEPT.
           OPEN OUTPUT LastRefFile
           IF WS-LastRefFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave102LastRef.txt - status "
                   WS-LastRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-High-Ref      TO LastRef-Ref
           MOVE WS-Business-Date TO LastRef-Date
           WRITE LastRefRecord
           IF WS-LastRefFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave102LastRef.txt - status "
                   WS-LastRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRefFile.

      * every sweep posted since the last run moves its participant's
      * position: money swept up to the master is lent to the pool,
      * money swept down is drawn from it. A sweep the posting run
      * rejected never reached the history and moves nothing.
       CONFIRM-POSTED-SWEEPS.
           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       IF TransRef > WS-Last-Swept
                           IF TransRef > WS-High-Ref
                               MOVE TransRef TO WS-High-Ref
                           END-IF
                           IF TransType = "C"
                                   AND TransRef = WS-Prev-Ref
                                   AND WS-Prev-Type = "D"
                                   AND WS-Prev-Text(1:10)
                                       = "POOL SWEEP"
                               PERFORM CONFIRM-ONE-SWEEP
                           END-IF
                       END-IF
                       MOVE TransRef     TO WS-Prev-Ref
                       MOVE TransKontoID TO WS-Prev-Konto
                       MOVE TransType    TO WS-Prev-Type
                       MOVE TransAmount  TO WS-Prev-Amount
                       MOVE TransText    TO WS-Prev-Text
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil.

       CONFIRM-ONE-SWEEP.
           ADD 1 TO WS-Sweeps-Confirmed
           MOVE WS-Prev-Konto TO WS-Find-Konto
           MOVE WS-Prev-Amount TO WS-Leg-Amount
           PERFORM MOVE-POSITION
           MOVE TransKontoID TO WS-Find-Konto
           COMPUTE WS-Leg-Amount = ZERO - WS-Prev-Amount
           PERFORM MOVE-POSITION.

      * a participant's position moves by WS-Leg-Amount - the master
      * carries no position of its own. A participant taken out of
      * its pool since the sweep still has its record moved.
       MOVE-POSITION.
           PERFORM FIND-POOL-ACCOUNT
           IF WS-PT-Hit > ZERO
               IF WS-PT-Role(WS-PT-Hit) NOT = "P"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Find-Konto TO PoolPos-KontoID
           READ PoolPosFil
               INVALID KEY
                   IF WS-PT-Hit = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-Find-Konto TO PoolPos-KontoID
                   MOVE WS-PT-Pool(WS-PT-Hit) TO PoolPos-PoolID
                   MOVE WS-Leg-Amount TO PoolPos-Position
                   MOVE ZERO TO PoolPos-Accrued
                   MOVE WS-Business-Date TO PoolPos-LastDate
                   MOVE WS-This-Month TO PoolPos-AccrualMonth
                   WRITE PoolPosRecord
                   IF WS-PoolPosFil-Status NOT = "00"
                       DISPLAY "ERROR writing PoolPositions.txt -"
                           " status " WS-PoolPosFil-Status
                       STOP RUN WITH ERROR STATUS 1
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           ADD WS-Leg-Amount TO PoolPos-Position
           REWRITE PoolPosRecord
           IF WS-PoolPosFil-Status NOT = "00"
               DISPLAY "ERROR rewriting PoolPositions.txt - status "
                   WS-PoolPosFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * what tonight's feed already moves on each pooled account:
      * debits and transfers out lower it, credits and transfers in
      * raise it. A transfer in from an account in another currency
      * is converted at posting, so it is left to tomorrow's sweep.
       SCAN-PENDING-INTAKE.
           SET END-INTAKE TO FALSE
           OPEN INPUT IntakeFile
           IF WS-IntakeFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-INTAKE
               READ IntakeFile
                   AT END
                       SET END-INTAKE TO TRUE
                   NOT AT END
                       IF Intake-Amount IS NUMERIC
                           PERFORM NOTE-PENDING-INTAKE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IntakeFile.

       NOTE-PENDING-INTAKE.
           MOVE Intake-Type TO WS-Txn-Type
           MOVE SPACES TO WS-Pay-Valuta
           MOVE Intake-KontoID TO WS-Find-Konto
           PERFORM FIND-POOL-ACCOUNT
           IF WS-PT-Hit > ZERO
               MOVE WS-PT-Valuta(WS-PT-Hit) TO WS-Pay-Valuta
               EVALUATE TRUE
                   WHEN WS-TXN-CREDIT
                       ADD Intake-Amount TO WS-PT-Pending(WS-PT-Hit)
                   WHEN WS-TXN-DEBIT
                   WHEN WS-TXN-TRANSFER
                       SUBTRACT Intake-Amount
                           FROM WS-PT-Pending(WS-PT-Hit)
               END-EVALUATE
           END-IF
           IF NOT WS-TXN-TRANSFER
               EXIT PARAGRAPH
           END-IF

           MOVE Intake-ContraKontoID TO WS-Find-Konto
           PERFORM FIND-POOL-ACCOUNT
           IF WS-PT-Hit = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Pay-Valuta = SPACES
               MOVE Intake-KontoID TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE KontoRecord-Valuta TO WS-Pay-Valuta
           END-IF
           IF WS-Pay-Valuta = WS-PT-Valuta(WS-PT-Hit)
               ADD Intake-Amount TO WS-PT-Pending(WS-PT-Hit)
           END-IF.

      * intra-pool interest accrues on each position for the
      * calendar days since the last run; the first run of a new
      * month settles what accrued between the master and the
      * participant - a lender is paid by the master, a borrower
      * pays it - so each company carries its own share of the
      * pool's interest.
       ACCRUE-POOL-INTEREST.
           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE "INTRA-POOL INTEREST" TO StatementLine
           PERFORM WRITE-STATEMENT-LINE

           SET END-POOLPOS TO FALSE
           MOVE LOW-VALUES TO PoolPos-KontoID
           START PoolPosFil KEY IS NOT LESS THAN PoolPos-KontoID
               INVALID KEY
                   SET END-POOLPOS TO TRUE
           END-START
           PERFORM UNTIL END-POOLPOS
               READ PoolPosFil NEXT RECORD
                   AT END
                       SET END-POOLPOS TO TRUE
                   NOT AT END
                       PERFORM ACCRUE-ONE-POSITION
               END-READ
           END-PERFORM

           IF WS-Interest-Written = ZERO
               MOVE "  nothing settled tonight" TO StatementLine
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       ACCRUE-ONE-POSITION.
           IF PoolPos-LastDate > ZERO
                   AND PoolPos-LastDate < WS-Business-Date
               COMPUTE WS-Days
                   = FUNCTION INTEGER-OF-DATE(WS-Business-Date)
                   - FUNCTION INTEGER-OF-DATE(PoolPos-LastDate)
               COMPUTE WS-Interest ROUNDED
                   = PoolPos-Position * WS-Pool-Rate * WS-Days / 365
               ADD WS-Interest TO PoolPos-Accrued
           END-IF
           MOVE WS-Business-Date TO PoolPos-LastDate

           MOVE PoolPos-KontoID TO WS-Find-Konto
           PERFORM FIND-POOL-ACCOUNT
           IF WS-PT-Hit = ZERO AND PoolPos-Position NOT = ZERO
               MOVE PoolPos-Position TO WS-Amount-Display
               MOVE SPACES TO StatementLine
               STRING "  " PoolPos-KontoID " no longer in pool "
                   PoolPos-PoolID " - position " WS-Amount-Display
                   " for Treasury to settle"
                   INTO StatementLine
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           IF PoolPos-AccrualMonth < WS-This-Month
               IF PoolPos-Accrued NOT = ZERO
                   PERFORM SETTLE-POOL-INTEREST
               END-IF
               IF PoolPos-Accrued = ZERO
                   MOVE WS-This-Month TO PoolPos-AccrualMonth
               END-IF
           END-IF

           REWRITE PoolPosRecord
           IF WS-PoolPosFil-Status NOT = "00"
               DISPLAY "ERROR rewriting PoolPositions.txt - status "
                   WS-PoolPosFil-Status
               CLOSE IntakeFile
               CLOSE StatementFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * a pool whose master is gone holds its interest until one is
      * in place - nothing is settled against nobody.
       SETTLE-POOL-INTEREST.
           MOVE PoolPos-PoolID TO WS-Find-Pool
           PERFORM FIND-POOL-MASTER
           IF WS-PT-Master = ZERO
               MOVE PoolPos-Accrued TO WS-Amount-Display
               MOVE SPACES TO StatementLine
               STRING "  " PoolPos-KontoID " interest "
                   WS-Amount-Display " held - pool "
                   PoolPos-PoolID " has no master"
                   INTO StatementLine
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           IF PoolPos-Accrued > ZERO
               MOVE WS-PT-Konto(WS-PT-Master) TO WS-Debit-Konto
               MOVE PoolPos-KontoID           TO WS-Credit-Konto
               MOVE PoolPos-Accrued           TO WS-Sweep-Abs
           ELSE
               MOVE PoolPos-KontoID           TO WS-Debit-Konto
               MOVE WS-PT-Konto(WS-PT-Master) TO WS-Credit-Konto
               COMPUTE WS-Sweep-Abs = ZERO - PoolPos-Accrued
           END-IF
           MOVE SPACES TO WS-Entry-Text
           STRING "POOL INTEREST " PoolPos-AccrualMonth
               INTO WS-Entry-Text
           END-STRING
           PERFORM WRITE-POOL-ENTRY
           ADD 1 TO WS-Interest-Written

      * tonight's sweep sees the settlement like any other entry
      * already on the feed.
           MOVE WS-Debit-Konto TO WS-Find-Konto
           PERFORM FIND-POOL-ACCOUNT
           IF WS-PT-Hit > ZERO
               SUBTRACT WS-Sweep-Abs FROM WS-PT-Pending(WS-PT-Hit)
           END-IF
           MOVE WS-Credit-Konto TO WS-Find-Konto
           PERFORM FIND-POOL-ACCOUNT
           IF WS-PT-Hit > ZERO
               ADD WS-Sweep-Abs TO WS-PT-Pending(WS-PT-Hit)
           END-IF

           MOVE PoolPos-Accrued TO WS-Amount-Display
           MOVE SPACES TO StatementLine
           STRING "  " PoolPos-KontoID " pool " PoolPos-PoolID
               " interest for " PoolPos-AccrualMonth " "
               WS-Amount-Display " settled with master "
               WS-PT-Konto(WS-PT-Master)
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE ZERO TO PoolPos-Accrued.

      * each pool in turn: every participant is brought to its
      * target as it will stand after tonight's feed - a surplus is
      * swept up to the master, a shortfall funded from it.
       SWEEP-POOLS.
           MOVE 1 TO WS-PT-First
           PERFORM UNTIL WS-PT-First > WS-PT-Count
               PERFORM SWEEP-ONE-POOL
           END-PERFORM

           IF WS-PT-Count = ZERO
               MOVE SPACES TO StatementLine
               PERFORM WRITE-STATEMENT-LINE
               MOVE "No pools on file" TO StatementLine
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       SWEEP-ONE-POOL.
           MOVE WS-PT-Pool(WS-PT-First) TO WS-Find-Pool
           PERFORM FIND-POOL-MASTER
           MOVE ZERO TO WS-Pool-Total

           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLine
           IF WS-PT-Master = ZERO
               STRING "POOL " WS-Find-Pool
                   " - no master account, not swept"
                   INTO StatementLine
               END-STRING
           ELSE
               STRING "POOL " WS-Find-Pool " master "
                   WS-PT-Konto(WS-PT-Master) " "
                   WS-PT-Valuta(WS-PT-Master)
                   INTO StatementLine
               END-STRING
               IF WS-PT-Status(WS-PT-Master) NOT = "A"
                   MOVE " - master not active, not swept"
                       TO StatementLine(40:31)
                   MOVE ZERO TO WS-PT-Master
               END-IF
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           IF WS-PT-Master > ZERO
               ADD 1 TO WS-Pools-Swept
           END-IF

           PERFORM VARYING WS-PT-Hit FROM WS-PT-First BY 1
                   UNTIL WS-PT-Hit > WS-PT-Count
                       OR WS-PT-Pool(WS-PT-Hit) NOT = WS-Find-Pool
               COMPUTE WS-Projected = WS-PT-Balance(WS-PT-Hit)
                   + WS-PT-Pending(WS-PT-Hit)
               IF WS-PT-Role(WS-PT-Hit) = "P"
                   PERFORM SWEEP-ONE-PARTICIPANT
               END-IF
               ADD WS-Projected TO WS-Pool-Total
           END-PERFORM
           MOVE WS-PT-Hit TO WS-PT-First

           MOVE WS-Pool-Total TO WS-Amount-Display
           MOVE SPACES TO StatementLine
           STRING "  POOL BALANCE after tonight " WS-Amount-Display
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE.

      * WS-Projected comes in as the participant's balance after the
      * feed and goes out as its balance after the sweep.
       SWEEP-ONE-PARTICIPANT.
           MOVE ZERO TO WS-Sweep
           IF WS-PT-Master > ZERO AND WS-PT-Status(WS-PT-Hit) = "A"
               COMPUTE WS-Sweep = WS-Projected
                   - WS-PT-Target(WS-PT-Hit)
           END-IF

           IF WS-Sweep > ZERO
               MOVE WS-PT-Konto(WS-PT-Hit)    TO WS-Debit-Konto
               MOVE WS-PT-Konto(WS-PT-Master) TO WS-Credit-Konto
               MOVE WS-Sweep TO WS-Sweep-Abs
           END-IF
           IF WS-Sweep < ZERO
               MOVE WS-PT-Konto(WS-PT-Master) TO WS-Debit-Konto
               MOVE WS-PT-Konto(WS-PT-Hit)    TO WS-Credit-Konto
               COMPUTE WS-Sweep-Abs = ZERO - WS-Sweep
           END-IF
           IF WS-Sweep NOT = ZERO
               MOVE SPACES TO WS-Entry-Text
               STRING "POOL SWEEP " WS-Find-Pool
                   INTO WS-Entry-Text
               END-STRING
               PERFORM WRITE-POOL-ENTRY
               ADD 1 TO WS-Sweeps-Written
               SUBTRACT WS-Sweep FROM WS-Projected
           END-IF

           MOVE ZERO TO WS-Pool-Position
           MOVE ZERO TO WS-Pool-Accrued
           MOVE WS-PT-Konto(WS-PT-Hit) TO PoolPos-KontoID
           READ PoolPosFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PoolPos-Position TO WS-Pool-Position
                   MOVE PoolPos-Accrued  TO WS-Pool-Accrued
           END-READ

           MOVE WS-Projected TO WS-Amount-Display
           MOVE WS-Sweep TO WS-Amount-Display-2
           MOVE WS-Pool-Position TO WS-Amount-Display-3
           MOVE WS-Pool-Accrued TO WS-Amount-Display-4
           MOVE SPACES TO StatementLine
           STRING "  " WS-PT-Konto(WS-PT-Hit)
               " balance " WS-Amount-Display
               " swept " WS-Amount-Display-2
               " position " WS-Amount-Display-3
               " accrued " WS-Amount-Display-4
               INTO StatementLine
           END-STRING
           IF WS-PT-Status(WS-PT-Hit) NOT = "A"
               MOVE "not active" TO StatementLine(120:10)
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-POOL-ENTRY.
           MOVE WS-Debit-Konto  TO Intake-KontoID
           MOVE WS-Today-X      TO Intake-Date
           MOVE "T"             TO Intake-Type
           MOVE WS-Sweep-Abs    TO Intake-Amount
           MOVE ZERO            TO Intake-BalanceAfter
           MOVE WS-Credit-Konto TO Intake-ContraKontoID
           MOVE SPACE           TO Intake-DupOverride
           MOVE WS-Entry-Text   TO Intake-Text
           MOVE WS-Today-X      TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE IntakeFile
               CLOSE StatementFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-STATEMENT-LINE.
           WRITE StatementLine
           IF WS-StatementFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave102Statement.txt -"
                   " status " WS-StatementFile-Status
               CLOSE StatementFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
