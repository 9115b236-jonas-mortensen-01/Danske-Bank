       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave107.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PartitionFile ASSIGN TO "PostingPartitions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PartitionFile-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT SplitWorkFil ASSIGN TO "Opgave107Work.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SW-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SplitWorkFil-Status.
           SELECT PinWorkFil ASSIGN TO "Opgave107Pinned.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PW-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PinWorkFil-Status.
           SELECT PartOutFile ASSIGN DYNAMIC WS-Part-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PartOutFile-Status.
           SELECT CheckpointFile ASSIGN DYNAMIC WS-Part-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT PartRefFile ASSIGN DYNAMIC WS-Part-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PartRefFile-Status.
           SELECT RefCounterFile ASSIGN TO "PostingRefCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RefCounterFile-Status.
           SELECT CycleFile ASSIGN TO "PostingCycle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CycleFile-Status.
           SELECT RejectFile ASSIGN TO "Opgave11Rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejectFile-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT CustLimitFil ASSIGN TO "CustomerLimits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustLimitRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CustLimitFil-Status.
           SELECT GrpMemFil ASSIGN TO "GroupMembers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GrpMem-KundeID
               ALTERNATE RECORD KEY IS GrpMem-GroupID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrpMemFil-Status.
           SELECT ProduktFil ASSIGN TO "Produkter.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProduktRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProduktFil-Status.
           SELECT EscAcctFil ASSIGN TO "EscrowAccounts.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EA-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscAcctFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * hand-maintained by operations, one line per partition: the
      * partition digit 1-9 and the lowest and highest KontoID it
      * posts. Ranges may not overlap; an account outside every
      * range posts in the serial partition 0.
       FD  PartitionFile.
       01  PartitionRecord.
           02 PP-Partition   PIC X(1).
           02 PP-FromKonto   PIC X(10).
           02 PP-ToKonto     PIC X(10).

      * the night's posting requests, in the Opgave11 intake shape -
      * only the accounts and the type matter to the split.
       FD  IntakeFile.
       01  IntakeRecord.
           02 Intake-KontoID       PIC X(10).
           02 Intake-Date          PIC X(08).
           02 Intake-Type          PIC X(01).
               88 INTAKE-IS-TRANSFER VALUE "T" "t".
               88 INTAKE-IS-DEBIT    VALUE "D" "d" "T" "t".
           02 Intake-Amount        PIC S9(10)V99.
           02 Intake-BalanceAfter  PIC S9(10)V99.
           02 Intake-ContraKontoID PIC X(10).
           02 FILLER               PIC X(60).

      * every request tagged with the partition it goes to and its
      * place in the feed, so each partition's file comes out in
      * the order the requests arrived - the Opgave11 DupWork idiom
      * of a keyed work file instead of a sort.
       FD  SplitWorkFil.
       01  SplitWorkRecord.
           02 SW-Key.
               03 SW-Partition PIC X(1).
               03 SW-Seq       PIC 9(7).
           02 SW-Image         PIC X(113).

      * every account a request routed to partition 0 has touched so
      * far in the feed - partition 0 posts last, so any later
      * request on such an account must follow it there to post in
      * feed order behind it.
       FD  PinWorkFil.
       01  PinWorkRecord.
           02 PW-KontoID       PIC X(10).

      * one partition's intake, and the empty posting, journal,
      * reject and review files its Opgave11 run appends to.
       FD  PartOutFile.
       01  PartOutRecord PIC X(113).

       FD  CheckpointFile.
       01  CheckpointRecord.
           COPY "PARTCKPT.cpy".

      * the partition's own reference counter, started at the bottom
      * of its block - the same record as PostingRefCounter.txt.
       FD  PartRefFile.
       01  PartRefRecord.
           02 PR-Last-Ref PIC 9(10).

       FD  RefCounterFile.
       01  RefCounterRecord.
           02 RC-Last-Ref PIC 9(10).

       FD  CycleFile.
       01  CycleRecord.
           02 PC-Date PIC 9(8).
           02 PC-No   PIC 9(2).

       FD  RejectFile.
       01  RejectLine PIC X(100).

       FD  KontoFil.
       01  KontoRecord.
           02 KontoRecord-KontoID       PIC X(10).
           02 KontoRecord-KundeID       PIC X(10).
           02 KontoRecord-KontoType     PIC X(20).
           02 KontoRecord-Balance       PIC S9(10)V99.
           02 KontoRecord-Valuta        PIC X(3).
           02 KontoRecord-Status        PIC X(1).
           02 KontoRecord-StatusDate    PIC 9(8).

       FD  CustLimitFil.
       01  CustLimitRecord.
           02 CustLimitRecord-KundeID PIC X(10).
           02 CustLimitRecord-Limit   PIC 9(12)V99.

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

      * the product catalog - a debit on a notice product draws down
      * WithdrawalNotices.txt, which the partitions must not update
      * side by side.
       FD  ProduktFil.
       01  ProduktRecord.
           02 ProduktRecord-Kode        PIC X(20).
           02 ProduktRecord-Navn        PIC X(30).
           02 ProduktRecord-Valuta OCCURS 5 TIMES PIC X(3).
           02 ProduktRecord-RenteKey    PIC X(20).
           02 ProduktRecord-FeeKey      PIC X(20).
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * the escrow register - a posting on an escrow account moves
      * the escrow sub-ledger as well, which is likewise kept out of
      * the parallel partitions.
       FD  EscAcctFil.
       01  EscAcctRecord.
           COPY "ESCACCT.cpy".

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
       01 WS-PartitionFile-Status  PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status     PIC X(2) VALUE "00".
       01 WS-SplitWorkFil-Status   PIC X(2) VALUE "00".
       01 WS-PinWorkFil-Status     PIC X(2) VALUE "00".
       01 WS-PartOutFile-Status    PIC X(2) VALUE "00".
       01 WS-Checkpoint-Status     PIC X(2) VALUE "00".
       01 WS-PartRefFile-Status    PIC X(2) VALUE "00".
       01 WS-RefCounterFile-Status PIC X(2) VALUE "00".
       01 WS-CycleFile-Status      PIC X(2) VALUE "00".
       01 WS-RejectFile-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status       PIC X(2) VALUE "00".
       01 WS-CustLimitFil-Status   PIC X(2) VALUE "00".
       01 WS-GrpMemFil-Status      PIC X(2) VALUE "00".
       01 WS-ProduktFil-Status     PIC X(2) VALUE "00".
       01 WS-EscAcctFil-Status     PIC X(2) VALUE "00".

       01 EOF-PARTITION PIC X VALUE "N".
           88 END-PARTITION VALUE "Y" FALSE "N".
       01 EOF-INTAKE PIC X VALUE "N".
           88 END-INTAKE VALUE "Y" FALSE "N".
       01 EOF-SPLITWORK PIC X VALUE "N".
           88 END-SPLITWORK VALUE "Y" FALSE "N".

      * the partitions, subscripted by partition digit plus one so
      * the serial partition 0 is entry 1. Entry 1 is always in use.
       01 WS-Partition-Table.
           02 WS-PT-Entry OCCURS 10 TIMES.
               03 WS-PT-Used  PIC X(1).
                   88 WS-PT-IN-USE VALUE "Y".
               03 WS-PT-From  PIC X(10).
               03 WS-PT-To    PIC X(10).
               03 WS-PT-Count PIC 9(7).
               03 WS-PT-Base  PIC 9(10).
       01 WS-PT-Idx      PIC 9(2) VALUE ZERO.
       01 WS-PT-Idx2     PIC 9(2) VALUE ZERO.
       01 WS-Ranges-Read PIC 9(2) VALUE ZERO.
       01 WS-Ranges-Valid PIC X VALUE "Y".
           88 WS-RANGES-OK VALUE "Y".

      * the optional aggregate-cap masters - a customer with no
      * cap and no group never needs the serial partition.
       01 WS-Has-CustLimit PIC X VALUE "N".
           88 WS-CUSTLIMIT-OPEN VALUE "Y".
       01 WS-Has-GrpMem    PIC X VALUE "N".
           88 WS-GRPMEM-OPEN VALUE "Y".
      * likewise the product catalog and the escrow register - with
      * neither on file no request touches a notice or an escrow.
       01 WS-Has-Produkt   PIC X VALUE "N".
           88 WS-PRODUKT-OPEN VALUE "Y".
       01 WS-Has-EscAcct   PIC X VALUE "N".
           88 WS-ESCACCT-OPEN VALUE "Y".

      * one request's routing - the partitions of its two accounts
      * as subscripts, and the one it goes to.
       01 WS-Find-KontoID   PIC X(10).
       01 WS-Found-Idx      PIC 9(2) VALUE ZERO.
       01 WS-Route-Idx      PIC 9(2) VALUE ZERO.
       01 WS-Contra-Idx     PIC 9(2) VALUE ZERO.
       01 WS-Capped-Flag    PIC X VALUE "N".
           88 WS-CUSTOMER-CAPPED VALUE "Y".
       01 WS-Notice-Flag    PIC X VALUE "N".
           88 WS-NOTICE-PRODUCT VALUE "Y".
       01 WS-Escrow-Flag    PIC X VALUE "N".
           88 WS-ESCROW-ACCOUNT VALUE "Y".
       01 WS-Pinned-Flag    PIC X VALUE "N".
           88 WS-ACCOUNT-PINNED VALUE "Y".

       01 WS-Intake-Count   PIC 9(7) VALUE ZERO.
       01 WS-Parallel-Count PIC 9(7) VALUE ZERO.
       01 WS-Last-Ref       PIC 9(10) VALUE ZERO.
       01 WS-Next-Base      PIC 9(10) VALUE ZERO.
       01 WS-Current-Part   PIC X(1) VALUE SPACE.
       01 WS-Part-Digit     PIC 9(1) VALUE ZERO.
       01 WS-Part-Open      PIC X VALUE "N".
           88 WS-PART-IS-OPEN VALUE "Y".

       01 WS-Cycle-No   PIC 9(2) VALUE ZERO.
       01 WS-Cycle-Date PIC 9(8) VALUE ZERO.

      * the files each partition's Opgave11 run appends to, created
      * empty here so the run finds every one of them in place.
       01 WS-Suffix-Values.
           02 FILLER PIC X(16) VALUE "Intake.txt".
           02 FILLER PIC X(16) VALUE "Trans.txt".
           02 FILLER PIC X(16) VALUE "Journal.txt".
           02 FILLER PIC X(16) VALUE "Rejects.txt".
           02 FILLER PIC X(16) VALUE "DupReview.txt".
           02 FILLER PIC X(16) VALUE "FraudReview.txt".
       01 WS-Suffix-Table REDEFINES WS-Suffix-Values.
           02 WS-Suffix PIC X(16) OCCURS 6 TIMES.
       01 WS-Suffix-Idx PIC 9(1) VALUE ZERO.
       01 WS-Part-Filename PIC X(40) VALUE SPACES.
       01 WS-Part-Suffix   PIC X(16) VALUE SPACES.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE107".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-Precheck-Filename PIC X(40).
       01 WS-Precheck-File-Info.
           05 WS-Precheck-File-Info-Size PIC 9(8) COMP-X.
           05 WS-Precheck-File-Info-Date.
               10 WS-Precheck-File-Info-Day    PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Month  PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Year   PIC 9(4) COMP-X.
           05 WS-Precheck-File-Info-Time.
               10 WS-Precheck-File-Info-Hours       PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Minutes     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Seconds     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Job-Date

      * a split already on disk means last night's partitioned run
      * stopped part-way: the partitions resume from their own
      * checkpoints, and splitting the feed again would hand the
      * same requests out twice.
       MOVE "Opgave11P0Checkpoint.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
           RETURNING WS-Precheck-RC
       END-CALL
       IF WS-Precheck-RC = 0
           DISPLAY "Intake already split - the partitions resume"
               " from their checkpoints"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       PERFORM LOAD-PARTITION-RANGES
       IF NOT WS-RANGES-OK
           DISPLAY "*** PostingPartitions.txt is not usable - intake"
               " not split ***"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM ROUTE-INTAKE-REQUESTS

      * the cycle and the references are claimed before anything is
      * written out, the same order Opgave11 claims them in.
       PERFORM NEXT-POSTING-CYCLE
       PERFORM ALLOCATE-POSTING-REFS

       PERFORM VARYING WS-PT-Idx FROM 1 BY 1 UNTIL WS-PT-Idx > 10
           IF WS-PT-IN-USE(WS-PT-Idx)
               PERFORM CREATE-PARTITION-FILES
           END-IF
       END-PERFORM

       PERFORM WRITE-PARTITION-INTAKES

      * the night's rejects start empty, as they do when Opgave11
      * posts the whole feed - Opgave108 adds every partition's.
       OPEN OUTPUT RejectFile
       IF WS-RejectFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Rejects.txt - status "
               WS-RejectFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       CLOSE RejectFile

      * the checkpoints go last - partition 0's is the mark that the
      * split is complete.
       PERFORM VARYING WS-PT-Idx FROM 10 BY -1 UNTIL WS-PT-Idx < 1
           IF WS-PT-IN-USE(WS-PT-Idx)
               PERFORM WRITE-PARTITION-START
           END-IF
       END-PERFORM

       PERFORM VARYING WS-PT-Idx FROM 1 BY 1 UNTIL WS-PT-Idx > 10
           IF WS-PT-IN-USE(WS-PT-Idx)
               COMPUTE WS-Part-Digit = WS-PT-Idx - 1
               DISPLAY "Partition " WS-Part-Digit " "
                   WS-PT-From(WS-PT-Idx) "-" WS-PT-To(WS-PT-Idx)
                   ": " WS-PT-Count(WS-PT-Idx) " requests"
           END-IF
       END-PERFORM

       MOVE WS-Intake-Count   TO WS-Job-Count1
       MOVE WS-Parallel-Count TO WS-Job-Count2
       MOVE WS-PT-Count(1)    TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * every line is checked before any is used: a digit 1-9 seen
      * once, a range that runs low to high, and no two ranges that
      * share an account. Partition 0 is never on file - it is
      * whatever the ranges leave over.
       LOAD-PARTITION-RANGES.
           MOVE "Y" TO WS-Ranges-Valid
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1 UNTIL WS-PT-Idx > 10
               MOVE "N"    TO WS-PT-Used(WS-PT-Idx)
               MOVE SPACES TO WS-PT-From(WS-PT-Idx)
               MOVE SPACES TO WS-PT-To(WS-PT-Idx)
               MOVE ZERO   TO WS-PT-Count(WS-PT-Idx)
               MOVE ZERO   TO WS-PT-Base(WS-PT-Idx)
           END-PERFORM
           MOVE "Y" TO WS-PT-Used(1)

           OPEN INPUT PartitionFile
           IF WS-PartitionFile-Status NOT = "00"
               DISPLAY "ERROR opening PostingPartitions.txt - status "
                   WS-PartitionFile-Status
               MOVE "N" TO WS-Ranges-Valid
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-PARTITION
               READ PartitionFile
                   AT END
                       SET END-PARTITION TO TRUE
                   NOT AT END
                       PERFORM TAKE-PARTITION-RANGE
               END-READ
           END-PERFORM
           CLOSE PartitionFile

           IF WS-Ranges-Read = ZERO
               DISPLAY "PostingPartitions.txt names no partitions"
               MOVE "N" TO WS-Ranges-Valid
           END-IF

           PERFORM VARYING WS-PT-Idx FROM 2 BY 1 UNTIL WS-PT-Idx > 10
               PERFORM VARYING WS-PT-Idx2 FROM 2 BY 1
                       UNTIL WS-PT-Idx2 > 10
                   IF WS-PT-Idx2 NOT = WS-PT-Idx
                           AND WS-PT-IN-USE(WS-PT-Idx)
                           AND WS-PT-IN-USE(WS-PT-Idx2)
                           AND WS-PT-From(WS-PT-Idx)
                               >= WS-PT-From(WS-PT-Idx2)
                           AND WS-PT-From(WS-PT-Idx)
                               <= WS-PT-To(WS-PT-Idx2)
                       DISPLAY "Ranges overlap: "
                           WS-PT-From(WS-PT-Idx2) "-"
                           WS-PT-To(WS-PT-Idx2) " and "
                           WS-PT-From(WS-PT-Idx) "-"
                           WS-PT-To(WS-PT-Idx)
                       MOVE "N" TO WS-Ranges-Valid
                   END-IF
               END-PERFORM
           END-PERFORM.

       TAKE-PARTITION-RANGE.
           IF PP-Partition IS NOT NUMERIC OR PP-Partition = "0"
               DISPLAY "Partition must be 1-9: " PartitionRecord
               MOVE "N" TO WS-Ranges-Valid
               EXIT PARAGRAPH
           END-IF
           MOVE PP-Partition TO WS-Part-Digit
           COMPUTE WS-PT-Idx = WS-Part-Digit + 1
           IF WS-PT-IN-USE(WS-PT-Idx)
               DISPLAY "Partition " PP-Partition " given twice"
               MOVE "N" TO WS-Ranges-Valid
               EXIT PARAGRAPH
           END-IF
           IF PP-FromKonto = SPACES OR PP-FromKonto > PP-ToKonto
               DISPLAY "Range runs backwards: " PartitionRecord
               MOVE "N" TO WS-Ranges-Valid
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"          TO WS-PT-Used(WS-PT-Idx)
           MOVE PP-FromKonto TO WS-PT-From(WS-PT-Idx)
           MOVE PP-ToKonto   TO WS-PT-To(WS-PT-Idx)
           ADD 1 TO WS-Ranges-Read.

      * pass one: every request is tagged with its partition onto
      * the work file, and each partition's count is known before
      * the references are shared out.
       ROUTE-INTAKE-REQUESTS.
           OPEN INPUT IntakeFile
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT SplitWorkFil
           IF WS-SplitWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening Opgave107Work.dat - status "
                   WS-SplitWorkFil-Status
               CLOSE IntakeFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT PinWorkFil
           IF WS-PinWorkFil-Status = "00"
               CLOSE PinWorkFil
               OPEN I-O PinWorkFil
           END-IF
           IF WS-PinWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening Opgave107Pinned.dat - status "
                   WS-PinWorkFil-Status
               CLOSE IntakeFile
               CLOSE SplitWorkFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN INPUT KontoFil
           IF WS-KontoFil-Status NOT = "00"
               DISPLAY "ERROR opening Kontooplysninger.txt - status "
                   WS-KontoFil-Status
               CLOSE IntakeFile
               CLOSE SplitWorkFil
               CLOSE PinWorkFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN INPUT CustLimitFil
           IF WS-CustLimitFil-Status = "00"
               MOVE "Y" TO WS-Has-CustLimit
           END-IF
           OPEN INPUT GrpMemFil
           IF WS-GrpMemFil-Status = "00"
               MOVE "Y" TO WS-Has-GrpMem
           END-IF
           OPEN INPUT ProduktFil
           IF WS-ProduktFil-Status = "00"
               MOVE "Y" TO WS-Has-Produkt
           END-IF
           OPEN INPUT EscAcctFil
           IF WS-EscAcctFil-Status = "00"
               MOVE "Y" TO WS-Has-EscAcct
           END-IF

           PERFORM UNTIL END-INTAKE
               READ IntakeFile
                   AT END
                       SET END-INTAKE TO TRUE
                   NOT AT END
                       PERFORM ROUTE-ONE-REQUEST
               END-READ
           END-PERFORM

           CLOSE IntakeFile
           CLOSE SplitWorkFil
           CLOSE PinWorkFil
           CALL "CBL_DELETE_FILE" USING "Opgave107Pinned.dat"
           CLOSE KontoFil
           IF WS-CUSTLIMIT-OPEN
               CLOSE CustLimitFil
           END-IF
           IF WS-GRPMEM-OPEN
               CLOSE GrpMemFil
           END-IF
           IF WS-PRODUKT-OPEN
               CLOSE ProduktFil
           END-IF
           IF WS-ESCACCT-OPEN
               CLOSE EscAcctFil
           END-IF.

      * a request posts in the partition its account's range
      * belongs to, except where posting it there could race another
      * partition: a transfer whose credit leg sits in a different
      * range must apply both legs or neither, and a debit on a
      * customer with a customer or group cap is judged against
      * balances that other partitions may be moving. So does a
      * debit on a notice product, which draws down the shared
      * notice register, and anything touching an escrow account,
      * which moves the shared escrow sub-ledger. Those go to
      * the serial partition 0, which posts on its own after the
      * parallel ones have finished - and with them every later
      * request on an account one of them touched, which would
      * otherwise post ahead of it and out of feed order.
       ROUTE-ONE-REQUEST.
           ADD 1 TO WS-Intake-Count
           MOVE Intake-KontoID TO WS-Find-KontoID
           PERFORM FIND-KONTO-PARTITION
           MOVE WS-Found-Idx TO WS-Route-Idx

           IF INTAKE-IS-TRANSFER AND WS-Route-Idx NOT = 1
               MOVE Intake-ContraKontoID TO WS-Find-KontoID
               PERFORM FIND-KONTO-PARTITION
               MOVE WS-Found-Idx TO WS-Contra-Idx
               IF WS-Contra-Idx NOT = WS-Route-Idx
                   MOVE 1 TO WS-Route-Idx
               END-IF
           END-IF

           IF INTAKE-IS-DEBIT AND WS-Route-Idx NOT = 1
               PERFORM CHECK-CUSTOMER-CAPPED
               IF WS-CUSTOMER-CAPPED
                   MOVE 1 TO WS-Route-Idx
               END-IF
           END-IF

           IF INTAKE-IS-DEBIT AND WS-Route-Idx NOT = 1
               PERFORM CHECK-NOTICE-PRODUCT
               IF WS-NOTICE-PRODUCT
                   MOVE 1 TO WS-Route-Idx
               END-IF
           END-IF

           IF WS-Route-Idx NOT = 1
               MOVE Intake-KontoID TO WS-Find-KontoID
               PERFORM CHECK-ESCROW-ACCOUNT
               IF NOT WS-ESCROW-ACCOUNT AND INTAKE-IS-TRANSFER
                   MOVE Intake-ContraKontoID TO WS-Find-KontoID
                   PERFORM CHECK-ESCROW-ACCOUNT
               END-IF
               IF WS-ESCROW-ACCOUNT
                   MOVE 1 TO WS-Route-Idx
               END-IF
           END-IF

           IF WS-Route-Idx NOT = 1
               MOVE Intake-KontoID TO WS-Find-KontoID
               PERFORM CHECK-ACCOUNT-PINNED
               IF NOT WS-ACCOUNT-PINNED AND INTAKE-IS-TRANSFER
                   MOVE Intake-ContraKontoID TO WS-Find-KontoID
                   PERFORM CHECK-ACCOUNT-PINNED
               END-IF
               IF WS-ACCOUNT-PINNED
                   MOVE 1 TO WS-Route-Idx
               END-IF
           END-IF

           IF WS-Route-Idx = 1
               MOVE Intake-KontoID TO WS-Find-KontoID
               PERFORM PIN-ACCOUNT
               IF INTAKE-IS-TRANSFER
                   MOVE Intake-ContraKontoID TO WS-Find-KontoID
                   PERFORM PIN-ACCOUNT
               END-IF
           END-IF

           COMPUTE WS-Part-Digit = WS-Route-Idx - 1
           MOVE WS-Part-Digit   TO SW-Partition
           MOVE WS-Intake-Count TO SW-Seq
           MOVE IntakeRecord    TO SW-Image
           WRITE SplitWorkRecord
           IF WS-SplitWorkFil-Status NOT = "00"
               DISPLAY "ERROR writing Opgave107Work.dat - status "
                   WS-SplitWorkFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-PT-Count(WS-Route-Idx)
           IF WS-Route-Idx NOT = 1
               ADD 1 TO WS-Parallel-Count
           END-IF.

       FIND-KONTO-PARTITION.
           MOVE 1 TO WS-Found-Idx
           PERFORM VARYING WS-PT-Idx2 FROM 2 BY 1
                   UNTIL WS-PT-Idx2 > 10 OR WS-Found-Idx NOT = 1
               IF WS-PT-IN-USE(WS-PT-Idx2)
                       AND WS-Find-KontoID >= WS-PT-From(WS-PT-Idx2)
                       AND WS-Find-KontoID <= WS-PT-To(WS-PT-Idx2)
                   MOVE WS-PT-Idx2 TO WS-Found-Idx
               END-IF
           END-PERFORM.

      * an account not on the master cannot post anywhere - Opgave11
      * rejects it in whichever partition it lands.
       CHECK-CUSTOMER-CAPPED.
           MOVE "N" TO WS-Capped-Flag
           MOVE Intake-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-CUSTLIMIT-OPEN
               MOVE KontoRecord-KundeID TO CustLimitRecord-KundeID
               READ CustLimitFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Capped-Flag
               END-READ
           END-IF
           IF WS-GRPMEM-OPEN AND NOT WS-CUSTOMER-CAPPED
               MOVE KontoRecord-KundeID TO GrpMem-KundeID
               READ GrpMemFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Capped-Flag
               END-READ
           END-IF.

       CHECK-NOTICE-PRODUCT.
           MOVE "N" TO WS-Notice-Flag
           IF NOT WS-PRODUKT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE Intake-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-KontoType TO ProduktRecord-Kode
           READ ProduktFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ProduktRecord-NoticeDays NOT = ZERO
               MOVE "Y" TO WS-Notice-Flag
           END-IF.

      * a closed escrow account posts as an ordinary one, so only an
      * active register entry sends the request to partition 0.
       CHECK-ESCROW-ACCOUNT.
           MOVE "N" TO WS-Escrow-Flag
           IF NOT WS-ESCACCT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Find-KontoID TO EA-KontoID
           READ EscAcctFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EA-ACTIVE
               MOVE "Y" TO WS-Escrow-Flag
           END-IF.

       CHECK-ACCOUNT-PINNED.
           MOVE "N" TO WS-Pinned-Flag
           MOVE WS-Find-KontoID TO PW-KontoID
           READ PinWorkFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Pinned-Flag
           END-READ.

      * an account already pinned is simply left as it is.
       PIN-ACCOUNT.
           MOVE WS-Find-KontoID TO PW-KontoID
           WRITE PinWorkRecord
           IF WS-PinWorkFil-Status NOT = "00"
                   AND WS-PinWorkFil-Status NOT = "22"
               DISPLAY "ERROR writing Opgave107Pinned.dat - status "
                   WS-PinWorkFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * each partition posts out of its own block of references,
      * sized one per request - a transfer's two legs share one -
      * and the shared counter is moved past them all at once, so
      * no two partitions, and no later run, can hand out the same
      * number.
       ALLOCATE-POSTING-REFS.
           MOVE ZERO TO WS-Last-Ref
           OPEN INPUT RefCounterFile
           IF WS-RefCounterFile-Status = "00"
               READ RefCounterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-Last-Ref TO WS-Last-Ref
               END-READ
               CLOSE RefCounterFile
           END-IF

           MOVE WS-Last-Ref TO WS-Next-Base
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1 UNTIL WS-PT-Idx > 10
               IF WS-PT-IN-USE(WS-PT-Idx)
                   MOVE WS-Next-Base TO WS-PT-Base(WS-PT-Idx)
                   ADD WS-PT-Count(WS-PT-Idx) TO WS-Next-Base
               END-IF
           END-PERFORM

           OPEN OUTPUT RefCounterFile
           IF WS-RefCounterFile-Status NOT = "00"
               DISPLAY "ERROR opening PostingRefCounter.txt - status "
                   WS-RefCounterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Next-Base TO RC-Last-Ref
           WRITE RefCounterRecord
           IF WS-RefCounterFile-Status NOT = "00"
               DISPLAY "ERROR writing PostingRefCounter.txt - status "
                   WS-RefCounterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE RefCounterFile.

      * the same cycle drawing Opgave11 does for a whole-feed run -
      * every partition then posts under the cycle drawn here.
       NEXT-POSTING-CYCLE.
           MOVE WS-Business-Date TO WS-Cycle-Date
           MOVE ZERO TO WS-Cycle-No

           OPEN INPUT CycleFile
           IF WS-CycleFile-Status = "00"
               READ CycleFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-Date = WS-Cycle-Date
                           MOVE PC-No TO WS-Cycle-No
                       END-IF
               END-READ
               CLOSE CycleFile
           END-IF

           ADD 1 TO WS-Cycle-No

           OPEN OUTPUT CycleFile
           IF WS-CycleFile-Status NOT = "00"
               DISPLAY "ERROR opening PostingCycle.txt - status "
                   WS-CycleFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Cycle-Date TO PC-Date
           MOVE WS-Cycle-No   TO PC-No
           WRITE CycleRecord
           IF WS-CycleFile-Status NOT = "00"
               DISPLAY "ERROR writing PostingCycle.txt - status "
                   WS-CycleFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE CycleFile
           DISPLAY "Posting cycle " WS-Cycle-No " of "
               WS-Cycle-Date.

       CREATE-PARTITION-FILES.
           COMPUTE WS-Part-Digit = WS-PT-Idx - 1
           PERFORM VARYING WS-Suffix-Idx FROM 1 BY 1
                   UNTIL WS-Suffix-Idx > 6
               MOVE WS-Suffix(WS-Suffix-Idx) TO WS-Part-Suffix
               PERFORM BUILD-PART-FILENAME
               OPEN OUTPUT PartOutFile
               IF WS-PartOutFile-Status NOT = "00"
                   DISPLAY "ERROR opening " WS-Part-Filename
                       " - status " WS-PartOutFile-Status
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               CLOSE PartOutFile
           END-PERFORM.

       BUILD-PART-FILENAME.
           MOVE SPACES TO WS-Part-Filename
           STRING "Opgave11P" WS-Part-Digit
               WS-Part-Suffix DELIMITED BY SPACE
               INTO WS-Part-Filename
           END-STRING.

      * pass two: the work file comes back in partition order, and
      * within a partition in feed order; each partition's requests
      * are added to its intake in one run.
       WRITE-PARTITION-INTAKES.
           OPEN INPUT SplitWorkFil
           IF WS-SplitWorkFil-Status NOT = "00"
               DISPLAY "ERROR reopening Opgave107Work.dat - status "
                   WS-SplitWorkFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE SPACE TO WS-Current-Part
           MOVE "Intake.txt" TO WS-Part-Suffix
           PERFORM UNTIL END-SPLITWORK
               READ SplitWorkFil NEXT RECORD
                   AT END
                       SET END-SPLITWORK TO TRUE
                   NOT AT END
                       IF SW-Partition NOT = WS-Current-Part
                           PERFORM SWITCH-PARTITION-INTAKE
                       END-IF
                       MOVE SW-Image TO PartOutRecord
                       WRITE PartOutRecord
                       IF WS-PartOutFile-Status NOT = "00"
                           DISPLAY "ERROR writing " WS-Part-Filename
                               " - status " WS-PartOutFile-Status
                           STOP RUN WITH ERROR STATUS 1
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PART-IS-OPEN
               CLOSE PartOutFile
           END-IF
           CLOSE SplitWorkFil.

       SWITCH-PARTITION-INTAKE.
           IF WS-PART-IS-OPEN
               CLOSE PartOutFile
           END-IF
           MOVE SW-Partition TO WS-Current-Part
           MOVE SW-Partition TO WS-Part-Digit
           PERFORM BUILD-PART-FILENAME
           OPEN EXTEND PartOutFile
           IF WS-PartOutFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Part-Filename
                   " - status " WS-PartOutFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Part-Open.

      * the partition's reference counter at the bottom of its
      * block, then its checkpoint: nothing done yet, the top of
      * the block as its ceiling.
       WRITE-PARTITION-START.
           COMPUTE WS-Part-Digit = WS-PT-Idx - 1
           MOVE "RefCounter.txt" TO WS-Part-Suffix
           PERFORM BUILD-PART-FILENAME
           OPEN OUTPUT PartRefFile
           IF WS-PartRefFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Part-Filename
                   " - status " WS-PartRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-PT-Base(WS-PT-Idx) TO PR-Last-Ref
           WRITE PartRefRecord
           CLOSE PartRefFile

           MOVE "Checkpoint.txt" TO WS-Part-Suffix
           PERFORM BUILD-PART-FILENAME
           OPEN OUTPUT CheckpointFile
           IF WS-Checkpoint-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Part-Filename
                   " - status " WS-Checkpoint-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Part-Digit TO CK-Partition
           MOVE "S" TO CK-State
           MOVE WS-PT-Count(WS-PT-Idx) TO CK-Records
           MOVE ZERO TO CK-Done
           COMPUTE CK-Ref-Ceiling
               = WS-PT-Base(WS-PT-Idx) + WS-PT-Count(WS-PT-Idx)
           MOVE ZERO TO CK-Posted
           MOVE ZERO TO CK-Rejected
           MOVE ZERO TO CK-Diverted
           MOVE ZERO TO CK-Held
           WRITE CheckpointRecord
           IF WS-Checkpoint-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Part-Filename
                   " - status " WS-Checkpoint-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE CheckpointFile.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
