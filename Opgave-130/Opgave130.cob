       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave130.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EscAcctFil ASSIGN TO "EscrowAccounts.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EA-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscAcctFil-Status.
           SELECT EscSubFil ASSIGN TO "EscrowSubledger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ES-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscSubFil-Status.
           SELECT EscMoveFil ASSIGN TO "EscrowMovements.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EM-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscMoveFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave130Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * the escrow register Opgave129 keeps - EA-LastIntDate is how
      * far each account's interest has already been shared out.
       FD  EscAcctFil.
       01  EscAcctRecord.
           COPY "ESCACCT.cpy".

       FD  EscSubFil.
       01  EscSubRecord.
           COPY "ESCSUB.cpy".

       FD  EscMoveFil.
       01  EscMoveRecord.
           COPY "ESCMOVE.cpy".

      * read only - the type I credits the interest run (Opgave12)
      * posted are what is shared out.
       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

       FD  ReportFile.
       01  ReportLine PIC X(132).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE130".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-EscAcctFil-Status   PIC X(2) VALUE "00".
       01 WS-EscSubFil-Status    PIC X(2) VALUE "00".
       01 WS-EscMoveFil-Status   PIC X(2) VALUE "00".
       01 WS-TransFil-Status     PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields POST-ESCROW-MOVEMENT (ESCPOST.cpy) expects to be
      * loaded.
       01 WS-EscPost-Date       PIC 9(8) VALUE ZERO.
       01 WS-EscPost-ValueDate  PIC X(8) VALUE SPACES.
       01 WS-EscPost-Kind       PIC X VALUE SPACE.
       01 WS-EscPost-Amount     PIC S9(10)V99 VALUE ZERO.
       01 WS-EscPost-Ref        PIC 9(10) VALUE ZERO.
       01 WS-EscPost-Text       PIC X(30) VALUE SPACES.
       01 WS-EscPost-By         PIC X(10) VALUE SPACES.
       01 WS-EscPost-Days       PIC S9(7) VALUE ZERO.
       01 WS-EscPost-Done       PIC X VALUE "N".
           88 WS-ESCROW-POSTED VALUE "Y".

       01 EOF-ESCACCT PIC X VALUE "N".
           88 END-ESCACCT VALUE "Y" FALSE "N".
       01 EOF-ESCSUB PIC X VALUE "N".
           88 END-ESCSUB VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".

      * every active escrow account with the interest date and
      * reference it had reached when the run started - held apart
      * from the register so two credits posted on the same day are
      * both shared out even after the first has moved
      * EA-LastIntDate on. On that date only the credits after the
      * last one shared out are still to do, so each account is
      * caught up once the history passes that reference. A full
      * table is an explicit abort, never an account silently
      * skipped.
       01 WS-Esc-Table.
           02 WS-Esc-Entry OCCURS 1000 TIMES.
               03 WS-Esc-Konto    PIC X(10).
               03 WS-Esc-LastInt  PIC 9(8).
               03 WS-Esc-LastRef  PIC 9(10).
               03 WS-Esc-Passed   PIC X(1).
                   88 WS-ESC-CAUGHT-UP VALUE "Y".
       01 WS-Esc-Count PIC 9(4) VALUE ZERO.
       01 WS-Esc-Idx   PIC 9(4) VALUE ZERO.
       01 WS-Esc-Hit   PIC 9(4) VALUE ZERO.

      * the interest credit being shared out.
       01 WS-Int-Konto      PIC X(10) VALUE SPACES.
       01 WS-Int-Date       PIC 9(8) VALUE ZERO.
       01 WS-Int-Value-Date PIC 9(8) VALUE ZERO.
       01 WS-Int-Amount     PIC S9(10)V99 VALUE ZERO.
       01 WS-Total-Weight   PIC S9(15)V99 VALUE ZERO.
       01 WS-Weighted-Count PIC 9(5) VALUE ZERO.
       01 WS-Last-Weighted  PIC X(10) VALUE SPACES.
       01 WS-Share          PIC S9(10)V99 VALUE ZERO.
       01 WS-Share-Amount   PIC S9(10)V99 VALUE ZERO.
       01 WS-Shared-So-Far  PIC S9(10)V99 VALUE ZERO.
      * beneficiaries a run that stopped part-way through this credit
      * already credited - their last movement is its share.
       01 WS-Already-Flag   PIC X VALUE "N".
           88 WS-ALREADY-SHARED VALUE "Y".
       01 WS-Already-Count  PIC 9(5) VALUE ZERO.
       01 WS-Already-Amount PIC S9(10)V99 VALUE ZERO.

       01 WS-Credits-Shared   PIC 9(7) VALUE ZERO.
       01 WS-Shares-Booked    PIC 9(7) VALUE ZERO.
       01 WS-Credits-Left     PIC 9(7) VALUE ZERO.
       01 WS-Amount-Shared    PIC S9(11)V99 VALUE ZERO.
       01 WS-Amount-Left      PIC S9(11)V99 VALUE ZERO.

       01 WS-Amount-Display   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-2 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Count-Display    PIC ZZZZ9.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       OPEN I-O EscAcctFil
       IF WS-EscAcctFil-Status = "35"
           DISPLAY "No EscrowAccounts.txt - escrow accounts not in use"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-EscAcctFil-Status NOT = "00"
           DISPLAY "ERROR opening EscrowAccounts.txt - status "
               WS-EscAcctFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN I-O EscSubFil
       IF WS-EscSubFil-Status NOT = "00"
           DISPLAY "ERROR opening EscrowSubledger.txt - status "
               WS-EscSubFil-Status
           CLOSE EscAcctFil
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN I-O EscMoveFil
       IF WS-EscMoveFil-Status NOT = "00"
           DISPLAY "ERROR opening EscrowMovements.txt - status "
               WS-EscMoveFil-Status
           CLOSE EscAcctFil
           CLOSE EscSubFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM LOAD-ESCROW-ACCOUNTS

      * no transaction history yet means nothing has been credited.
       OPEN INPUT KontoTransaktionFil
       IF WS-TransFil-Status NOT = "00"
               AND WS-TransFil-Status NOT = "35"
           DISPLAY "ERROR opening KontoTransaktion.txt - status "
               WS-TransFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       IF WS-TransFil-Status = "35" OR WS-Esc-Count = ZERO
           SET END-TRANS TO TRUE
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave130Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM WRITE-REPORT-HEADER

       PERFORM UNTIL END-TRANS
           READ KontoTransaktionFil
               AT END
                   SET END-TRANS TO TRUE
               NOT AT END
                   PERFORM CHECK-INTEREST-CREDIT
           END-READ
       END-PERFORM

       PERFORM WRITE-REPORT-TOTALS

       IF WS-TransFil-Status NOT = "35"
           CLOSE KontoTransaktionFil
       END-IF
       CLOSE EscAcctFil
       CLOSE EscSubFil
       CLOSE EscMoveFil
       CLOSE ReportFile

       DISPLAY "Escrow interest: " WS-Credits-Shared
           " credits shared out over " WS-Shares-Booked
           " beneficiaries, " WS-Credits-Left
           " left unallocated"

       MOVE WS-Credits-Shared TO WS-Job-Count1
       MOVE WS-Shares-Booked  TO WS-Job-Count2
       MOVE WS-Credits-Left   TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * an account taken out of escrow keeps its register record but
      * its interest is the firm's own again - only active accounts
      * are shared out.
       LOAD-ESCROW-ACCOUNTS.
           MOVE LOW-VALUES TO EA-KontoID
           START EscAcctFil KEY IS NOT LESS THAN EA-KontoID
               INVALID KEY
                   SET END-ESCACCT TO TRUE
           END-START
           PERFORM UNTIL END-ESCACCT
               READ EscAcctFil NEXT RECORD
                   AT END
                       SET END-ESCACCT TO TRUE
                   NOT AT END
                       IF EA-ACTIVE
                           IF WS-Esc-Count = 1000
                               DISPLAY "ERROR more than 1000 active"
                                   " escrow accounts - table full"
                               STOP RUN WITH ERROR STATUS 1
                           END-IF
                           ADD 1 TO WS-Esc-Count
                           MOVE EA-KontoID
                               TO WS-Esc-Konto(WS-Esc-Count)
                           MOVE EA-LastIntDate
                               TO WS-Esc-LastInt(WS-Esc-Count)
                           MOVE EA-LastIntRef
                               TO WS-Esc-LastRef(WS-Esc-Count)
                           MOVE "N"
                               TO WS-Esc-Passed(WS-Esc-Count)
                       END-IF
               END-READ
           END-PERFORM.

      * only the customer's own interest leg is shared out - the
      * contra and withholding legs Opgave12 posts under the same
      * reference sit on the bank's accounts. A credit that has
      * since been reversed, or the reversal itself, is left to the
      * unallocated figure, where the pair nets to nothing.
       CHECK-INTEREST-CREDIT.
           IF TransType NOT = "I" OR NOT TRANS-IS-NORMAL
               EXIT PARAGRAPH
           END-IF
           IF TransDate IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Esc-Hit
           PERFORM VARYING WS-Esc-Idx FROM 1 BY 1
                   UNTIL WS-Esc-Idx > WS-Esc-Count
                      OR WS-Esc-Hit NOT = ZERO
               IF WS-Esc-Konto(WS-Esc-Idx) = TransKontoID
                   MOVE WS-Esc-Idx TO WS-Esc-Hit
               END-IF
           END-PERFORM
           IF WS-Esc-Hit = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE TransDate TO WS-Int-Date
           IF WS-Int-Date < WS-Esc-LastInt(WS-Esc-Hit)
               EXIT PARAGRAPH
           END-IF
           IF WS-Int-Date = WS-Esc-LastInt(WS-Esc-Hit)
                   AND NOT WS-ESC-CAUGHT-UP(WS-Esc-Hit)
               IF TransRef = WS-Esc-LastRef(WS-Esc-Hit)
                       AND TransRef NOT = ZERO
                   MOVE "Y" TO WS-Esc-Passed(WS-Esc-Hit)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE TransKontoID TO WS-Int-Konto
           MOVE TransAmount  TO WS-Int-Amount
           IF TransValueDate IS NUMERIC
               MOVE TransValueDate TO WS-Int-Value-Date
           ELSE
               MOVE WS-Int-Date TO WS-Int-Value-Date
           END-IF

           PERFORM ALLOCATE-INTEREST
           PERFORM ADVANCE-LAST-INTEREST.

      * the credit is shared in proportion to each beneficiary's
      * balance x days since interest was last shared out, brought
      * up to the credit's value date; the last beneficiary takes
      * the rounding so the shares add up to the credit exactly.
      * Nobody held funds over the period means there is no fair
      * split - the credit stays unallocated for Opgave129. After a
      * run stopped part-way through the credit, what the credited
      * beneficiaries already hold is taken off and the rest shared
      * over the others, which comes to the same split.
       ALLOCATE-INTEREST.
           PERFORM WEIGH-BENEFICIARIES
           COMPUTE WS-Share-Amount
               = WS-Int-Amount - WS-Already-Amount

           MOVE WS-Int-Amount TO WS-Amount-Display
           IF WS-Total-Weight NOT > ZERO AND WS-Already-Count > ZERO
               ADD 1 TO WS-Credits-Shared
               ADD WS-Int-Amount TO WS-Amount-Shared
               MOVE SPACES TO ReportLine
               STRING
                   "Account " WS-Int-Konto
                   "  ref " TransRef
                   "  value date " WS-Int-Value-Date
                   "  interest " WS-Amount-Display
                   "  already shared out before the restart"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-Total-Weight NOT > ZERO
               ADD 1 TO WS-Credits-Left
               ADD WS-Int-Amount TO WS-Amount-Left
               MOVE SPACES TO ReportLine
               STRING
                   "Account " WS-Int-Konto
                   "  ref " TransRef
                   "  value date " WS-Int-Value-Date
                   "  interest " WS-Amount-Display
                   "  LEFT UNALLOCATED - no beneficiary held funds"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Weighted-Count TO WS-Count-Display
           MOVE SPACES TO ReportLine
           STRING
               "Account " WS-Int-Konto
               "  ref " TransRef
               "  value date " WS-Int-Value-Date
               "  interest " WS-Amount-Display
               "  shared over " WS-Count-Display " beneficiaries"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-Already-Count > ZERO
               MOVE WS-Already-Count  TO WS-Count-Display
               MOVE WS-Already-Amount TO WS-Amount-Display
               MOVE SPACES TO ReportLine
               STRING
                   "    resumed - " WS-Count-Display
                   " beneficiaries already credited "
                   WS-Amount-Display
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM SHARE-INTEREST
           ADD 1 TO WS-Credits-Shared
           ADD WS-Int-Amount TO WS-Amount-Shared.

      * first pass: every active beneficiary is brought up to the
      * value date and its weight summed.
       WEIGH-BENEFICIARIES.
           MOVE ZERO   TO WS-Total-Weight
           MOVE ZERO   TO WS-Weighted-Count
           MOVE SPACES TO WS-Last-Weighted
           MOVE ZERO   TO WS-Already-Count
           MOVE ZERO   TO WS-Already-Amount
           MOVE WS-Int-Value-Date TO WS-EscPost-Date

           MOVE "N" TO EOF-ESCSUB
           MOVE WS-Int-Konto TO ES-KontoID
           MOVE LOW-VALUES   TO ES-SubID
           START EscSubFil KEY IS NOT LESS THAN ES-Key
               INVALID KEY
                   SET END-ESCSUB TO TRUE
           END-START
           PERFORM UNTIL END-ESCSUB
               READ EscSubFil NEXT RECORD
                   AT END
                       SET END-ESCSUB TO TRUE
                   NOT AT END
                       IF ES-KontoID NOT = WS-Int-Konto
                           SET END-ESCSUB TO TRUE
                       ELSE
                           IF ES-ACTIVE
                               PERFORM WEIGH-ONE-BENEFICIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WEIGH-ONE-BENEFICIARY.
           PERFORM ACCRUE-ESCROW-BALANCE-DAYS
           REWRITE EscSubRecord
           IF WS-EscSubFil-Status NOT = "00"
               DISPLAY "ERROR rewriting EscrowSubledger.txt - status "
                   WS-EscSubFil-Status " for " ES-KontoID
                   " / " ES-SubID
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           PERFORM CHECK-ALREADY-SHARED
           IF WS-ALREADY-SHARED
               ADD 1 TO WS-Already-Count
               ADD EM-Amount TO WS-Already-Amount
               EXIT PARAGRAPH
           END-IF
           IF ES-BalanceDays > ZERO
               ADD ES-BalanceDays TO WS-Total-Weight
               ADD 1 TO WS-Weighted-Count
               MOVE ES-SubID TO WS-Last-Weighted
           END-IF.

      * second pass: each weighted beneficiary is credited its share
      * and its balance-days start again from the value date - the
      * days since then are carried on by POST-ESCROW-MOVEMENT.
       SHARE-INTEREST.
           MOVE ZERO TO WS-Shared-So-Far

           MOVE "N" TO EOF-ESCSUB
           MOVE WS-Int-Konto TO ES-KontoID
           MOVE LOW-VALUES   TO ES-SubID
           START EscSubFil KEY IS NOT LESS THAN ES-Key
               INVALID KEY
                   SET END-ESCSUB TO TRUE
           END-START
           PERFORM UNTIL END-ESCSUB
               READ EscSubFil NEXT RECORD
                   AT END
                       SET END-ESCSUB TO TRUE
                   NOT AT END
                       IF ES-KontoID NOT = WS-Int-Konto
                           SET END-ESCSUB TO TRUE
                       ELSE
                           IF ES-ACTIVE AND ES-BalanceDays > ZERO
                               PERFORM SHARE-ONE-BENEFICIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHARE-ONE-BENEFICIARY.
           PERFORM CHECK-ALREADY-SHARED
           IF WS-ALREADY-SHARED
               EXIT PARAGRAPH
           END-IF
           IF ES-SubID = WS-Last-Weighted
               COMPUTE WS-Share = WS-Share-Amount - WS-Shared-So-Far
           ELSE
               COMPUTE WS-Share ROUNDED
                   = WS-Share-Amount * ES-BalanceDays
                   / WS-Total-Weight
           END-IF
           ADD WS-Share TO WS-Shared-So-Far
           MOVE ZERO TO ES-BalanceDays

           IF WS-Share = ZERO
               REWRITE EscSubRecord
               IF WS-EscSubFil-Status NOT = "00"
                   DISPLAY "ERROR rewriting EscrowSubledger.txt"
                       " - status " WS-EscSubFil-Status " for "
                       ES-KontoID " / " ES-SubID
                   CLOSE ReportFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Business-Date  TO WS-EscPost-Date
           MOVE WS-Int-Value-Date TO WS-EscPost-ValueDate
           MOVE "I"               TO WS-EscPost-Kind
           MOVE WS-Share          TO WS-EscPost-Amount
           MOVE TransRef          TO WS-EscPost-Ref
           MOVE TransText         TO WS-EscPost-Text
           MOVE "OPGAVE130"       TO WS-EscPost-By
           PERFORM POST-ESCROW-MOVEMENT
           IF NOT WS-ESCROW-POSTED
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Shares-Booked

           MOVE WS-Share   TO WS-Amount-Display
           MOVE ES-Balance TO WS-Amount-Display-2
           MOVE SPACES TO ReportLine
           STRING
               "    " ES-SubID " " ES-Name
               " share " WS-Amount-Display
               "  balance now " WS-Amount-Display-2
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * a beneficiary already holds this credit's share when its last
      * movement is that share - nothing is booked on a beneficiary
      * between two shares of one credit.
       CHECK-ALREADY-SHARED.
           MOVE "N" TO WS-Already-Flag
           IF ES-LastSeq = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ES-KontoID TO EM-KontoID
           MOVE ES-SubID   TO EM-SubID
           MOVE ES-LastSeq TO EM-Seq
           READ EscMoveFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EM-INTEREST AND EM-TransRef = TransRef
               MOVE "Y" TO WS-Already-Flag
           END-IF.

      * the register moves on credit by credit, so a rerun after an
      * abend does not share out again what was already booked.
       ADVANCE-LAST-INTEREST.
           MOVE WS-Int-Konto TO EA-KontoID
           READ EscAcctFil
               INVALID KEY
                   DISPLAY "ERROR escrow account " WS-Int-Konto
                       " vanished from EscrowAccounts.txt"
                   CLOSE ReportFile
                   STOP RUN WITH ERROR STATUS 1
           END-READ
           IF WS-Int-Date NOT < EA-LastIntDate
               MOVE WS-Int-Date TO EA-LastIntDate
               MOVE TransRef    TO EA-LastIntRef
               REWRITE EscAcctRecord
               IF WS-EscAcctFil-Status NOT = "00"
                   DISPLAY "ERROR rewriting EscrowAccounts.txt"
                       " - status " WS-EscAcctFil-Status " for "
                       EA-KontoID
                   CLOSE ReportFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ReportLine
           STRING
               "=== ESCROW INTEREST ALLOCATION - BUSINESS DATE "
               WS-Business-Date " ==="
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-Esc-Count TO WS-Count-Display
           MOVE SPACES TO ReportLine
           STRING
               "Active escrow accounts: " WS-Count-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE WS-Amount-Shared TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING
               "Interest credits shared out: " WS-Credits-Shared
               "   amount " WS-Amount-Display
               "   beneficiary shares booked: " WS-Shares-Booked
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-Credits-Left > ZERO
               MOVE WS-Amount-Left TO WS-Amount-Display
               MOVE SPACES TO ReportLine
               STRING
                   "Interest credits left unallocated: "
                   WS-Credits-Left
                   "   amount " WS-Amount-Display
                   " - allocate through Opgave129"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave130Report.txt - status "
                   WS-ReportFile-Status
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "ESCPOST.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
