       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave92.

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
           SELECT AssignFil ASSIGN TO "BranchAssignments.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AssignRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AssignFil-Status.
           SELECT ClearingMapFile ASSIGN TO "BranchClearing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ClearingMap-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT LastRefFile ASSIGN TO "Opgave92LastRef.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRefFile-Status.
           SELECT RegisterFile ASSIGN TO "Opgave92Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
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

      * which branch each customer belongs to - maintained by
      * Opgave68, stamped by Opgave9. Accounts follow their owner.
       FD  AssignFil.
       01  AssignRecord.
           02 AssignRecord-KundeID PIC X(10).
           02 AssignRecord-Branch  PIC X(4).

      * each branch's internal clearing account per currency - the
      * account its due-to and due-from positions with the other
      * branches are carried on. Maintained by Finance by hand, the
      * way GLKontoMap.txt is.
       FD  ClearingMapFile.
       01  ClearingMapRecord.
           02 CM-Branch  PIC X(4).
           02 CM-Valuta  PIC X(3).
           02 CM-KontoID PIC X(10).

      * a transfer's two legs are written one after the other under
      * the same reference, the debit first - a pair of records
      * that meet that shape is one transfer from the debited
      * account to the credited one.
       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * the settlement entries run through the shared intake feed
      * and the normal posting path.
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

      * the highest posting reference already settled - one record.
      * Each run settles only transfers posted after it, so nothing
      * is settled twice however the runs fall against the day.
       FD  LastRefFile.
       01  LastRefRecord.
           02 LastRef-Ref  PIC 9(10).
           02 LastRef-Date PIC 9(8).

      * the settlement report: every branch pair's gross flows and
      * net entry, then each branch's net position.
       FD  RegisterFile.
       01  RegisterLine PIC X(120).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE92".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-AssignFil-Status    PIC X(2) VALUE "00".
       01 WS-ClearingMap-Status  PIC X(2) VALUE "00".
       01 WS-TransFil-Status     PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status   PIC X(2) VALUE "00".
       01 WS-LastRefFile-Status  PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-CLEARMAP PIC X VALUE "N".
           88 END-CLEARMAP VALUE "Y" FALSE "N".
       01 EOF-LASTREF PIC X VALUE "N".
           88 END-LASTREF VALUE "Y" FALSE "N".

       01 WS-Today-X PIC X(8).

       01 WS-Last-Settled PIC 9(10) VALUE ZERO.
       01 WS-High-Ref     PIC 9(10) VALUE ZERO.

      * the debit leg held back until the record after it shows
      * whether it was one half of a transfer.
       01 WS-Prev-Ref    PIC 9(10) VALUE ZERO.
       01 WS-Prev-Konto  PIC X(10) VALUE SPACES.
       01 WS-Prev-Type   PIC X(1) VALUE SPACE.
       01 WS-Prev-Amount PIC S9(10)V99 VALUE ZERO.

      * the branch of one leg's account - spaces when the account is
      * not on the master, belongs to the bank itself, or its owner
      * has no branch, and then the transfer is nobody's to settle.
       01 WS-Leg-Konto  PIC X(10).
       01 WS-Leg-Branch PIC X(4).
       01 WS-Leg-Valuta PIC X(3).
       01 WS-From-Branch PIC X(4).
       01 WS-To-Branch   PIC X(4).
       01 WS-Pay-Valuta  PIC X(3).

       01 WS-Clear-Table.
           02 WS-Clear-Entry OCCURS 50 TIMES.
               03 WS-Clear-Branch PIC X(4).
               03 WS-Clear-Valuta PIC X(3).
               03 WS-Clear-Konto  PIC X(10).
       01 WS-Clear-Count PIC 99 VALUE ZERO.
       01 WS-Clear-Idx   PIC 99.
       01 WS-Clear-Konto-Found PIC X(10).

      * one line per branch pair and currency, the lower branch code
      * first: what the first branch's customers paid the second's,
      * and the other way round.
       01 WS-Pair-Table.
           02 WS-Pair-Entry OCCURS 200 TIMES.
               03 WS-Pair-Branch-A PIC X(4).
               03 WS-Pair-Branch-B PIC X(4).
               03 WS-Pair-Valuta   PIC X(3).
               03 WS-Pair-AtoB     PIC 9(12)V99.
               03 WS-Pair-BtoA     PIC 9(12)V99.
               03 WS-Pair-Count    PIC 9(5).
       01 WS-Pair-Count-Used PIC 9(3) VALUE ZERO.
       01 WS-Pair-Idx        PIC 9(3).
       01 WS-Pair-Found PIC X VALUE "N".
           88 WS-PAIR-FOUND-IT VALUE "Y".

      * each branch's net position per currency - positive is due
      * from the other branches, negative due to them.
       01 WS-Pos-Table.
           02 WS-Pos-Entry OCCURS 100 TIMES.
               03 WS-Pos-Branch PIC X(4).
               03 WS-Pos-Valuta PIC X(3).
               03 WS-Pos-Net    PIC S9(12)V99.
       01 WS-Pos-Count PIC 9(3) VALUE ZERO.
       01 WS-Pos-Idx   PIC 9(3).
       01 WS-Pos-Found PIC X VALUE "N".
           88 WS-POS-FOUND-IT VALUE "Y".

       01 WS-Settle-Valid PIC X VALUE "Y".
           88 WS-SETTLE-OK VALUE "Y".

       01 WS-Net        PIC S9(12)V99.
       01 WS-Net-Abs    PIC 9(12)V99.
       01 WS-Debit-Konto  PIC X(10).
       01 WS-Credit-Konto PIC X(10).
       01 WS-Pos-Branch-Key PIC X(4).
       01 WS-Pos-Net-Work   PIC S9(12)V99.

       01 WS-Transfers-Seen  PIC 9(7) VALUE ZERO.
       01 WS-Cross-Branch    PIC 9(7) VALUE ZERO.
       01 WS-Entries-Written PIC 9(7) VALUE ZERO.

       01 WS-Amount-Display   PIC -999999999999.99.
       01 WS-Amount-Display-2 PIC -999999999999.99.
       01 WS-Amount-Display-3 PIC -999999999999.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Today-X

       PERFORM LOAD-CLEARING-MAP
       IF WS-Clear-Count = ZERO
           DISPLAY "No BranchClearing.txt - inter-branch settlement"
               " not in use"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       OPEN INPUT AssignFil
       IF WS-AssignFil-Status = "35"
           DISPLAY "No BranchAssignments.txt - no branches to settle"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-AssignFil-Status NOT = "00"
           DISPLAY "ERROR opening BranchAssignments.txt - status "
               WS-AssignFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE AssignFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM READ-LAST-SETTLED
       MOVE WS-Last-Settled TO WS-High-Ref

       OPEN OUTPUT RegisterFile
       IF WS-RegisterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave92Register.txt - status "
               WS-RegisterFile-Status
           CLOSE AssignFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO RegisterLine
       STRING "=== INTER-BRANCH SETTLEMENT " WS-Today-X
           " - transfers after ref " WS-Last-Settled " ==="
           INTO RegisterLine
       END-STRING
       PERFORM WRITE-REGISTER-LINE

       PERFORM SCAN-TRANSFERS
       CLOSE AssignFil
       CLOSE KontoFil

       PERFORM CHECK-CLEARING-ACCOUNTS

      * a pair with no clearing account on one side refuses the
      * whole settlement - nothing is posted and the watermark stays
      * put, so the next run settles the same transfers once the
      * mapping is in place.
       IF NOT WS-SETTLE-OK
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "*** SETTLEMENT REFUSED - NOTHING POSTED ***"
               TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           CLOSE RegisterFile
           DISPLAY "Settlement refused - see Opgave92Register.txt"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           CLOSE RegisterFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM POST-PAIR-SETTLEMENTS
       CLOSE IntakeFile

       PERFORM WRITE-BRANCH-POSITIONS
       CLOSE RegisterFile

       PERFORM WRITE-LAST-SETTLED

       DISPLAY "Cross-branch transfers settled: " WS-Cross-Branch
       DISPLAY "Settlement entries written: " WS-Entries-Written

       MOVE WS-Transfers-Seen  TO WS-Job-Count1
       MOVE WS-Cross-Branch    TO WS-Job-Count2
       MOVE WS-Entries-Written TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

       LOAD-CLEARING-MAP.
           OPEN INPUT ClearingMapFile
           IF WS-ClearingMap-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-CLEARMAP
               READ ClearingMapFile
                   AT END
                       SET END-CLEARMAP TO TRUE
                   NOT AT END
                       IF WS-Clear-Count >= 50
                           DISPLAY "ERROR - branch clearing table full"
                               " - run aborted"
                           CLOSE ClearingMapFile
                           STOP RUN WITH ERROR STATUS 1
                       END-IF
                       ADD 1 TO WS-Clear-Count
                       MOVE CM-Branch
                           TO WS-Clear-Branch(WS-Clear-Count)
                       MOVE CM-Valuta
                           TO WS-Clear-Valuta(WS-Clear-Count)
                       MOVE CM-KontoID
                           TO WS-Clear-Konto(WS-Clear-Count)
               END-READ
           END-PERFORM
           CLOSE ClearingMapFile.

       READ-LAST-SETTLED.
           OPEN INPUT LastRefFile
           IF WS-LastRefFile-Status = "00"
               PERFORM UNTIL END-LASTREF
                   READ LastRefFile
                       AT END
                           SET END-LASTREF TO TRUE
                       NOT AT END
                           MOVE LastRef-Ref TO WS-Last-Settled
                   END-READ
               END-PERFORM
               CLOSE LastRefFile
           END-IF.

       WRITE-LAST-SETTLED.
           OPEN OUTPUT LastRefFile
           IF WS-LastRefFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave92LastRef.txt - status "
                   WS-LastRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-High-Ref      TO LastRef-Ref
           MOVE WS-Business-Date TO LastRef-Date
           WRITE LastRefRecord
           IF WS-LastRefFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave92LastRef.txt - status "
                   WS-LastRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRefFile.

      * every debit leg followed directly by a credit leg under the
      * same reference is a transfer; one posted after the last
      * settled reference whose two accounts sit in different
      * branches goes into its branch pair.
       SCAN-TRANSFERS.
           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               MOVE "  (no transaction history on file)"
                   TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       IF TransRef > WS-Last-Settled
                           IF TransRef > WS-High-Ref
                               MOVE TransRef TO WS-High-Ref
                           END-IF
                           IF TransType = "C"
                                   AND TransRef = WS-Prev-Ref
                                   AND WS-Prev-Type = "D"
                               PERFORM CHECK-TRANSFER-BRANCHES
                           END-IF
                       END-IF
                       MOVE TransRef     TO WS-Prev-Ref
                       MOVE TransKontoID TO WS-Prev-Konto
                       MOVE TransType    TO WS-Prev-Type
                       MOVE TransAmount  TO WS-Prev-Amount
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil.

      * the money moves in the paying account's currency - the
      * debit leg's amount is the one settled, whatever the credit
      * leg was converted to.
       CHECK-TRANSFER-BRANCHES.
           ADD 1 TO WS-Transfers-Seen
           MOVE WS-Prev-Konto TO WS-Leg-Konto
           PERFORM FIND-LEG-BRANCH
           MOVE WS-Leg-Branch TO WS-From-Branch
           MOVE WS-Leg-Valuta TO WS-Pay-Valuta
           MOVE TransKontoID TO WS-Leg-Konto
           PERFORM FIND-LEG-BRANCH
           MOVE WS-Leg-Branch TO WS-To-Branch

           IF WS-From-Branch = SPACES OR WS-To-Branch = SPACES
                   OR WS-From-Branch = WS-To-Branch
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Cross-Branch
           PERFORM ADD-TO-PAIR.

       FIND-LEG-BRANCH.
           MOVE SPACES TO WS-Leg-Branch
           MOVE SPACES TO WS-Leg-Valuta
           MOVE WS-Leg-Konto TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-Valuta TO WS-Leg-Valuta
           IF KontoRecord-KundeID = "*BANK*"
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KundeID TO AssignRecord-KundeID
           READ AssignFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AssignRecord-Branch TO WS-Leg-Branch
           END-READ.

       ADD-TO-PAIR.
           MOVE "N" TO WS-Pair-Found
           PERFORM VARYING WS-Pair-Idx FROM 1 BY 1
                   UNTIL WS-Pair-Idx > WS-Pair-Count-Used
                       OR WS-PAIR-FOUND-IT
               IF WS-Pair-Valuta(WS-Pair-Idx) = WS-Pay-Valuta
                   AND ((WS-Pair-Branch-A(WS-Pair-Idx) = WS-From-Branch
                       AND WS-Pair-Branch-B(WS-Pair-Idx) = WS-To-Branch)
                    OR (WS-Pair-Branch-A(WS-Pair-Idx) = WS-To-Branch
                      AND WS-Pair-Branch-B(WS-Pair-Idx)
                           = WS-From-Branch))
                   MOVE "Y" TO WS-Pair-Found
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND-IT
               SUBTRACT 1 FROM WS-Pair-Idx
           ELSE
               IF WS-Pair-Count-Used >= 200
                   DISPLAY "ERROR - branch pair table full - run"
                       " aborted"
                   CLOSE KontoTransaktionFil
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Pair-Count-Used
               MOVE WS-Pair-Count-Used TO WS-Pair-Idx
               IF WS-From-Branch < WS-To-Branch
                   MOVE WS-From-Branch TO WS-Pair-Branch-A(WS-Pair-Idx)
                   MOVE WS-To-Branch   TO WS-Pair-Branch-B(WS-Pair-Idx)
               ELSE
                   MOVE WS-To-Branch   TO WS-Pair-Branch-A(WS-Pair-Idx)
                   MOVE WS-From-Branch TO WS-Pair-Branch-B(WS-Pair-Idx)
               END-IF
               MOVE WS-Pay-Valuta TO WS-Pair-Valuta(WS-Pair-Idx)
               MOVE ZERO TO WS-Pair-AtoB(WS-Pair-Idx)
               MOVE ZERO TO WS-Pair-BtoA(WS-Pair-Idx)
               MOVE ZERO TO WS-Pair-Count(WS-Pair-Idx)
           END-IF

           ADD 1 TO WS-Pair-Count(WS-Pair-Idx)
           IF WS-Pair-Branch-A(WS-Pair-Idx) = WS-From-Branch
               ADD WS-Prev-Amount TO WS-Pair-AtoB(WS-Pair-Idx)
           ELSE
               ADD WS-Prev-Amount TO WS-Pair-BtoA(WS-Pair-Idx)
           END-IF.

      * both branches of every pair with a net to settle need a
      * clearing account in the pair's currency before anything is
      * posted.
       CHECK-CLEARING-ACCOUNTS.
           PERFORM VARYING WS-Pair-Idx FROM 1 BY 1
                   UNTIL WS-Pair-Idx > WS-Pair-Count-Used
               IF WS-Pair-AtoB(WS-Pair-Idx)
                       NOT = WS-Pair-BtoA(WS-Pair-Idx)
                   MOVE WS-Pair-Branch-A(WS-Pair-Idx)
                       TO WS-Pos-Branch-Key
                   PERFORM CHECK-ONE-CLEARING-ACCOUNT
                   MOVE WS-Pair-Branch-B(WS-Pair-Idx)
                       TO WS-Pos-Branch-Key
                   PERFORM CHECK-ONE-CLEARING-ACCOUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-CLEARING-ACCOUNT.
           PERFORM LOOKUP-CLEARING-KONTO
           IF WS-Clear-Konto-Found = SPACES
               MOVE "N" TO WS-Settle-Valid
               MOVE SPACES TO RegisterLine
               STRING "NO CLEARING ACCOUNT - branch " WS-Pos-Branch-Key
                   " Valuta " WS-Pair-Valuta(WS-Pair-Idx)
                   " in BranchClearing.txt"
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       LOOKUP-CLEARING-KONTO.
           MOVE SPACES TO WS-Clear-Konto-Found
           PERFORM VARYING WS-Clear-Idx FROM 1 BY 1
                   UNTIL WS-Clear-Idx > WS-Clear-Count
               IF WS-Clear-Branch(WS-Clear-Idx) = WS-Pos-Branch-Key
                       AND WS-Clear-Valuta(WS-Clear-Idx)
                           = WS-Pair-Valuta(WS-Pair-Idx)
                   MOVE WS-Clear-Konto(WS-Clear-Idx)
                       TO WS-Clear-Konto-Found
               END-IF
           END-PERFORM.

      * the net of each pair is one transfer between the two
      * clearing accounts: the branch whose customers received more
      * is debited - it is owed the money, due from the other - and
      * the paying branch is credited with what it now owes.
       POST-PAIR-SETTLEMENTS.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "BRANCH PAIRS" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE

           PERFORM VARYING WS-Pair-Idx FROM 1 BY 1
                   UNTIL WS-Pair-Idx > WS-Pair-Count-Used
               PERFORM POST-ONE-PAIR
           END-PERFORM

           IF WS-Pair-Count-Used = ZERO
               MOVE "  no cross-branch transfers" TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       POST-ONE-PAIR.
           COMPUTE WS-Net = WS-Pair-AtoB(WS-Pair-Idx)
               - WS-Pair-BtoA(WS-Pair-Idx)

           MOVE WS-Pair-Branch-A(WS-Pair-Idx) TO WS-Pos-Branch-Key
           COMPUTE WS-Pos-Net-Work = ZERO - WS-Net
           PERFORM ADD-TO-POSITION
           MOVE WS-Pair-Branch-B(WS-Pair-Idx) TO WS-Pos-Branch-Key
           MOVE WS-Net TO WS-Pos-Net-Work
           PERFORM ADD-TO-POSITION

           MOVE WS-Pair-AtoB(WS-Pair-Idx) TO WS-Amount-Display
           MOVE WS-Pair-BtoA(WS-Pair-Idx) TO WS-Amount-Display-2
           MOVE WS-Net                    TO WS-Amount-Display-3
           MOVE SPACES TO RegisterLine
           STRING "  " WS-Pair-Branch-A(WS-Pair-Idx)
               " -> " WS-Pair-Branch-B(WS-Pair-Idx)
               " " WS-Pair-Valuta(WS-Pair-Idx)
               " " WS-Amount-Display
               "  back " WS-Amount-Display-2
               "  net " WS-Amount-Display-3
               "  (" WS-Pair-Count(WS-Pair-Idx) " transfers)"
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE

           IF WS-Net = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Net > ZERO
               MOVE WS-Net TO WS-Net-Abs
               MOVE WS-Pair-Branch-B(WS-Pair-Idx) TO WS-Pos-Branch-Key
               PERFORM LOOKUP-CLEARING-KONTO
               MOVE WS-Clear-Konto-Found TO WS-Debit-Konto
               MOVE WS-Pair-Branch-A(WS-Pair-Idx) TO WS-Pos-Branch-Key
               PERFORM LOOKUP-CLEARING-KONTO
               MOVE WS-Clear-Konto-Found TO WS-Credit-Konto
           ELSE
               COMPUTE WS-Net-Abs = ZERO - WS-Net
               MOVE WS-Pair-Branch-A(WS-Pair-Idx) TO WS-Pos-Branch-Key
               PERFORM LOOKUP-CLEARING-KONTO
               MOVE WS-Clear-Konto-Found TO WS-Debit-Konto
               MOVE WS-Pair-Branch-B(WS-Pair-Idx) TO WS-Pos-Branch-Key
               PERFORM LOOKUP-CLEARING-KONTO
               MOVE WS-Clear-Konto-Found TO WS-Credit-Konto
           END-IF

           MOVE WS-Debit-Konto  TO Intake-KontoID
           MOVE WS-Today-X      TO Intake-Date
           MOVE "T"             TO Intake-Type
           MOVE WS-Net-Abs      TO Intake-Amount
           MOVE ZERO            TO Intake-BalanceAfter
           MOVE WS-Credit-Konto TO Intake-ContraKontoID
           MOVE SPACE           TO Intake-DupOverride
           MOVE SPACES          TO Intake-Text
           STRING "Inter-branch " WS-Pair-Branch-A(WS-Pair-Idx)
               "/" WS-Pair-Branch-B(WS-Pair-Idx)
               INTO Intake-Text
           END-STRING
           MOVE WS-Today-X      TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE IntakeFile
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Entries-Written

           MOVE WS-Net-Abs TO WS-Amount-Display
           MOVE SPACES TO RegisterLine
           STRING "      posted " WS-Amount-Display
               " debit " WS-Debit-Konto
               " credit " WS-Credit-Konto
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       ADD-TO-POSITION.
           MOVE "N" TO WS-Pos-Found
           PERFORM VARYING WS-Pos-Idx FROM 1 BY 1
                   UNTIL WS-Pos-Idx > WS-Pos-Count
                       OR WS-POS-FOUND-IT
               IF WS-Pos-Branch(WS-Pos-Idx) = WS-Pos-Branch-Key
                       AND WS-Pos-Valuta(WS-Pos-Idx)
                           = WS-Pair-Valuta(WS-Pair-Idx)
                   MOVE "Y" TO WS-Pos-Found
               END-IF
           END-PERFORM
           IF WS-POS-FOUND-IT
               SUBTRACT 1 FROM WS-Pos-Idx
           ELSE
               IF WS-Pos-Count >= 100
                   DISPLAY "ERROR - branch position table full - run"
                       " aborted"
                   CLOSE IntakeFile
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Pos-Count
               MOVE WS-Pos-Count TO WS-Pos-Idx
               MOVE WS-Pos-Branch-Key TO WS-Pos-Branch(WS-Pos-Idx)
               MOVE WS-Pair-Valuta(WS-Pair-Idx)
                   TO WS-Pos-Valuta(WS-Pos-Idx)
               MOVE ZERO TO WS-Pos-Net(WS-Pos-Idx)
           END-IF
           ADD WS-Pos-Net-Work TO WS-Pos-Net(WS-Pos-Idx).

       WRITE-BRANCH-POSITIONS.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "BRANCH NET POSITIONS (+ due from other branches,"
               TO RegisterLine
           MOVE " - due to them)" TO RegisterLine(50:15)
           PERFORM WRITE-REGISTER-LINE

           PERFORM VARYING WS-Pos-Idx FROM 1 BY 1
                   UNTIL WS-Pos-Idx > WS-Pos-Count
               MOVE WS-Pos-Net(WS-Pos-Idx) TO WS-Amount-Display
               MOVE SPACES TO RegisterLine
               STRING "  Branch " WS-Pos-Branch(WS-Pos-Idx)
                   " " WS-Pos-Valuta(WS-Pos-Idx)
                   " " WS-Amount-Display
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM

           IF WS-Pos-Count = ZERO
               MOVE "  none" TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       WRITE-REGISTER-LINE.
           WRITE RegisterLine
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave92Register.txt -"
                   " status " WS-RegisterFile-Status
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
