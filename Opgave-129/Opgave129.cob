       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave129.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
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
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT AuditFile ASSIGN TO "Opgave129Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - the posting run
      * moves the sub-ledger and must not have it change under it.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

       FD  EscAcctFil.
       01  EscAcctRecord.
           COPY "ESCACCT.cpy".

       FD  EscSubFil.
       01  EscSubRecord.
           COPY "ESCSUB.cpy".

       FD  EscMoveFil.
       01  EscMoveRecord.
           COPY "ESCMOVE.cpy".

      * read only - the pooled balance the sub-ledger must tie back
      * to. Nothing here posts to the account itself.
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
           02 KontoRecord-StatusDate    PIC 9(8).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

       FD  AuditFile.
       01  AuditLine PIC X(120).

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.
       01 WS-EscAcctFil-Status   PIC X(2) VALUE "00".
       01 WS-EscSubFil-Status    PIC X(2) VALUE "00".
       01 WS-EscMoveFil-Status   PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-AuditFile-Status    PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-OPEN      VALUE "O" "o".
           88 WS-ACT-ADD       VALUE "B" "b".
           88 WS-ACT-CLOSE     VALUE "C" "c".
           88 WS-ACT-ALLOCATE  VALUE "A" "a".
           88 WS-ACT-MOVE      VALUE "M" "m".
           88 WS-ACT-SHOW      VALUE "S" "s".
           88 WS-ACT-END       VALUE "E" "e".
           88 WS-ACT-EXIT      VALUE "X" "x".

       01 WS-Key-KontoID  PIC X(10).
       01 WS-Key-SubID    PIC X(10).
       01 WS-To-SubID     PIC X(10).
       01 WS-Confirm      PIC X VALUE SPACE.
       01 WS-Amount-Field PIC X(15).
       01 WS-Entry-Amount PIC S9(10)V99 VALUE ZERO.
       01 WS-Entry-Text   PIC X(30) VALUE SPACES.
       01 WS-Amount-Display PIC -(9)9.99.
       01 WS-Audit-Action PIC X(8) VALUE SPACES.
       01 WS-Audit-Detail PIC X(60) VALUE SPACES.
       01 EOF-SUB PIC X VALUE "N".
           88 END-SUB VALUE "Y" FALSE "N".

      * the tie-out of one escrow account: what the beneficiaries
      * hold against the pooled balance. The difference is money on
      * the account no beneficiary has been given - a fee, interest
      * not yet shared out, an item posted before the account went
      * into escrow.
       01 WS-Sub-Total     PIC S9(11)V99 VALUE ZERO.
       01 WS-Sub-Count     PIC 9(5) VALUE ZERO.
       01 WS-Open-Count    PIC 9(5) VALUE ZERO.
       01 WS-Unallocated   PIC S9(11)V99 VALUE ZERO.
       01 WS-Show-Lines    PIC X VALUE "N".
           88 WS-SHOW-EACH VALUE "Y".

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

      * fields OPERATOR-SIGNON/SUPERVISOR-APPROVAL (SIGNON.cpy)
      * expect to be loaded.
       01 WS-OperatorFil-Status PIC X(2) VALUE "00".
       01 WS-Operator-ID    PIC X(10) VALUE SPACES.
       01 WS-Operator-Level PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-Signon-OK      PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-Signon-Tries   PIC 9 VALUE ZERO.
       01 WS-Approval-ID    PIC X(10) VALUE SPACES.
       01 WS-Approval-OK    PIC X VALUE "N".
           88 WS-APPROVAL-GIVEN VALUE "Y".

       PROCEDURE DIVISION.
       PERFORM CHECK-BATCH-LOCK
       IF WS-BATCH-RUNNING
           DISPLAY "The nightly batch is running - the masters are"
               " closed to online work until it completes"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       PERFORM SESSION-OPEN
       PERFORM GET-BUSINESS-DATE

       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - escrow sub-ledger unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O EscAcctFil
       IF WS-EscAcctFil-Status = "35"
           OPEN OUTPUT EscAcctFil
           CLOSE EscAcctFil
           OPEN I-O EscAcctFil
       END-IF
       IF WS-EscAcctFil-Status NOT = "00"
           DISPLAY "ERROR opening EscrowAccounts.txt - status "
               WS-EscAcctFil-Status
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O EscSubFil
       IF WS-EscSubFil-Status = "35"
           OPEN OUTPUT EscSubFil
           CLOSE EscSubFil
           OPEN I-O EscSubFil
       END-IF
       IF WS-EscSubFil-Status NOT = "00"
           DISPLAY "ERROR opening EscrowSubledger.txt - status "
               WS-EscSubFil-Status
           CLOSE KontoFil
           CLOSE EscAcctFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O EscMoveFil
       IF WS-EscMoveFil-Status = "35"
           OPEN OUTPUT EscMoveFil
           CLOSE EscMoveFil
           OPEN I-O EscMoveFil
       END-IF
       IF WS-EscMoveFil-Status NOT = "00"
           DISPLAY "ERROR opening EscrowMovements.txt - status "
               WS-EscMoveFil-Status
           CLOSE KontoFil
           CLOSE EscAcctFil
           CLOSE EscSubFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status = "35"
           OPEN OUTPUT AuditFile
       END-IF
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave129Audit.txt - status "
               WS-AuditFile-Status
           CLOSE KontoFil
           CLOSE EscAcctFil
           CLOSE EscSubFil
           CLOSE EscMoveFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "O=Open escrow  B=Add beneficiary  C=Close"
               " beneficiary  A=Allocate  M=Move  S=Show"
               "  E=End escrow  X=Exit"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-ACT-OPEN
                   PERFORM OPEN-ESCROW-ACCOUNT
               WHEN WS-ACT-ADD
                   PERFORM ADD-BENEFICIARY
               WHEN WS-ACT-CLOSE
                   PERFORM CLOSE-BENEFICIARY
               WHEN WS-ACT-ALLOCATE
                   PERFORM ALLOCATE-UNALLOCATED
               WHEN WS-ACT-MOVE
                   PERFORM MOVE-BETWEEN-BENEFICIARIES
               WHEN WS-ACT-SHOW
                   PERFORM SHOW-ESCROW-ACCOUNT
               WHEN WS-ACT-END
                   PERFORM END-ESCROW-ACCOUNT
               WHEN WS-ACT-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE
       END-PERFORM

       CLOSE KontoFil
       CLOSE EscAcctFil
       CLOSE EscSubFil
       CLOSE EscMoveFil
       CLOSE AuditFile
       PERFORM SESSION-CLOSE
       STOP RUN.

      * asks for the account; leaves WS-Key-KontoID blank when it
      * is not an active escrow account. KontoRecord is left read.
       READ-ESCROW-ACCOUNT.
           DISPLAY "Escrow KontoID: "
           ACCEPT WS-Key-KontoID
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO EA-KontoID
           READ EscAcctFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID
                       " is not an escrow account"
                   MOVE SPACES TO WS-Key-KontoID
                   EXIT PARAGRAPH
           END-READ
           IF NOT EA-ACTIVE
               DISPLAY "Account " WS-Key-KontoID
                   " was taken out of escrow " EA-CloseDate
               MOVE SPACES TO WS-Key-KontoID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID " not on file"
                   MOVE SPACES TO WS-Key-KontoID
           END-READ.

      * asks for a beneficiary of the escrow account in hand;
      * leaves WS-Key-SubID blank when there is none open by that
      * name. EscSubRecord is left read.
       READ-BENEFICIARY.
           DISPLAY "Sub-account: "
           ACCEPT WS-Key-SubID
           IF WS-Key-SubID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO ES-KontoID
           MOVE WS-Key-SubID   TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   DISPLAY "No sub-account " WS-Key-SubID " on "
                       WS-Key-KontoID
                   MOVE SPACES TO WS-Key-SubID
                   EXIT PARAGRAPH
           END-READ
           IF NOT ES-ACTIVE
               DISPLAY "Sub-account " WS-Key-SubID " was closed "
                   ES-CloseDate
               MOVE SPACES TO WS-Key-SubID
           END-IF.

      * an account goes into escrow for a firm that holds client
      * money on it. Whatever it holds already is unallocated until
      * it is allocated to the beneficiaries it belongs to.
       OPEN-ESCROW-ACCOUNT.
           DISPLAY "KontoID to hold client money: "
           ACCEPT WS-Key-KontoID
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID " not on file"
                   EXIT PARAGRAPH
           END-READ
           IF KONTO-RECORD-CLOSED
               DISPLAY "Account " WS-Key-KontoID " is closed"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO EA-KontoID
           READ EscAcctFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EA-ACTIVE
                       DISPLAY "Account " WS-Key-KontoID
                           " is already an escrow account"
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           DISPLAY "Firm's reference for the client account: "
           ACCEPT WS-Entry-Text
           DISPLAY "Put " WS-Key-KontoID " of " KontoRecord-KundeID
               " into escrow (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EscAcctRecord
           MOVE WS-Key-KontoID      TO EA-KontoID
           MOVE KontoRecord-KundeID TO EA-KundeID
           MOVE WS-Entry-Text       TO EA-Description
           MOVE "A"                 TO EA-Status
           MOVE WS-Business-Date    TO EA-OpenDate
           MOVE WS-Operator-ID      TO EA-OpenBy
           MOVE ZERO                TO EA-CloseDate
           MOVE WS-Business-Date    TO EA-LastIntDate
           MOVE ZERO                TO EA-LastIntRef
           WRITE EscAcctRecord
               INVALID KEY
                   REWRITE EscAcctRecord
                       INVALID KEY
                           DISPLAY "Rewrite failed for "
                               WS-Key-KontoID
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           DISPLAY "Account " WS-Key-KontoID " is an escrow account"
               " - add its beneficiaries before it posts again"
           MOVE "OPEN" TO WS-Audit-Action
           MOVE SPACES TO WS-Key-SubID
           MOVE KontoRecord-Balance TO WS-Amount-Display
           MOVE SPACES TO WS-Audit-Detail
           STRING EA-KundeID " balance " WS-Amount-Display
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-ESCROW-AUDIT.

       ADD-BENEFICIARY.
           PERFORM READ-ESCROW-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New sub-account (the firm's client reference): "
           ACCEPT WS-Key-SubID
           IF WS-Key-SubID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO ES-KontoID
           MOVE WS-Key-SubID   TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Sub-account " WS-Key-SubID
                       " is already on " WS-Key-KontoID
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Beneficiary name: "
           ACCEPT WS-Entry-Text

           MOVE SPACES TO EscSubRecord
           MOVE WS-Key-KontoID   TO ES-KontoID
           MOVE WS-Key-SubID     TO ES-SubID
           MOVE WS-Entry-Text    TO ES-Name
           MOVE "A"              TO ES-Status
           MOVE ZERO             TO ES-Balance
           MOVE ZERO             TO ES-BalanceDays
           MOVE WS-Business-Date TO ES-LastMoveDate
           MOVE ZERO             TO ES-LastSeq
           MOVE WS-Business-Date TO ES-OpenDate
           MOVE WS-Operator-ID   TO ES-OpenBy
           MOVE ZERO             TO ES-CloseDate
           WRITE EscSubRecord
               INVALID KEY
                   DISPLAY "Sub-account " WS-Key-SubID
                       " is already on " WS-Key-KontoID
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Sub-account " WS-Key-SubID " opened for "
               ES-Name
           MOVE "ADDSUB" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           MOVE ES-Name TO WS-Audit-Detail
           PERFORM WRITE-ESCROW-AUDIT.

      * only an empty beneficiary is closed; its movements stay on
      * file for the statement.
       CLOSE-BENEFICIARY.
           PERFORM READ-ESCROW-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BENEFICIARY
           IF WS-Key-SubID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ES-Balance NOT = ZERO
               MOVE ES-Balance TO WS-Amount-Display
               DISPLAY "Sub-account " WS-Key-SubID " still holds "
                   WS-Amount-Display " - pay it out or move it first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Close sub-account " WS-Key-SubID " " ES-Name
               " (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO ES-Status
           MOVE WS-Business-Date TO ES-CloseDate
           REWRITE EscSubRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for " WS-Key-SubID
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Sub-account " WS-Key-SubID " closed"
           MOVE "CLOSESUB" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           PERFORM WRITE-ESCROW-AUDIT.

      * gives a beneficiary money the account holds that nobody has
      * been given yet - or, with a minus amount, charges one
      * beneficiary for a debit that reached the pooled account
      * without a name (a fee, say). Either way the account balance
      * does not move; a supervisor signs for it.
       ALLOCATE-UNALLOCATED.
           MOVE SPACES TO WS-To-SubID
           PERFORM READ-ESCROW-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Show-Lines
           PERFORM SUM-BENEFICIARIES
           MOVE WS-Unallocated TO WS-Amount-Display
           DISPLAY "Unallocated on " WS-Key-KontoID ": "
               WS-Amount-Display
           PERFORM READ-BENEFICIARY
           IF WS-Key-SubID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount (minus charges the beneficiary): "
           ACCEPT WS-Amount-Field
           COMPUTE WS-Entry-Amount = FUNCTION NUMVAL(WS-Amount-Field)
           IF WS-Entry-Amount = ZERO
               DISPLAY "Nothing allocated"
               EXIT PARAGRAPH
           END-IF
           IF WS-Entry-Amount > ZERO
                   AND WS-Entry-Amount > WS-Unallocated
               DISPLAY "More than the account holds unallocated -"
                   " nothing allocated"
               EXIT PARAGRAPH
           END-IF
           IF WS-Entry-Amount < ZERO
                   AND ZERO - WS-Entry-Amount > ES-Balance
               DISPLAY "The beneficiary would be overdrawn -"
                   " nothing allocated"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Narrative: "
           ACCEPT WS-Entry-Text
           PERFORM GET-SUPERVISOR
           IF NOT WS-APPROVAL-GIVEN
               DISPLAY "Nothing allocated"
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-EscPost-Kind
           MOVE WS-Entry-Amount TO WS-EscPost-Amount
           PERFORM BOOK-SUB-MOVEMENT
           IF NOT WS-ESCROW-POSTED
               EXIT PARAGRAPH
           END-IF
           MOVE ES-Balance TO WS-Amount-Display
           DISPLAY "Sub-account " WS-Key-SubID " now holds "
               WS-Amount-Display
           MOVE "ALLOCATE" TO WS-Audit-Action
           MOVE WS-Entry-Amount TO WS-Amount-Display
           PERFORM BUILD-MOVE-AUDIT
           PERFORM WRITE-ESCROW-AUDIT.

      * money changes hands between two clients of the same firm -
      * a completion, a settlement. The pooled balance does not
      * move; a supervisor signs for it.
       MOVE-BETWEEN-BENEFICIARIES.
           PERFORM READ-ESCROW-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Paying beneficiary -"
           PERFORM READ-BENEFICIARY
           IF WS-Key-SubID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "To sub-account: "
           ACCEPT WS-To-SubID
           IF WS-To-SubID = SPACES OR WS-To-SubID = WS-Key-SubID
               DISPLAY "Nothing moved"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO ES-KontoID
           MOVE WS-To-SubID    TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   DISPLAY "No sub-account " WS-To-SubID " on "
                       WS-Key-KontoID
                   EXIT PARAGRAPH
           END-READ
           IF NOT ES-ACTIVE
               DISPLAY "Sub-account " WS-To-SubID " is closed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount: "
           ACCEPT WS-Amount-Field
           COMPUTE WS-Entry-Amount = FUNCTION NUMVAL(WS-Amount-Field)
           IF WS-Entry-Amount NOT > ZERO
               DISPLAY "Nothing moved"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO ES-KontoID
           MOVE WS-Key-SubID   TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   DISPLAY "Sub-account " WS-Key-SubID " has gone"
                   EXIT PARAGRAPH
           END-READ
           IF WS-Entry-Amount > ES-Balance
               DISPLAY "Sub-account " WS-Key-SubID " would be"
                   " overdrawn - nothing moved"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Narrative: "
           ACCEPT WS-Entry-Text
           PERFORM GET-SUPERVISOR
           IF NOT WS-APPROVAL-GIVEN
               DISPLAY "Nothing moved"
               EXIT PARAGRAPH
           END-IF

      * the paying side first: if the receiving side cannot be
      * booked the money is put back where it came from.
           MOVE "M" TO WS-EscPost-Kind
           COMPUTE WS-EscPost-Amount = ZERO - WS-Entry-Amount
           PERFORM BOOK-SUB-MOVEMENT
           IF NOT WS-ESCROW-POSTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO ES-KontoID
           MOVE WS-To-SubID    TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   MOVE "N" TO WS-EscPost-Done
               NOT INVALID KEY
                   MOVE WS-Entry-Amount TO WS-EscPost-Amount
                   PERFORM BOOK-SUB-MOVEMENT
           END-READ
           IF NOT WS-ESCROW-POSTED
               DISPLAY "Receiving side not booked - the amount is"
                   " put back on " WS-Key-SubID
               MOVE WS-Key-KontoID TO ES-KontoID
               MOVE WS-Key-SubID   TO ES-SubID
               READ EscSubFil
                   INVALID KEY
                       DISPLAY "ERROR sub-account " WS-Key-SubID
                           " cannot be read back"
                   NOT INVALID KEY
                       MOVE WS-Entry-Amount TO WS-EscPost-Amount
                       PERFORM BOOK-SUB-MOVEMENT
               END-READ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Entry-Amount TO WS-Amount-Display
           DISPLAY WS-Amount-Display " moved from " WS-Key-SubID
               " to " WS-To-SubID
           MOVE "MOVE" TO WS-Audit-Action
           PERFORM BUILD-MOVE-AUDIT
           PERFORM WRITE-ESCROW-AUDIT.

      * every beneficiary, what each holds and the tie-out against
      * the account.
       SHOW-ESCROW-ACCOUNT.
           PERFORM READ-ESCROW-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY EA-KontoID " " EA-Description " customer "
               EA-KundeID " since " EA-OpenDate
           MOVE "Y" TO WS-Show-Lines
           PERFORM SUM-BENEFICIARIES
           MOVE WS-Sub-Total TO WS-Amount-Display
           DISPLAY "  beneficiaries  " WS-Amount-Display
               "  (" WS-Open-Count " open)"
           MOVE WS-Unallocated TO WS-Amount-Display
           DISPLAY "  unallocated    " WS-Amount-Display
           MOVE KontoRecord-Balance TO WS-Amount-Display
           DISPLAY "  account        " WS-Amount-Display
               " " KontoRecord-Valuta.

      * out of escrow again - only once every beneficiary is closed
      * and nothing is left unallocated.
       END-ESCROW-ACCOUNT.
           PERFORM READ-ESCROW-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Show-Lines
           PERFORM SUM-BENEFICIARIES
           IF WS-Open-Count > ZERO
               DISPLAY WS-Open-Count " sub-accounts are still open"
                   " - nothing changed"
               EXIT PARAGRAPH
           END-IF
           IF WS-Unallocated NOT = ZERO
               MOVE WS-Unallocated TO WS-Amount-Display
               DISPLAY WS-Amount-Display " is still unallocated"
                   " - nothing changed"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-SUPERVISOR
           IF NOT WS-APPROVAL-GIVEN
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO EA-KontoID
           READ EscAcctFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID " has gone"
                   EXIT PARAGRAPH
           END-READ
           MOVE "C" TO EA-Status
           MOVE WS-Business-Date TO EA-CloseDate
           REWRITE EscAcctRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for " WS-Key-KontoID
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Account " WS-Key-KontoID " is out of escrow"
           MOVE "END" TO WS-Audit-Action
           MOVE SPACES TO WS-Key-SubID
           MOVE SPACES TO WS-Audit-Detail
           PERFORM WRITE-ESCROW-AUDIT.

      * reads every beneficiary of WS-Key-KontoID; the account
      * record must already be in KontoRecord.
       SUM-BENEFICIARIES.
           MOVE ZERO TO WS-Sub-Total
           MOVE ZERO TO WS-Sub-Count
           MOVE ZERO TO WS-Open-Count
           SET END-SUB TO FALSE
           MOVE WS-Key-KontoID TO ES-KontoID
           MOVE LOW-VALUES TO ES-SubID
           START EscSubFil KEY IS NOT LESS THAN ES-Key
               INVALID KEY
                   SET END-SUB TO TRUE
           END-START
           PERFORM UNTIL END-SUB
               READ EscSubFil NEXT RECORD
                   AT END
                       SET END-SUB TO TRUE
                   NOT AT END
                       IF ES-KontoID NOT = WS-Key-KontoID
                           SET END-SUB TO TRUE
                       ELSE
                           ADD 1 TO WS-Sub-Count
                           ADD ES-Balance TO WS-Sub-Total
                           IF ES-ACTIVE
                               ADD 1 TO WS-Open-Count
                           END-IF
                           IF WS-SHOW-EACH
                               MOVE ES-Balance TO WS-Amount-Display
                               DISPLAY "  " ES-SubID " "
                                   ES-Name " " WS-Amount-Display
                                   " " ES-Status
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-Unallocated
               = KontoRecord-Balance - WS-Sub-Total.

      * EscSubRecord holds the beneficiary; WS-EscPost-Kind and
      * WS-EscPost-Amount are loaded.
       BOOK-SUB-MOVEMENT.
           MOVE WS-Business-Date TO WS-EscPost-Date
           MOVE WS-Business-Date TO WS-EscPost-ValueDate
           MOVE ZERO             TO WS-EscPost-Ref
           MOVE WS-Entry-Text    TO WS-EscPost-Text
           MOVE WS-Operator-ID   TO WS-EscPost-By
           PERFORM POST-ESCROW-MOVEMENT.

       GET-SUPERVISOR.
           IF WS-OPERATOR-IS-SUPERVISOR
               MOVE WS-Operator-ID TO WS-Approval-ID
               MOVE "Y" TO WS-Approval-OK
           ELSE
               PERFORM SUPERVISOR-APPROVAL
           END-IF.

       BUILD-MOVE-AUDIT.
           MOVE SPACES TO WS-Audit-Detail
           STRING WS-Amount-Display " " WS-To-SubID
               " approved by " WS-Approval-ID
               INTO WS-Audit-Detail
           END-STRING.

       WRITE-ESCROW-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Business-Date " " WS-Audit-Action " "
               WS-Key-KontoID " " WS-Key-SubID " " WS-Audit-Detail
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "ESCPOST.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "BUSDATE.cpy".
