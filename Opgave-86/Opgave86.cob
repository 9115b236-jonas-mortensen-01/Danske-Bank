       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT TillFil ASSIGN TO "Tills.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TillRecord-Operator
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TillFil-Status.
           SELECT VaultFil ASSIGN TO "Vaults.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VaultRecord-Branch
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-VaultFil-Status.
           SELECT TillMoveFile ASSIGN TO "TillMovements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TillMoveFile-Status.
           SELECT BranchFil ASSIGN TO "Branches.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BranchRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BranchFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldoverFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - the over/short
      * posting joins the intake feed the nightly chain consumes,
      * so no till is balanced while the chain runs.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

      * one till per operator, keyed by the Operatorer.txt sign-on
      * that owns the drawer. The running figures are rebuilt from
      * zero at every open, so the record always describes the
      * drawer's current (or last) business day; TillMovements.txt
      * keeps every day's detail.
       FD  TillFil.
       01  TillRecord.
           02 TillRecord-Operator  PIC X(10).
           02 TillRecord-Branch    PIC X(4).
           02 TillRecord-Status    PIC X(1).
               88 TILL-IS-OPEN   VALUE "O".
               88 TILL-IS-CLOSED VALUE "C".
           02 TillRecord-Date      PIC 9(8).
           02 TillRecord-Float     PIC 9(10)V99.
           02 TillRecord-CashIn    PIC 9(10)V99.
           02 TillRecord-CashOut   PIC 9(10)V99.
           02 TillRecord-VaultIn   PIC 9(10)V99.
           02 TillRecord-VaultOut  PIC 9(10)V99.
           02 TillRecord-Counted   PIC 9(10)V99.
           02 TillRecord-OverShort PIC S9(10)V99.

      * the branch vault position: what the strongroom holds after
      * the last count plus every transfer to and from the tills
      * since. Tills are topped up from it and cashed back into it.
       FD  VaultFil.
       01  VaultRecord.
           02 VaultRecord-Branch  PIC X(4).
           02 VaultRecord-Balance PIC S9(12)V99.
           02 VaultRecord-Counted PIC 9(8).

      * one line per physical cash movement through a drawer: F the
      * opening float, I cash taken in and O cash paid out against a
      * customer posting (written by Opgave11), V vault to till, W
      * till to vault, K the closing count and S the over/short the
      * count left - the trail behind every figure on the till
      * record and on the daily branch cash report (Opgave87).
       FD  TillMoveFile.
       01  TillMoveRecord.
           02 TM-Operator PIC X(10).
           02 TM-Branch   PIC X(4).
           02 TM-Date     PIC 9(8).
           02 TM-Time     PIC 9(8).
           02 TM-Kind     PIC X(1).
           02 TM-Amount   PIC S9(10)V99.
           02 TM-KontoID  PIC X(10).
           02 TM-Ref      PIC 9(10).

       FD  BranchFil.
       01  BranchRecord.
           02 BranchRecord-Kode PIC X(4).
           02 BranchRecord-Navn PIC X(30).

      * an over or a short goes to the internal over/short account
      * as an ordinary request on the shared intake feed, and posts
      * through the same Opgave11 path, checks and journal as any
      * other - the same route Opgave39's fees take.
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

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).
           02 BD-Cutoff PIC 9(4).

      * a drawer balanced after the intake cut-off or after
      * day-close has its over/short held here for the next
      * business day (INTAKECUT.cpy).
       FD  HoldoverFile.
       01  HoldoverRecord.
           COPY "HOLDOVER.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.

       01 WS-TillFil-Status      PIC X(2) VALUE "00".
       01 WS-VaultFil-Status     PIC X(2) VALUE "00".
       01 WS-TillMoveFile-Status PIC X(2) VALUE "00".
       01 WS-BranchFil-Status    PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status   PIC X(2) VALUE "00".

       01 WS-Done       PIC X VALUE "N".
          88 WS-IS-DONE VALUE "Y".

       01 WS-Transaction PIC X VALUE SPACE.
           88 WS-TXN-OPEN      VALUE "O" "o".
           88 WS-TXN-FROM-VAULT VALUE "V" "v".
           88 WS-TXN-TO-VAULT  VALUE "W" "w".
           88 WS-TXN-CLOSE     VALUE "C" "c".
           88 WS-TXN-VAULT-SET VALUE "S" "s".
           88 WS-TXN-LIST      VALUE "L" "l".
           88 WS-TXN-EXIT      VALUE "X" "x".

       01 EOF-TILL PIC X VALUE "N".
           88 END-TILL VALUE "Y" FALSE "N".

       01 WS-Till-Exists PIC X VALUE "N".
           88 WS-HAS-TILL-RECORD VALUE "Y".
       01 WS-Vault-Exists PIC X VALUE "N".
           88 WS-HAS-VAULT-RECORD VALUE "Y".

       01 WS-Keyed-Amount  PIC 9(10)V99 VALUE ZERO.
       01 WS-Keyed-Branch  PIC X(4) VALUE SPACES.
       01 WS-Expected-Cash PIC S9(12)V99 VALUE ZERO.
       01 WS-Difference    PIC S9(12)V99 VALUE ZERO.
       01 WS-Now-Time      PIC 9(8) VALUE ZERO.

       01 WS-Amount-Display PIC -9999999999.99.
       01 WS-Vault-Display  PIC -999999999999.99.

      * the internal account overs and shorts post to - an OVERSHORT
      * line in RunControl.txt names its KontoID, the way FEECONTRA
      * names the fee-income account. A short debits it, so it
      * carries an OverdraftLimits.txt limit like any bank-owned
      * account that is expected to run below zero.
       01 WS-OverShort-Konto PIC X(10) VALUE SPACES.
       01 WS-Has-OverShort PIC X VALUE "N".
           88 WS-OVERSHORT-SET VALUE "Y".

       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded - a till opens and balances for the business day,
      * not for whatever the terminal clock says.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields CHECK-INTAKE-CUTOFF/HOLD-INTAKE-ITEM (INTAKECUT.cpy)
      * expect to be loaded.
       01 WS-HoldoverFile-Status PIC X(2) VALUE "00".
       01 WS-Holdover-Reason     PIC X VALUE SPACE.
           88 WS-INTAKE-HELD VALUE "T" "C".
       01 WS-Holdover-Date       PIC 9(8) VALUE ZERO.
       01 WS-Holdover-Done       PIC X VALUE "N".
           88 WS-HOLDOVER-WRITTEN VALUE "Y".
       01 WS-Holdover-Source     PIC X(10) VALUE "OPGAVE86".
       01 WS-Clock-Date          PIC 9(8) VALUE ZERO.
       01 WS-Clock-Time          PIC 9(8) VALUE ZERO.

      * fields OPERATOR-SIGNON/SUPERVISOR-APPROVAL (SIGNON.cpy)
      * expect to be loaded - the till belongs to whoever signs on,
      * and only a supervisor may restate a vault count.
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
      * the nightly chain owns the masters while it runs - an
      * evening session colliding with the batch start is exactly
      * what this refusal prevents.
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
           DISPLAY "Sign-on failed - till maintenance unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE "OVERSHORT" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:10) NOT = SPACES
           MOVE WS-RC-Value(1:10) TO WS-OverShort-Konto
           MOVE "Y" TO WS-Has-OverShort
       END-IF

       OPEN I-O TillFil
       IF WS-TillFil-Status = "35"
      * no tills yet - the first OPEN creates the file, the same
      * first-run behavior Opgave46 gives KontoHolds.txt.
           OPEN OUTPUT TillFil
           CLOSE TillFil
           OPEN I-O TillFil
       END-IF
       IF WS-TillFil-Status NOT = "00"
           DISPLAY "ERROR opening Tills.txt - status "
               WS-TillFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O VaultFil
       IF WS-VaultFil-Status = "35"
           OPEN OUTPUT VaultFil
           CLOSE VaultFil
           OPEN I-O VaultFil
       END-IF
       IF WS-VaultFil-Status NOT = "00"
           DISPLAY "ERROR opening Vaults.txt - status "
               WS-VaultFil-Status
           CLOSE TillFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT BranchFil
       IF WS-BranchFil-Status NOT = "00"
           DISPLAY "ERROR opening Branches.txt - status "
               WS-BranchFil-Status
           CLOSE TillFil
           CLOSE VaultFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND TillMoveFile
       IF WS-TillMoveFile-Status NOT = "00"
           DISPLAY "ERROR opening TillMovements.txt - status "
               WS-TillMoveFile-Status
           CLOSE TillFil
           CLOSE VaultFil
           CLOSE BranchFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "O=Open till  V=Vault to till  W=Till to vault"
               "  C=Close till  S=Set vault count  L=List tills"
               "  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
               WHEN WS-TXN-OPEN
                   PERFORM OPEN-TILL
               WHEN WS-TXN-FROM-VAULT
                   PERFORM VAULT-TO-TILL
               WHEN WS-TXN-TO-VAULT
                   PERFORM TILL-TO-VAULT
               WHEN WS-TXN-CLOSE
                   PERFORM CLOSE-TILL
               WHEN WS-TXN-VAULT-SET
                   PERFORM SET-VAULT-COUNT
               WHEN WS-TXN-LIST
                   PERFORM LIST-TILLS
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE
       END-PERFORM

       CLOSE TillFil
       CLOSE VaultFil
       CLOSE BranchFil
       CLOSE TillMoveFile
       PERFORM SESSION-CLOSE
       STOP RUN.

       READ-OWN-TILL.
           MOVE "N" TO WS-Till-Exists
           MOVE WS-Operator-ID TO TillRecord-Operator
           READ TillFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Till-Exists
           END-READ.

      * a till opens once per business day on a counted float. A
      * drawer still open from an earlier day was never balanced -
      * it has to be closed (and its over/short posted) first, or
      * that day's cash would vanish into this one's.
       OPEN-TILL.
           PERFORM READ-OWN-TILL
           IF WS-HAS-TILL-RECORD AND TILL-IS-OPEN
               DISPLAY "Your till is already open since "
                   TillRecord-Date " - close it first"
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-TILL-RECORD
                   AND TillRecord-Date = WS-Business-Date
               DISPLAY "Your till was already balanced for "
                   WS-Business-Date " - it reopens on the next"
                   " business day"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Branch code: "
           ACCEPT WS-Keyed-Branch
           MOVE WS-Keyed-Branch TO BranchRecord-Kode
           READ BranchFil
               INVALID KEY
                   DISPLAY "Branch " WS-Keyed-Branch
                       " not on the branch master - till not opened"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Counted opening float: "
           ACCEPT WS-Keyed-Amount

           MOVE WS-Operator-ID   TO TillRecord-Operator
           MOVE WS-Keyed-Branch  TO TillRecord-Branch
           MOVE "O"              TO TillRecord-Status
           MOVE WS-Business-Date TO TillRecord-Date
           MOVE WS-Keyed-Amount  TO TillRecord-Float
           MOVE ZERO TO TillRecord-CashIn
           MOVE ZERO TO TillRecord-CashOut
           MOVE ZERO TO TillRecord-VaultIn
           MOVE ZERO TO TillRecord-VaultOut
           MOVE ZERO TO TillRecord-Counted
           MOVE ZERO TO TillRecord-OverShort

           IF WS-HAS-TILL-RECORD
               REWRITE TillRecord
                   INVALID KEY
                       DISPLAY "Rewrite failed for till "
                           WS-Operator-ID
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE TillRecord
                   INVALID KEY
                       DISPLAY "Write failed for till "
                           WS-Operator-ID
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           MOVE "F" TO TM-Kind
           MOVE WS-Keyed-Amount TO TM-Amount
           MOVE SPACES TO TM-KontoID
           PERFORM WRITE-TILL-MOVEMENT
           MOVE WS-Keyed-Amount TO WS-Amount-Display
           DISPLAY "Till " WS-Operator-ID " opened at branch "
               WS-Keyed-Branch " with float " WS-Amount-Display.

       VAULT-TO-TILL.
           PERFORM READ-OWN-TILL
           IF NOT WS-HAS-TILL-RECORD OR NOT TILL-IS-OPEN
               DISPLAY "You have no open till - open it first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount from vault to till: "
           ACCEPT WS-Keyed-Amount
           IF WS-Keyed-Amount = ZERO
               DISPLAY "Nothing moved"
               EXIT PARAGRAPH
           END-IF

           MOVE TillRecord-Branch TO WS-Keyed-Branch
           PERFORM READ-BRANCH-VAULT
           IF VaultRecord-Balance < WS-Keyed-Amount
               MOVE VaultRecord-Balance TO WS-Vault-Display
               DISPLAY "The vault holds only " WS-Vault-Display
                   " - nothing moved"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-Keyed-Amount FROM VaultRecord-Balance
           PERFORM WRITE-BRANCH-VAULT

           ADD WS-Keyed-Amount TO TillRecord-VaultIn
           PERFORM REWRITE-OWN-TILL
           MOVE "V" TO TM-Kind
           MOVE WS-Keyed-Amount TO TM-Amount
           MOVE SPACES TO TM-KontoID
           PERFORM WRITE-TILL-MOVEMENT
           DISPLAY "Vault to till recorded".

       TILL-TO-VAULT.
           PERFORM READ-OWN-TILL
           IF NOT WS-HAS-TILL-RECORD OR NOT TILL-IS-OPEN
               DISPLAY "You have no open till - open it first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount from till to vault: "
           ACCEPT WS-Keyed-Amount
           IF WS-Keyed-Amount = ZERO
               DISPLAY "Nothing moved"
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-EXPECTED-CASH
           IF WS-Keyed-Amount > WS-Expected-Cash
               MOVE WS-Expected-Cash TO WS-Amount-Display
               DISPLAY "The till should hold only "
                   WS-Amount-Display " - nothing moved"
               EXIT PARAGRAPH
           END-IF

           MOVE TillRecord-Branch TO WS-Keyed-Branch
           PERFORM READ-BRANCH-VAULT
           ADD WS-Keyed-Amount TO VaultRecord-Balance
           PERFORM WRITE-BRANCH-VAULT

           ADD WS-Keyed-Amount TO TillRecord-VaultOut
           PERFORM REWRITE-OWN-TILL
           MOVE "W" TO TM-Kind
           MOVE WS-Keyed-Amount TO TM-Amount
           MOVE SPACES TO TM-KontoID
           PERFORM WRITE-TILL-MOVEMENT
           DISPLAY "Till to vault recorded".

      * the close compares what the teller counts with what the
      * drawer should hold. Any difference posts to the over/short
      * account before the till is marked closed - without that
      * account configured the difference has nowhere to go, so
      * the till stays open rather than losing it.
       CLOSE-TILL.
           PERFORM READ-OWN-TILL
           IF NOT WS-HAS-TILL-RECORD OR NOT TILL-IS-OPEN
               DISPLAY "You have no open till to close"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Counted cash in the drawer: "
           ACCEPT WS-Keyed-Amount

           PERFORM COMPUTE-EXPECTED-CASH
           COMPUTE WS-Difference = WS-Keyed-Amount - WS-Expected-Cash

           MOVE WS-Expected-Cash TO WS-Amount-Display
           DISPLAY "Expected cash: " WS-Amount-Display
           MOVE WS-Difference TO WS-Amount-Display
           DISPLAY "Over (+) / short (-): " WS-Amount-Display

           IF WS-Difference NOT = ZERO
               IF NOT WS-OVERSHORT-SET
                   DISPLAY "No OVERSHORT account in RunControl.txt -"
                       " the difference cannot be posted; till left"
                       " open"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RAISE-OVERSHORT-POSTING
           END-IF

           MOVE WS-Keyed-Amount TO TillRecord-Counted
           MOVE WS-Difference   TO TillRecord-OverShort
           MOVE "C"             TO TillRecord-Status
           PERFORM REWRITE-OWN-TILL

           MOVE "K" TO TM-Kind
           MOVE WS-Keyed-Amount TO TM-Amount
           MOVE SPACES TO TM-KontoID
           PERFORM WRITE-TILL-MOVEMENT
           IF WS-Difference NOT = ZERO
               MOVE "S" TO TM-Kind
               MOVE WS-Difference TO TM-Amount
               MOVE WS-OverShort-Konto TO TM-KontoID
               PERFORM WRITE-TILL-MOVEMENT
           END-IF
           DISPLAY "Till " WS-Operator-ID " closed".

      * opening float plus cash taken in and topped up from the
      * vault, less cash paid out and returned to the vault.
       COMPUTE-EXPECTED-CASH.
           COMPUTE WS-Expected-Cash
               = TillRecord-Float + TillRecord-CashIn
               - TillRecord-CashOut + TillRecord-VaultIn
               - TillRecord-VaultOut.

       RAISE-OVERSHORT-POSTING.
           PERFORM CHECK-INTAKE-CUTOFF
           OPEN EXTEND IntakeFile
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE TillFil
               CLOSE VaultFil
               CLOSE BranchFil
               CLOSE TillMoveFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           MOVE WS-OverShort-Konto TO Intake-KontoID
           MOVE WS-Business-Date   TO Intake-Date
           MOVE SPACES TO Intake-Text
           IF WS-Difference > ZERO
               MOVE "C" TO Intake-Type
               MOVE WS-Difference TO Intake-Amount
               STRING "Till over " WS-Operator-ID
                   " " TillRecord-Branch
                   INTO Intake-Text
               END-STRING
           ELSE
               MOVE "D" TO Intake-Type
               COMPUTE Intake-Amount = ZERO - WS-Difference
               STRING "Till short " WS-Operator-ID
                   " " TillRecord-Branch
                   INTO Intake-Text
               END-STRING
           END-IF
           MOVE ZERO   TO Intake-BalanceAfter
           MOVE SPACES TO Intake-ContraKontoID
           MOVE SPACE  TO Intake-DupOverride
           MOVE WS-Business-Date TO Intake-ValueDate
           IF WS-INTAKE-HELD
               PERFORM HOLD-INTAKE-ITEM
               IF NOT WS-HOLDOVER-WRITTEN
                   CLOSE IntakeFile
                   CLOSE TillFil
                   CLOSE VaultFil
                   CLOSE BranchFil
                   CLOSE TillMoveFile
                   PERFORM SESSION-CLOSE
                   STOP RUN WITH ERROR STATUS 1
               END-IF
           ELSE
               WRITE IntakeRecord
               IF WS-IntakeFile-Status NOT = "00"
                   DISPLAY "ERROR writing Opgave11Intake.txt - status "
                       WS-IntakeFile-Status
                   CLOSE IntakeFile
                   CLOSE TillFil
                   CLOSE VaultFil
                   CLOSE BranchFil
                   CLOSE TillMoveFile
                   PERFORM SESSION-CLOSE
                   STOP RUN WITH ERROR STATUS 1
               END-IF
           END-IF
           CLOSE IntakeFile
           DISPLAY "Over/short queued for posting to "
               WS-OverShort-Konto.

      * the vault count is a supervisor's act: it restates the
      * strongroom position from a physical count, the way the
      * closing count restates a drawer.
       SET-VAULT-COUNT.
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "Setting a vault count requires supervisor"
                   " level"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch code: "
           ACCEPT WS-Keyed-Branch
           MOVE WS-Keyed-Branch TO BranchRecord-Kode
           READ BranchFil
               INVALID KEY
                   DISPLAY "Branch " WS-Keyed-Branch
                       " not on the branch master - nothing set"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Counted vault cash: "
           ACCEPT WS-Keyed-Amount

           PERFORM READ-BRANCH-VAULT
           MOVE WS-Keyed-Amount  TO VaultRecord-Balance
           MOVE WS-Business-Date TO VaultRecord-Counted
           PERFORM WRITE-BRANCH-VAULT
           MOVE VaultRecord-Balance TO WS-Vault-Display
           DISPLAY "Vault " WS-Keyed-Branch " set to "
               WS-Vault-Display.

      * a branch with no vault record yet starts from zero - the
      * first supervisor count establishes it.
       READ-BRANCH-VAULT.
           MOVE "N" TO WS-Vault-Exists
           MOVE WS-Keyed-Branch TO VaultRecord-Branch
           READ VaultFil
               INVALID KEY
                   MOVE WS-Keyed-Branch TO VaultRecord-Branch
                   MOVE ZERO TO VaultRecord-Balance
                   MOVE ZERO TO VaultRecord-Counted
               NOT INVALID KEY
                   MOVE "Y" TO WS-Vault-Exists
           END-READ.

       WRITE-BRANCH-VAULT.
           IF WS-HAS-VAULT-RECORD
               REWRITE VaultRecord
                   INVALID KEY
                       DISPLAY "Rewrite failed for vault "
                           VaultRecord-Branch
               END-REWRITE
           ELSE
               WRITE VaultRecord
                   INVALID KEY
                       DISPLAY "Write failed for vault "
                           VaultRecord-Branch
               END-WRITE
           END-IF.

       REWRITE-OWN-TILL.
           REWRITE TillRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for till "
                       TillRecord-Operator
           END-REWRITE.

       WRITE-TILL-MOVEMENT.
           ACCEPT WS-Now-Time FROM TIME
           MOVE WS-Operator-ID    TO TM-Operator
           MOVE TillRecord-Branch TO TM-Branch
           MOVE WS-Business-Date  TO TM-Date
           MOVE WS-Now-Time       TO TM-Time
           MOVE ZERO              TO TM-Ref
           WRITE TillMoveRecord
           IF WS-TillMoveFile-Status NOT = "00"
               DISPLAY "WARNING: could not write till movement -"
                   " status " WS-TillMoveFile-Status
           END-IF.

       LIST-TILLS.
           SET END-TILL TO FALSE
           MOVE LOW-VALUES TO TillRecord-Operator
           START TillFil KEY IS NOT LESS THAN TillRecord-Operator
               INVALID KEY
                   SET END-TILL TO TRUE
           END-START
           PERFORM UNTIL END-TILL
               READ TillFil NEXT RECORD
                   AT END
                       SET END-TILL TO TRUE
                   NOT AT END
                       PERFORM COMPUTE-EXPECTED-CASH
                       MOVE WS-Expected-Cash TO WS-Amount-Display
                       DISPLAY "Till " TillRecord-Operator
                           " branch " TillRecord-Branch
                           " status " TillRecord-Status
                           " date " TillRecord-Date
                           " expected " WS-Amount-Display
               END-READ
           END-PERFORM.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "INTAKECUT.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".
