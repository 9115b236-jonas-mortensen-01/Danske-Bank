       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave121.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT UnclaimedFil ASSIGN TO "UnclaimedFunds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS UC-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UnclaimedFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldoverFile-Status.
           SELECT AuditFile ASSIGN TO "Opgave121Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - Opgave120
      * rewrites the register at night.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

       FD  UnclaimedFil.
       01  UnclaimedRecord.
           COPY "UNCLAIM.cpy".

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

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

      * the repayment goes to the intake feed the way a dispute
      * credit (Opgave84) does, and posts through Opgave11 tonight.
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

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).
           02 BD-Cutoff PIC 9(4).

      * a repayment made after the intake cut-off or after
      * day-close waits here for the next business day
      * (INTAKECUT.cpy).
       FD  HoldoverFile.
       01  HoldoverRecord.
           COPY "HOLDOVER.cpy".

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
       01 WS-UnclaimedFil-Status PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-KundeFil-Status     PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status   PIC X(2) VALUE "00".
       01 WS-AuditFile-Status    PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
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
       01 WS-Holdover-Source     PIC X(10) VALUE "OPGAVE121".
       01 WS-Clock-Date          PIC 9(8) VALUE ZERO.
       01 WS-Clock-Time          PIC 9(8) VALUE ZERO.

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".
       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-FIND  VALUE "F" "f".
           88 WS-ACT-CLAIM VALUE "C" "c".
           88 WS-ACT-LIST  VALUE "L" "l".
           88 WS-ACT-EXIT  VALUE "X" "x".

       01 EOF-UC PIC X VALUE "N".
           88 END-UC VALUE "Y" FALSE "N".
       01 WS-Key-KontoID PIC X(10).
       01 WS-Key-KundeID PIC X(10).
       01 WS-Pay-KontoID PIC X(10).
       01 WS-Confirm     PIC X VALUE SPACE.
       01 WS-Found-Held  PIC X VALUE "N".
           88 WS-HELD-FOUND VALUE "Y".
       01 WS-Held-Key    PIC X(18).
       01 WS-Held-Count  PIC 9(5) VALUE ZERO.
       01 WS-Amount-Display PIC -(10)9.99.

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
           DISPLAY "Sign-on failed - unclaimed funds unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O UnclaimedFil
       IF WS-UnclaimedFil-Status NOT = "00"
           DISPLAY "ERROR opening UnclaimedFunds.txt - status "
               WS-UnclaimedFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE UnclaimedFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE UnclaimedFil
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave121Audit.txt - status "
               WS-AuditFile-Status
           CLOSE UnclaimedFil
           CLOSE KontoFil
           CLOSE KundeFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "F=Find account history  C=Pay out a claim"
               "  L=List balances held  X=Exit"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-ACT-FIND
                   PERFORM SHOW-ACCOUNT-HISTORY
               WHEN WS-ACT-CLAIM
                   PERFORM PAY-OUT-CLAIM
               WHEN WS-ACT-LIST
                   PERFORM LIST-HELD-BALANCES
               WHEN WS-ACT-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE
       END-PERFORM

       CLOSE UnclaimedFil
       CLOSE KontoFil
       CLOSE KundeFil
       CLOSE AuditFile
       PERFORM SESSION-CLOSE
       STOP RUN.

      * every notice an account has had, oldest first, with what
      * became of it.
       SHOW-ACCOUNT-HISTORY.
           DISPLAY "KontoID: "
           ACCEPT WS-Key-KontoID
           MOVE ZERO TO WS-Held-Count
           MOVE WS-Key-KontoID TO UC-KontoID
           MOVE ZERO TO UC-NoticeDate
           SET END-UC TO FALSE
           START UnclaimedFil KEY IS NOT LESS THAN UC-Key
               INVALID KEY
                   SET END-UC TO TRUE
           END-START
           PERFORM UNTIL END-UC
               READ UnclaimedFil NEXT RECORD
                   AT END
                       SET END-UC TO TRUE
                   NOT AT END
                       IF UC-KontoID NOT = WS-Key-KontoID
                           SET END-UC TO TRUE
                       ELSE
                           ADD 1 TO WS-Held-Count
                           PERFORM SHOW-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Held-Count = ZERO
               DISPLAY "No unclaimed-funds history for "
                   WS-Key-KontoID
           END-IF.

       SHOW-ONE-ENTRY.
           DISPLAY UC-KontoID " customer " UC-KundeID
               " noticed " UC-NoticeDate " status " UC-Status
               " last contact " UC-LastContact
           EVALUATE TRUE
               WHEN UC-WITHDRAWN
                   DISPLAY "    withdrawn " UC-WithdrawnDate
               WHEN UC-TRANSFERRED
                   MOVE UC-TransferAmount TO WS-Amount-Display
                   DISPLAY "    transferred " UC-TransferDate " "
                       WS-Amount-Display " " UC-Valuta " to "
                       UC-UnclaimedKonto
               WHEN UC-REPAID
                   MOVE UC-TransferAmount TO WS-Amount-Display
                   DISPLAY "    transferred " UC-TransferDate " "
                       WS-Amount-Display " " UC-Valuta
                   DISPLAY "    repaid " UC-ClaimDate " to "
                       UC-ClaimKonto " by " UC-ClaimOperator
                       " approved " UC-ClaimApprover
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the customer has turned up: the held balance goes back, in
      * full and in its own currency, to the original account or
      * another of the customer's own accounts in that currency.
      * Money leaving the unclaimed-funds account takes a
      * supervisor.
       PAY-OUT-CLAIM.
           DISPLAY "KontoID the balance was transferred from: "
           ACCEPT WS-Key-KontoID
           PERFORM FIND-HELD-ENTRY
           IF NOT WS-HELD-FOUND
               DISPLAY "No transferred balance is held for "
                   WS-Key-KontoID
               EXIT PARAGRAPH
           END-IF

           MOVE UC-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " UC-KundeID " is no longer on"
                       " file - restore or re-create the customer"
                       " before paying out"
                   EXIT PARAGRAPH
           END-READ
           MOVE UC-TransferAmount TO WS-Amount-Display
           DISPLAY "Held for " KundeRecord-Fornavn " "
               KundeRecord-Efternavn " (" UC-KundeID "): "
               WS-Amount-Display " " UC-Valuta " since "
               UC-TransferDate
           DISPLAY "Customer identity checked against ID (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "No payout without identification"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Pay to KontoID (blank = " UC-KontoID "): "
           ACCEPT WS-Pay-KontoID
           IF WS-Pay-KontoID = SPACES
               MOVE UC-KontoID TO WS-Pay-KontoID
           END-IF
           MOVE WS-Pay-KontoID TO KontoRecord-KontoID
           READ KontoFil KEY IS KontoRecord-KontoID
               INVALID KEY
                   DISPLAY "Account " WS-Pay-KontoID " not on file"
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-KundeID NOT = UC-KundeID
               DISPLAY "Account " WS-Pay-KontoID " belongs to "
                   KontoRecord-KundeID " - a claim is paid only to"
                   " the customer's own account"
               EXIT PARAGRAPH
           END-IF
           IF KONTO-RECORD-CLOSED
               DISPLAY "Account " WS-Pay-KontoID " is closed"
               EXIT PARAGRAPH
           END-IF
           IF KontoRecord-Valuta NOT = UC-Valuta
               DISPLAY "Account " WS-Pay-KontoID " is in "
                   KontoRecord-Valuta " - the balance is held in "
                   UC-Valuta
               EXIT PARAGRAPH
           END-IF

           IF WS-OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO WS-Approval-OK
               MOVE WS-Operator-ID TO WS-Approval-ID
           ELSE
               PERFORM SUPERVISOR-APPROVAL
           END-IF
           IF NOT WS-APPROVAL-GIVEN
               DISPLAY "Claim not paid"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-INTAKE-CUTOFF
           OPEN EXTEND IntakeFile
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
                   WS-IntakeFile-Status " - claim not paid"
               EXIT PARAGRAPH
           END-IF
           MOVE UC-UnclaimedKonto TO Intake-KontoID
           MOVE WS-Business-Date  TO Intake-Date
           MOVE "T"               TO Intake-Type
           MOVE UC-TransferAmount TO Intake-Amount
           MOVE ZERO              TO Intake-BalanceAfter
           MOVE WS-Pay-KontoID    TO Intake-ContraKontoID
           MOVE SPACE             TO Intake-DupOverride
           MOVE "Unclaimed funds repaid" TO Intake-Text
           MOVE WS-Business-Date  TO Intake-ValueDate
           IF WS-INTAKE-HELD
               PERFORM HOLD-INTAKE-ITEM
               IF NOT WS-HOLDOVER-WRITTEN
                   DISPLAY "Claim not paid"
                   CLOSE IntakeFile
                   EXIT PARAGRAPH
               END-IF
           ELSE
               WRITE IntakeRecord
               IF WS-IntakeFile-Status NOT = "00"
                   DISPLAY "ERROR writing Opgave11Intake.txt - status "
                       WS-IntakeFile-Status " - claim not paid"
                   CLOSE IntakeFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CLOSE IntakeFile

           MOVE "R" TO UC-Status
           MOVE WS-Business-Date TO UC-ClaimDate
           MOVE WS-Pay-KontoID   TO UC-ClaimKonto
           MOVE WS-Operator-ID   TO UC-ClaimOperator
           MOVE WS-Approval-ID   TO UC-ClaimApprover
           REWRITE UnclaimedRecord
               INVALID KEY
                   DISPLAY "ERROR - rewrite failed for " UC-KontoID
                       " - the repayment is on the intake feed,"
                       " mark the register by hand"
           END-REWRITE

           IF WS-INTAKE-HELD
               DISPLAY "Claim paid: " WS-Amount-Display " "
                   UC-Valuta " to " WS-Pay-KontoID
                   " - posts with the next business day's run"
           ELSE
               DISPLAY "Claim paid: " WS-Amount-Display " "
                   UC-Valuta " to " WS-Pay-KontoID
                   " - posts with tonight's run"
           END-IF
           MOVE SPACES TO AuditLine
           STRING
               WS-Business-Date " REPAID " UC-KontoID
               " noticed " UC-NoticeDate " customer " UC-KundeID
               " " WS-Amount-Display " " UC-Valuta
               " from " UC-UnclaimedKonto " to " WS-Pay-KontoID
               " by " WS-Operator-ID " approved " WS-Approval-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

      * the account's transferred, not yet repaid entry - there is
      * at most one, since a transferred account holds nothing to
      * notice again until money comes back to it.
       FIND-HELD-ENTRY.
           MOVE "N" TO WS-Found-Held
           MOVE SPACES TO WS-Held-Key
           MOVE WS-Key-KontoID TO UC-KontoID
           MOVE ZERO TO UC-NoticeDate
           SET END-UC TO FALSE
           START UnclaimedFil KEY IS NOT LESS THAN UC-Key
               INVALID KEY
                   SET END-UC TO TRUE
           END-START
           PERFORM UNTIL END-UC
               READ UnclaimedFil NEXT RECORD
                   AT END
                       SET END-UC TO TRUE
                   NOT AT END
                       IF UC-KontoID NOT = WS-Key-KontoID
                           SET END-UC TO TRUE
                       ELSE
                           IF UC-TRANSFERRED
                               MOVE UC-Key TO WS-Held-Key
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Held-Key NOT = SPACES
               MOVE WS-Held-Key TO UC-Key
               READ UnclaimedFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Found-Held
               END-READ
           END-IF.

       LIST-HELD-BALANCES.
           MOVE ZERO TO WS-Held-Count
           MOVE LOW-VALUES TO UC-Key
           SET END-UC TO FALSE
           START UnclaimedFil KEY IS NOT LESS THAN UC-Key
               INVALID KEY
                   SET END-UC TO TRUE
           END-START
           PERFORM UNTIL END-UC
               READ UnclaimedFil NEXT RECORD
                   AT END
                       SET END-UC TO TRUE
                   NOT AT END
                       IF UC-TRANSFERRED
                           ADD 1 TO WS-Held-Count
                           MOVE UC-TransferAmount
                               TO WS-Amount-Display
                           DISPLAY UC-KontoID " customer " UC-KundeID
                               " " WS-Amount-Display " " UC-Valuta
                               " held since " UC-TransferDate
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Held-Count = ZERO
               DISPLAY "No unclaimed balances held"
           END-IF.

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "BUSDATE.cpy".

       COPY "INTAKECUT.cpy".
