       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT PledgeFil ASSIGN TO "CollateralRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PledgeFil-Status.
           SELECT LoanFil ASSIGN TO "Loans.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LoanRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LoanFil-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT CustStatusFil ASSIGN TO "CustomerStatus.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustStatus-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CustStatusFil-Status.
           SELECT HoldFil ASSIGN TO "KontoHolds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HoldRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.
           SELECT AuditFile ASSIGN TO "Opgave126Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - the register is
      * read by the month-end run and must not change under it.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

       FD  PledgeFil.
       01  PledgeRecord.
           COPY "PLEDGE.cpy".

      * the loan book Opgave66 keeps - a pledge can only secure an
      * account on it.
       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

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

      * the customer life status Opgave78 maintains - the estate of
      * a deceased customer does not give new pledges.
       FD  CustStatusFil.
       01  CustStatusRecord.
           02 CustStatus-KundeID PIC X(10).
           02 CustStatus-Status  PIC X(1).
               88 CUSTSTATUS-DECEASED VALUE "D".
               88 CUSTSTATUS-SETTLED  VALUE "S".
           02 CustStatus-Date    PIC 9(8).

      * the holds master Opgave46 maintains - read here only; the
      * debit hold on a pledged deposit is placed and lifted through
      * the same approval queue Opgave46 uses.
       FD  HoldFil.
       01  HoldRecord.
           02 HoldRecord-KontoID PIC X(10).
           02 HoldRecord-Type    PIC X(1).
               88 HOLD-BLOCKS-DEBITS VALUE "D".
               88 HOLD-BLOCKS-ALL    VALUE "A".
           02 HoldRecord-Reason  PIC X(30).
           02 HoldRecord-Date    PIC 9(8).

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

       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

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
       01 WS-PledgeFil-Status     PIC X(2) VALUE "00".
       01 WS-LoanFil-Status       PIC X(2) VALUE "00".
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-CustStatusFil-Status PIC X(2) VALUE "00".
       01 WS-HoldFil-Status       PIC X(2) VALUE "00".
       01 WS-MaintQueue-Status    PIC X(2) VALUE "00".
       01 WS-AuditFile-Status     PIC X(2) VALUE "00".

      * no status file means nobody is in an estate period; no
      * holds file means no account is held yet.
       01 WS-CustStatus-Open PIC X VALUE "N".
           88 WS-HAS-CUSTSTATUS VALUE "Y".
       01 WS-Hold-Open PIC X VALUE "N".
           88 WS-HAS-HOLD-FILE VALUE "Y".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-REGISTER  VALUE "R" "r".
           88 WS-ACT-LINKS     VALUE "L" "l".
           88 WS-ACT-REVALUE   VALUE "V" "v".
           88 WS-ACT-DISCHARGE VALUE "D" "d".
           88 WS-ACT-SHOW      VALUE "S" "s".
           88 WS-ACT-QUERY     VALUE "Q" "q".
           88 WS-ACT-EXIT      VALUE "X" "x".

       01 WS-Key-ID      PIC X(10).
       01 WS-Key-KundeID PIC X(10).
       01 WS-Key-KontoID PIC X(10).
       01 WS-Type-Field  PIC X(1).
       01 WS-Link-Action PIC X(1).
       01 WS-Date-Field  PIC X(8).
       01 WS-Entry-Date  PIC 9(8) VALUE ZERO.
       01 WS-Entry-Parts REDEFINES WS-Entry-Date.
           02 WS-Entry-Year  PIC 9(4).
           02 WS-Entry-Month PIC 9(2).
           02 WS-Entry-Day   PIC 9(2).
       01 WS-Date-OK PIC X VALUE "N".
           88 WS-DATE-IS-OK VALUE "Y".
       01 WS-Value-Field  PIC X(15).
       01 WS-Value-Amount PIC 9(10)V99 VALUE ZERO.
       01 WS-Loan-Idx     PIC 9 VALUE ZERO.
       01 WS-Loan-Hit     PIC 9 VALUE ZERO.
       01 WS-Loan-Free    PIC 9 VALUE ZERO.
       01 WS-Loan-Count   PIC 9 VALUE ZERO.
       01 WS-Confirm      PIC X VALUE SPACE.
       01 WS-Pledge-Count PIC 9(5) VALUE ZERO.
       01 WS-Value-Display PIC Z(9)9.99.
       01 WS-Audit-Action PIC X(8) VALUE SPACES.
       01 WS-Audit-Detail PIC X(50) VALUE SPACES.
       01 EOF-PLEDGE PIC X VALUE "N".
           88 END-PLEDGE VALUE "Y" FALSE "N".

       01 WS-Customer-OK PIC X VALUE "N".
           88 WS-CUSTOMER-IS-OK VALUE "Y".
       01 WS-Loan-OK PIC X VALUE "N".
           88 WS-LOAN-IS-OK VALUE "Y".

      * the reason every collateral hold carries - how a discharge
      * recognises the hold its own pledge put on the account.
       01 WS-Hold-Reason PIC X(30) VALUE SPACES.

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
           DISPLAY "Sign-on failed - collateral register unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE KundeFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT LoanFil
       IF WS-LoanFil-Status NOT = "00"
           DISPLAY "ERROR opening Loans.txt - status "
               WS-LoanFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT CustStatusFil
       IF WS-CustStatusFil-Status = "00"
           MOVE "Y" TO WS-CustStatus-Open
       END-IF
       OPEN INPUT HoldFil
       IF WS-HoldFil-Status = "00"
           MOVE "Y" TO WS-Hold-Open
       END-IF

       OPEN I-O PledgeFil
       IF WS-PledgeFil-Status = "35"
           OPEN OUTPUT PledgeFil
           CLOSE PledgeFil
           OPEN I-O PledgeFil
       END-IF
       IF WS-PledgeFil-Status NOT = "00"
           DISPLAY "ERROR opening CollateralRegister.txt - status "
               WS-PledgeFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE LoanFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave126Audit.txt - status "
               WS-AuditFile-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE LoanFil
           CLOSE PledgeFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "R=Register pledge  L=Loan links  V=Revalue"
               "  D=Discharge  S=Show  Q=Query loan  X=Exit"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-ACT-REGISTER
                   PERFORM REGISTER-PLEDGE
               WHEN WS-ACT-LINKS
                   PERFORM MAINTAIN-LOAN-LINKS
               WHEN WS-ACT-REVALUE
                   PERFORM REVALUE-PLEDGE
               WHEN WS-ACT-DISCHARGE
                   PERFORM DISCHARGE-PLEDGE
               WHEN WS-ACT-SHOW
                   PERFORM SHOW-PLEDGE
               WHEN WS-ACT-QUERY
                   PERFORM QUERY-LOAN-COLLATERAL
               WHEN WS-ACT-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE
       END-PERFORM

       CLOSE KundeFil
       CLOSE KontoFil
       CLOSE LoanFil
       CLOSE PledgeFil
       CLOSE AuditFile
       IF WS-HAS-CUSTSTATUS
           CLOSE CustStatusFil
       END-IF
       IF WS-HAS-HOLD-FILE
           CLOSE HoldFil
       END-IF
       PERFORM SESSION-CLOSE
       STOP RUN.

      * asks for the pledge number; leaves WS-Key-ID blank when the
      * pledge is not in the register.
       READ-PLEDGE.
           DISPLAY "Pledge number: "
           ACCEPT WS-Key-ID
           IF WS-Key-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-ID TO PL-ID
           READ PledgeFil
               INVALID KEY
                   DISPLAY "Pledge " WS-Key-ID
                       " is not in the register"
                   MOVE SPACES TO WS-Key-ID
           END-READ.

      * a new pledge: the asset, who gave it, its value (a deposit is
      * valued at its balance when measured) and the first loan it
      * secures. A pledged deposit gets a debit hold requested on
      * the spot, so the money cannot leave while it is security.
       REGISTER-PLEDGE.
           DISPLAY "Pledge number (from the pledge deed): "
           ACCEPT WS-Key-ID
           IF WS-Key-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-ID TO PL-ID
           READ PledgeFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Pledge " WS-Key-ID
                       " is already in the register"
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO PledgeRecord
           MOVE WS-Key-ID TO PL-ID
           DISPLAY "Type (P=property, D=deposit account,"
               " S=securities): "
           ACCEPT WS-Type-Field
           MOVE WS-Type-Field TO PL-Type
           IF NOT PL-TYPE-VALID
               DISPLAY "Type must be P, D or S - nothing registered"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Pledgor KundeID: "
           ACCEPT WS-Key-KundeID
           PERFORM CHECK-CUSTOMER
           IF NOT WS-CUSTOMER-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KundeID TO PL-KundeID

           DISPLAY "Description: "
           ACCEPT PL-Description

           MOVE SPACES TO PL-DepositKonto
           MOVE ZERO TO PL-Value
           MOVE ZERO TO PL-ValueDate
           IF PL-DEPOSIT
               DISPLAY "Pledged deposit account: "
               ACCEPT WS-Key-KontoID
               MOVE WS-Key-KontoID TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       DISPLAY "Account " WS-Key-KontoID
                           " not on file"
                       EXIT PARAGRAPH
               END-READ
               IF KONTO-RECORD-CLOSED
                   DISPLAY "Account " WS-Key-KontoID " is closed"
                   EXIT PARAGRAPH
               END-IF
               IF KontoRecord-KundeID NOT = PL-KundeID
                   DISPLAY "Account " WS-Key-KontoID " belongs to "
                       KontoRecord-KundeID " - a deposit is pledged"
                       " by its own holder"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Key-KontoID TO PL-DepositKonto
           ELSE
               PERFORM ACCEPT-VALUATION
               IF NOT WS-DATE-IS-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Loan account it secures: "
           ACCEPT WS-Key-KontoID
           PERFORM CHECK-LOAN
           IF NOT WS-LOAN-IS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Loan-Idx FROM 1 BY 1
                   UNTIL WS-Loan-Idx > 5
               MOVE SPACES TO PL-LoanKonto(WS-Loan-Idx)
           END-PERFORM
           MOVE WS-Key-KontoID TO PL-LoanKonto(1)

           MOVE "A" TO PL-Status
           MOVE WS-Business-Date TO PL-RegDate
           MOVE WS-Operator-ID TO PL-RegBy
           MOVE ZERO TO PL-ReleaseDate
           WRITE PledgeRecord
               INVALID KEY
                   DISPLAY "Pledge " PL-ID
                       " is already in the register"
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Pledge " PL-ID " registered against loan "
               PL-LoanKonto(1)
           MOVE "REGISTER" TO WS-Audit-Action
           MOVE PL-Value TO WS-Value-Display
           MOVE SPACES TO WS-Audit-Detail
           STRING PL-Type " " PL-KundeID " loan " PL-LoanKonto(1)
               " " WS-Value-Display " " PL-DepositKonto
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-PLEDGE-AUDIT

           IF PL-DEPOSIT
               PERFORM REQUEST-DEPOSIT-HOLD
           END-IF.

      * value and valuation date of a property or a securities
      * pledge - the valuer's figure, on or before today.
       ACCEPT-VALUATION.
           MOVE "N" TO WS-Date-OK
           DISPLAY "Valuation amount: "
           ACCEPT WS-Value-Field
           IF WS-Value-Field = SPACES
               DISPLAY "A valuation is needed - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Value-Amount = FUNCTION NUMVAL(WS-Value-Field)
           IF WS-Value-Amount NOT > ZERO
               DISPLAY "A valuation is needed - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuation date (YYYYMMDD, blank = "
               WS-Business-Date "): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field = SPACES
               MOVE WS-Business-Date TO WS-Entry-Date
               MOVE "Y" TO WS-Date-OK
           ELSE
               PERFORM CHECK-ENTRY-DATE
               IF NOT WS-DATE-IS-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-Entry-Date > WS-Business-Date
                   DISPLAY "A valuation cannot be dated ahead -"
                       " nothing recorded"
                   MOVE "N" TO WS-Date-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Value-Amount TO PL-Value
           MOVE WS-Entry-Date TO PL-ValueDate.

      * a pledge can secure up to five loans; the last link is not
      * removed here - a pledge that secures nothing is discharged.
       MAINTAIN-LOAN-LINKS.
           PERFORM READ-PLEDGE
           IF WS-Key-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT PL-ACTIVE
               DISPLAY "Pledge " PL-ID " was discharged "
                   PL-ReleaseDate
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LOAN-LINKS
           DISPLAY "A=Add loan  R=Remove loan: "
           ACCEPT WS-Link-Action
           DISPLAY "Loan account: "
           ACCEPT WS-Key-KontoID
           MOVE ZERO TO WS-Loan-Hit
           MOVE ZERO TO WS-Loan-Free
           MOVE ZERO TO WS-Loan-Count
           PERFORM VARYING WS-Loan-Idx FROM 1 BY 1
                   UNTIL WS-Loan-Idx > 5
               IF PL-LoanKonto(WS-Loan-Idx) = SPACES
                   IF WS-Loan-Free = ZERO
                       MOVE WS-Loan-Idx TO WS-Loan-Free
                   END-IF
               ELSE
                   ADD 1 TO WS-Loan-Count
                   IF PL-LoanKonto(WS-Loan-Idx) = WS-Key-KontoID
                       MOVE WS-Loan-Idx TO WS-Loan-Hit
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE WS-Link-Action
               WHEN "A"
               WHEN "a"
                   IF WS-Loan-Hit NOT = ZERO
                       DISPLAY "Loan " WS-Key-KontoID
                           " is already secured by this pledge"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-Loan-Free = ZERO
                       DISPLAY "Pledge " PL-ID " already secures five"
                           " loans - register a new pledge"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-LOAN
                   IF NOT WS-LOAN-IS-OK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-Key-KontoID TO PL-LoanKonto(WS-Loan-Free)
                   MOVE "LINK" TO WS-Audit-Action
               WHEN "R"
               WHEN "r"
                   IF WS-Loan-Hit = ZERO
                       DISPLAY "Loan " WS-Key-KontoID
                           " is not secured by this pledge"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-Loan-Count = 1
                       DISPLAY "The last loan cannot be removed -"
                           " discharge the pledge instead"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO PL-LoanKonto(WS-Loan-Hit)
                   MOVE "UNLINK" TO WS-Audit-Action
               WHEN OTHER
                   DISPLAY "Unknown action"
                   EXIT PARAGRAPH
           END-EVALUATE

           REWRITE PledgeRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for pledge " PL-ID
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Pledge " PL-ID " updated"
           MOVE SPACES TO WS-Audit-Detail
           STRING "loan " WS-Key-KontoID INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-PLEDGE-AUDIT.

      * a new valuation replaces the old one; a deposit is always
      * valued at its balance and is not revalued by hand.
       REVALUE-PLEDGE.
           PERFORM READ-PLEDGE
           IF WS-Key-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT PL-ACTIVE
               DISPLAY "Pledge " PL-ID " was discharged "
                   PL-ReleaseDate
               EXIT PARAGRAPH
           END-IF
           IF PL-DEPOSIT
               DISPLAY "A pledged deposit is valued at its balance"
                   " - nothing to revalue"
               EXIT PARAGRAPH
           END-IF
           MOVE PL-Value TO WS-Value-Display
           DISPLAY "Current valuation " WS-Value-Display " dated "
               PL-ValueDate
           MOVE SPACES TO WS-Audit-Detail
           STRING "from " WS-Value-Display " " PL-ValueDate
               INTO WS-Audit-Detail
           END-STRING
           PERFORM ACCEPT-VALUATION
           IF NOT WS-DATE-IS-OK
               EXIT PARAGRAPH
           END-IF
           REWRITE PledgeRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for pledge " PL-ID
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE PL-Value TO WS-Value-Display
           DISPLAY "Pledge " PL-ID " valued " WS-Value-Display
               " at " PL-ValueDate
           MOVE "REVALUE" TO WS-Audit-Action
           PERFORM WRITE-PLEDGE-AUDIT.

      * the security goes back to the pledgor - a supervisor's
      * decision. A pledged deposit's hold is lifted through the
      * approval queue when it is the hold this pledge placed.
       DISCHARGE-PLEDGE.
           PERFORM READ-PLEDGE
           IF WS-Key-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT PL-ACTIVE
               DISPLAY "Pledge " PL-ID " was discharged "
                   PL-ReleaseDate
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LOAN-LINKS
           IF WS-OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO WS-Approval-OK
           ELSE
               PERFORM SUPERVISOR-APPROVAL
           END-IF
           IF NOT WS-APPROVAL-GIVEN
               DISPLAY "Pledge stands"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Discharge pledge " PL-ID " of " PL-KundeID
               " (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "Pledge stands"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO PL-Status
           MOVE WS-Business-Date TO PL-ReleaseDate
           REWRITE PledgeRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for pledge " PL-ID
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Pledge " PL-ID " discharged"
           MOVE "DISCHRG" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               STRING "approved by " WS-Approval-ID
                   INTO WS-Audit-Detail
               END-STRING
           END-IF
           PERFORM WRITE-PLEDGE-AUDIT

           IF PL-DEPOSIT
               PERFORM REQUEST-HOLD-LIFT
           END-IF.

      * one hold per account: an account already held for another
      * reason keeps that hold, and no second one is requested.
       REQUEST-DEPOSIT-HOLD.
           PERFORM BUILD-HOLD-REASON
           IF WS-HAS-HOLD-FILE
               MOVE PL-DepositKonto TO HoldRecord-KontoID
               READ HoldFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Account " PL-DepositKonto
                           " already carries a type "
                           HoldRecord-Type " hold ("
                           HoldRecord-Reason ") - no collateral"
                           " hold requested"
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE SPACES TO HoldRecord
           MOVE PL-DepositKonto  TO HoldRecord-KontoID
           MOVE "D"              TO HoldRecord-Type
           MOVE WS-Hold-Reason   TO HoldRecord-Reason
           MOVE WS-Business-Date TO HoldRecord-Date
           MOVE "HO" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE PL-DepositKonto TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE HoldRecord TO MR-After(1:49)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               MOVE "HOLDREQ" TO WS-Audit-Action
               MOVE SPACES TO WS-Audit-Detail
               STRING "place D hold on " PL-DepositKonto
                   INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-PLEDGE-AUDIT
           END-IF.

       REQUEST-HOLD-LIFT.
           PERFORM BUILD-HOLD-REASON
           IF NOT WS-HAS-HOLD-FILE
               DISPLAY "No hold on file for " PL-DepositKonto
                   " - a hold request still waiting in Opgave60"
                   " should be rejected there"
               EXIT PARAGRAPH
           END-IF
           MOVE PL-DepositKonto TO HoldRecord-KontoID
           READ HoldFil
               INVALID KEY
                   DISPLAY "No hold on file for " PL-DepositKonto
                       " - a hold request still waiting in Opgave60"
                       " should be rejected there"
                   EXIT PARAGRAPH
           END-READ
           IF HoldRecord-Reason NOT = WS-Hold-Reason
               DISPLAY "The hold on " PL-DepositKonto " ("
                   HoldRecord-Reason ") was not placed by this"
                   " pledge - it stands"
               EXIT PARAGRAPH
           END-IF
           MOVE "HO" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE PL-DepositKonto TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE HoldRecord TO MR-Before(1:49)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               MOVE "LIFTREQ" TO WS-Audit-Action
               MOVE SPACES TO WS-Audit-Detail
               STRING "lift hold on " PL-DepositKonto
                   INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-PLEDGE-AUDIT
           END-IF.

       BUILD-HOLD-REASON.
           MOVE SPACES TO WS-Hold-Reason
           STRING "COLLATERAL PLEDGE " PL-ID
               INTO WS-Hold-Reason
           END-STRING.

       SHOW-PLEDGE.
           PERFORM READ-PLEDGE
           IF WS-Key-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-PLEDGE
           PERFORM SHOW-LOAN-LINKS.

       SHOW-ONE-PLEDGE.
           MOVE PL-Value TO WS-Value-Display
           DISPLAY PL-ID " type " PL-Type " pledgor " PL-KundeID
               " " PL-Description
           IF PL-DEPOSIT
               DISPLAY "       deposit account " PL-DepositKonto
                   " - valued at its balance"
           ELSE
               DISPLAY "       valued " WS-Value-Display " at "
                   PL-ValueDate
           END-IF
           IF PL-ACTIVE
               DISPLAY "       registered " PL-RegDate " by "
                   PL-RegBy
           ELSE
               DISPLAY "       discharged " PL-ReleaseDate
           END-IF.

       SHOW-LOAN-LINKS.
           PERFORM VARYING WS-Loan-Idx FROM 1 BY 1
                   UNTIL WS-Loan-Idx > 5
               IF PL-LoanKonto(WS-Loan-Idx) NOT = SPACES
                   DISPLAY "       secures loan "
                       PL-LoanKonto(WS-Loan-Idx)
               END-IF
           END-PERFORM.

      * every pledge that secures one loan - the register has no
      * key on the loan, so it is read through.
       QUERY-LOAN-COLLATERAL.
           DISPLAY "Loan account: "
           ACCEPT WS-Key-KontoID
           MOVE ZERO TO WS-Pledge-Count
           SET END-PLEDGE TO FALSE
           MOVE LOW-VALUES TO PL-ID
           START PledgeFil KEY IS NOT LESS THAN PL-ID
               INVALID KEY
                   SET END-PLEDGE TO TRUE
           END-START
           PERFORM UNTIL END-PLEDGE
               READ PledgeFil NEXT RECORD
                   AT END
                       SET END-PLEDGE TO TRUE
                   NOT AT END
                       IF PL-ACTIVE
                           MOVE ZERO TO WS-Loan-Hit
                           PERFORM VARYING WS-Loan-Idx FROM 1 BY 1
                                   UNTIL WS-Loan-Idx > 5
                               IF PL-LoanKonto(WS-Loan-Idx)
                                       = WS-Key-KontoID
                                   MOVE WS-Loan-Idx TO WS-Loan-Hit
                               END-IF
                           END-PERFORM
                           IF WS-Loan-Hit NOT = ZERO
                               ADD 1 TO WS-Pledge-Count
                               PERFORM SHOW-ONE-PLEDGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Pledge-Count = ZERO
               DISPLAY "No collateral registered for loan "
                   WS-Key-KontoID
           END-IF.

      * a pledgor must be a customer on file and not the estate of
      * a deceased one.
       CHECK-CUSTOMER.
           MOVE "N" TO WS-Customer-OK
           MOVE WS-Key-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " WS-Key-KundeID " not on file"
                   EXIT PARAGRAPH
           END-READ
           IF WS-HAS-CUSTSTATUS
               MOVE WS-Key-KundeID TO CustStatus-KundeID
               READ CustStatusFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTSTATUS-DECEASED OR CUSTSTATUS-SETTLED
                           DISPLAY "Customer " WS-Key-KundeID
                               " is deceased"
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           MOVE "Y" TO WS-Customer-OK.

      * a secured loan must be on the loan book and its account not
      * closed.
       CHECK-LOAN.
           MOVE "N" TO WS-Loan-OK
           MOVE WS-Key-KontoID TO LoanRecord-KontoID
           READ LoanFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID
                       " is not on the loan book"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-Key-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID " not on file"
                   EXIT PARAGRAPH
           END-READ
           IF KONTO-RECORD-CLOSED
               DISPLAY "Loan " WS-Key-KontoID " is closed"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Loan-OK.

       CHECK-ENTRY-DATE.
           MOVE "N" TO WS-Date-OK
           IF WS-Date-Field IS NOT NUMERIC
               DISPLAY "Not a date - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Date-Field TO WS-Entry-Date
           IF WS-Entry-Month < 1 OR WS-Entry-Month > 12
                   OR WS-Entry-Day < 1 OR WS-Entry-Day > 31
               DISPLAY "Not a date - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Date-OK.

       WRITE-PLEDGE-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Business-Date " " WS-Audit-Action " "
               PL-ID " " WS-Audit-Detail
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "MAINTQ.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "BUSDATE.cpy".
