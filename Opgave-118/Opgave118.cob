       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave118.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT BoxFil ASSIGN TO "SafeDepositBoxes.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SB-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BoxFil-Status.
           SELECT BranchFil ASSIGN TO "Branches.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BranchRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BranchFil-Status.
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
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT AuditFile ASSIGN TO "Opgave118Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - the billing step
      * rewrites the register at night, and this program must not
      * write it under the chain.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

       FD  BoxFil.
       01  BoxRecord.
           COPY "SAFEBOX.cpy".

       FD  BranchFil.
       01  BranchRecord.
           02 BranchRecord-Kode PIC X(4).
           02 BranchRecord-Navn PIC X(30).

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

      * the customer life status Opgave78 maintains - a box is not
      * let to the estate of a deceased customer.
       FD  CustStatusFil.
       01  CustStatusRecord.
           02 CustStatus-KundeID PIC X(10).
           02 CustStatus-Status  PIC X(1).
               88 CUSTSTATUS-DECEASED VALUE "D".
               88 CUSTSTATUS-SETTLED  VALUE "S".
           02 CustStatus-Date    PIC 9(8).

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
       01 WS-BoxFil-Status        PIC X(2) VALUE "00".
       01 WS-BranchFil-Status     PIC X(2) VALUE "00".
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-CustStatusFil-Status PIC X(2) VALUE "00".
       01 WS-AuditFile-Status     PIC X(2) VALUE "00".

       01 WS-CustStatus-Open PIC X VALUE "N".
           88 WS-HAS-CUSTSTATUS VALUE "Y".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-ADD      VALUE "A" "a".
           88 WS-ACT-RENT     VALUE "R" "r".
           88 WS-ACT-CORENTER VALUE "C" "c".
           88 WS-ACT-PAID     VALUE "P" "p".
           88 WS-ACT-END      VALUE "E" "e".
           88 WS-ACT-LIST     VALUE "L" "l".
           88 WS-ACT-EXIT     VALUE "X" "x".

       01 WS-Key-Branch  PIC X(4).
       01 WS-Key-BoxNo   PIC X(6).
       01 WS-Key-KundeID PIC X(10).
       01 WS-Key-KontoID PIC X(10).
       01 WS-Date-Field  PIC X(8).
       01 WS-Entry-Date  PIC 9(8) VALUE ZERO.
       01 WS-Entry-Parts REDEFINES WS-Entry-Date.
           02 WS-Entry-Year  PIC 9(4).
           02 WS-Entry-Month PIC 9(2).
           02 WS-Entry-Day   PIC 9(2).
       01 WS-Date-OK PIC X VALUE "N".
           88 WS-DATE-IS-OK VALUE "Y".
       01 WS-Rent-Field  PIC X(10).
       01 WS-Rent-Amount PIC 9(7)V99 VALUE ZERO.
       01 WS-Size-Field  PIC X(1).
       01 WS-Access-Field PIC X(1).
       01 WS-Co-Idx      PIC 9 VALUE ZERO.
       01 WS-Co-Hit      PIC 9 VALUE ZERO.
       01 WS-Confirm     PIC X VALUE SPACE.
       01 WS-Box-Count   PIC 9(5) VALUE ZERO.
       01 WS-Rent-Display PIC Z(6)9.99.
       01 WS-Audit-Action PIC X(8) VALUE SPACES.
       01 WS-Audit-Detail PIC X(40) VALUE SPACES.
       01 EOF-BOX PIC X VALUE "N".
           88 END-BOX VALUE "Y" FALSE "N".

       01 WS-Customer-OK PIC X VALUE "N".
           88 WS-CUSTOMER-IS-OK VALUE "Y".

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
           DISPLAY "Sign-on failed - box register unavailable"
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

       OPEN INPUT BranchFil
       IF WS-BranchFil-Status NOT = "00"
           DISPLAY "ERROR opening Branches.txt - status "
               WS-BranchFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT CustStatusFil
       IF WS-CustStatusFil-Status = "00"
           MOVE "Y" TO WS-CustStatus-Open
       END-IF

       OPEN I-O BoxFil
       IF WS-BoxFil-Status = "35"
           OPEN OUTPUT BoxFil
           CLOSE BoxFil
           OPEN I-O BoxFil
       END-IF
       IF WS-BoxFil-Status NOT = "00"
           DISPLAY "ERROR opening SafeDepositBoxes.txt - status "
               WS-BoxFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE BranchFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave118Audit.txt - status "
               WS-AuditFile-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE BranchFil
           CLOSE BoxFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "A=Add box  R=Rent out  C=Co-renters"
               "  P=Rent paid at branch  E=End rental  L=List"
               "  X=Exit"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM ADD-BOX
               WHEN WS-ACT-RENT
                   PERFORM RENT-OUT-BOX
               WHEN WS-ACT-CORENTER
                   PERFORM MAINTAIN-CO-RENTERS
               WHEN WS-ACT-PAID
                   PERFORM RECORD-RENT-PAID
               WHEN WS-ACT-END
                   PERFORM END-RENTAL
               WHEN WS-ACT-LIST
                   PERFORM LIST-BRANCH-BOXES
               WHEN WS-ACT-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE
       END-PERFORM

       CLOSE KundeFil
       CLOSE KontoFil
       CLOSE BranchFil
       CLOSE BoxFil
       CLOSE AuditFile
       IF WS-HAS-CUSTSTATUS
           CLOSE CustStatusFil
       END-IF
       PERFORM SESSION-CLOSE
       STOP RUN.

      * asks for branch and box number; leaves WS-Key-Branch blank
      * when the box is not in the register.
       READ-BOX.
           PERFORM ACCEPT-BOX-KEY
           IF WS-Key-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-Branch TO SB-Branch
           MOVE WS-Key-BoxNo  TO SB-BoxNo
           READ BoxFil
               INVALID KEY
                   DISPLAY "Box " WS-Key-Branch "/" WS-Key-BoxNo
                       " is not in the register"
                   MOVE SPACES TO WS-Key-Branch
           END-READ.

       ACCEPT-BOX-KEY.
           DISPLAY "Branch: "
           ACCEPT WS-Key-Branch
           DISPLAY "Box number: "
           ACCEPT WS-Key-BoxNo
           IF WS-Key-Branch = SPACES OR WS-Key-BoxNo = SPACES
               DISPLAY "Branch and box number are both needed"
               MOVE SPACES TO WS-Key-Branch
           END-IF.

      * a new box in a branch's vault - vacant until it is let.
       ADD-BOX.
           PERFORM ACCEPT-BOX-KEY
           IF WS-Key-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-Branch TO BranchRecord-Kode
           READ BranchFil
               INVALID KEY
                   DISPLAY "Branch " WS-Key-Branch " is not on file"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Size (S/M/L/X): "
           ACCEPT WS-Size-Field
           MOVE SPACES TO BoxRecord
           MOVE WS-Size-Field TO SB-Size
           IF NOT SB-SIZE-VALID
               DISPLAY "Size must be S, M, L or X - nothing added"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-Branch TO SB-Branch
           MOVE WS-Key-BoxNo  TO SB-BoxNo
           PERFORM CLEAR-RENTAL
           WRITE BoxRecord
               INVALID KEY
                   DISPLAY "Box " WS-Key-Branch "/" WS-Key-BoxNo
                       " is already in the register"
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Box " SB-Branch "/" SB-BoxNo " size " SB-Size
               " added - vacant"
           MOVE "ADDBOX" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           STRING "size " SB-Size INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-BOX-AUDIT.

      * a vacant box: renter, the renter's account the rent is taken
      * from, start and agreed end date, and a rent of its own when
      * it is not the size's tariff. The first year's rent falls due
      * on the start date.
       RENT-OUT-BOX.
           PERFORM READ-BOX
           IF WS-Key-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SB-KundeID NOT = SPACES
               DISPLAY "Box " SB-Branch "/" SB-BoxNo
                   " is let to " SB-KundeID " - end that rental first"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Renter KundeID: "
           ACCEPT WS-Key-KundeID
           PERFORM CHECK-CUSTOMER
           IF NOT WS-CUSTOMER-IS-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Account the rent is taken from: "
           ACCEPT WS-Key-KontoID
           MOVE WS-Key-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID " not on file"
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-KundeID NOT = WS-Key-KundeID
               DISPLAY "Account " WS-Key-KontoID " belongs to "
                   KontoRecord-KundeID " - the rent must come from"
                   " the renter's own account"
               EXIT PARAGRAPH
           END-IF
           IF KONTO-RECORD-CLOSED
               DISPLAY "Account " WS-Key-KontoID " is closed"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Start date (YYYYMMDD, blank = "
               WS-Business-Date "): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field = SPACES
               MOVE WS-Business-Date TO WS-Entry-Date
           ELSE
               PERFORM CHECK-ENTRY-DATE
               IF NOT WS-DATE-IS-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Entry-Date TO SB-StartDate

           DISPLAY "Agreed end date (YYYYMMDD, blank = until"
               " further notice): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field = SPACES
               MOVE ZERO TO SB-EndDate
           ELSE
               PERFORM CHECK-ENTRY-DATE
               IF NOT WS-DATE-IS-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-Entry-Date NOT > SB-StartDate
                   DISPLAY "The end date must be after the start"
                       " date - nothing recorded"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Entry-Date TO SB-EndDate
           END-IF

           DISPLAY "Yearly rent agreed for this box (blank = the"
               " size's tariff): "
           ACCEPT WS-Rent-Field
           MOVE ZERO TO SB-AnnualRent
           IF WS-Rent-Field NOT = SPACES
               COMPUTE WS-Rent-Amount
                   = FUNCTION NUMVAL(WS-Rent-Field)
               MOVE WS-Rent-Amount TO SB-AnnualRent
           END-IF

           MOVE WS-Key-KundeID TO SB-KundeID
           MOVE WS-Key-KontoID TO SB-RentKonto
           MOVE SB-StartDate TO SB-NextBill
           MOVE ZERO TO SB-Bill-DueDate
           MOVE ZERO TO SB-Bill-Raised
           MOVE ZERO TO SB-Bill-Amount
           MOVE SPACE TO SB-Bill-Status
           PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > 3
               MOVE SPACES TO SB-Co-KundeID(WS-Co-Idx)
               MOVE SPACE TO SB-Co-Access(WS-Co-Idx)
           END-PERFORM
           REWRITE BoxRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for box " SB-Branch "/"
                       SB-BoxNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Box " SB-Branch "/" SB-BoxNo " let to "
               SB-KundeID " from " SB-StartDate
           MOVE "RENT" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           STRING SB-KundeID " acct " SB-RentKonto " "
               SB-StartDate "-" SB-EndDate
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-BOX-AUDIT.

      * a co-renter is added with an access right or removed; the
      * renter is never a co-renter of the same box.
       MAINTAIN-CO-RENTERS.
           PERFORM READ-BOX
           IF WS-Key-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SB-KundeID = SPACES
               DISPLAY "Box " SB-Branch "/" SB-BoxNo " is vacant"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > 3
               IF SB-Co-KundeID(WS-Co-Idx) NOT = SPACES
                   DISPLAY "  Co-renter " SB-Co-KundeID(WS-Co-Idx)
                       " access " SB-Co-Access(WS-Co-Idx)
               END-IF
           END-PERFORM
           DISPLAY "Co-renter KundeID: "
           ACCEPT WS-Key-KundeID
           IF WS-Key-KundeID = SB-KundeID
               DISPLAY "That is the renter"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Co-Hit
           PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > 3
               IF SB-Co-KundeID(WS-Co-Idx) = WS-Key-KundeID
                   MOVE WS-Co-Idx TO WS-Co-Hit
               END-IF
           END-PERFORM

           IF WS-Co-Hit NOT = ZERO
               DISPLAY "Remove co-renter " WS-Key-KundeID " (Y/N): "
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = "Y" AND NOT = "y"
                   DISPLAY "Co-renter stays"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SB-Co-KundeID(WS-Co-Hit)
               MOVE SPACE TO SB-Co-Access(WS-Co-Hit)
               MOVE "CODEL" TO WS-Audit-Action
           ELSE
               PERFORM CHECK-CUSTOMER
               IF NOT WS-CUSTOMER-IS-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-Co-Idx FROM 1 BY 1
                       UNTIL WS-Co-Idx > 3 OR WS-Co-Hit NOT = ZERO
                   IF SB-Co-KundeID(WS-Co-Idx) = SPACES
                       MOVE WS-Co-Idx TO WS-Co-Hit
                   END-IF
               END-PERFORM
               IF WS-Co-Hit = ZERO
                   DISPLAY "The box already has three co-renters"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Access F=alone  A=only with the renter: "
               ACCEPT WS-Access-Field
               MOVE WS-Access-Field TO SB-Co-Access(WS-Co-Hit)
               IF NOT SB-CO-FULL-ACCESS(WS-Co-Hit)
                       AND NOT SB-CO-ACCOMPANIED(WS-Co-Hit)
                   DISPLAY "Access must be F or A - nothing recorded"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Key-KundeID TO SB-Co-KundeID(WS-Co-Hit)
               MOVE "COADD" TO WS-Audit-Action
           END-IF

           REWRITE BoxRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for box " SB-Branch "/"
                       SB-BoxNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Co-renters of " SB-Branch "/" SB-BoxNo " updated"
           MOVE SPACES TO WS-Audit-Detail
           STRING WS-Key-KundeID " access " WS-Access-Field
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-BOX-AUDIT.

      * rent the debit never collected, taken at the counter or by a
      * keyed posting - the box comes off the unpaid list.
       RECORD-RENT-PAID.
           PERFORM READ-BOX
           IF WS-Key-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT SB-BILL-UNPAID AND NOT SB-BILL-OUTSTANDING
               DISPLAY "No rent outstanding on " SB-Branch "/"
                   SB-BoxNo
               EXIT PARAGRAPH
           END-IF
           MOVE SB-Bill-Amount TO WS-Rent-Display
           DISPLAY "Rent " WS-Rent-Display " due " SB-Bill-DueDate
               " received (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "Rent still outstanding"
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO SB-Bill-Status
           REWRITE BoxRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for box " SB-Branch "/"
                       SB-BoxNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Rent recorded as paid"
           MOVE "PAID" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           STRING "due " SB-Bill-DueDate " " WS-Rent-Display
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-BOX-AUDIT.

      * the box is emptied and handed back. Leaving rent unpaid
      * behind takes a supervisor.
       END-RENTAL.
           PERFORM READ-BOX
           IF WS-Key-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SB-KundeID = SPACES
               DISPLAY "Box " SB-Branch "/" SB-BoxNo " is vacant"
               EXIT PARAGRAPH
           END-IF
           IF SB-BILL-UNPAID OR SB-BILL-OUTSTANDING
               MOVE SB-Bill-Amount TO WS-Rent-Display
               DISPLAY "Rent " WS-Rent-Display " due "
                   SB-Bill-DueDate " has not been collected"
               IF WS-OPERATOR-IS-SUPERVISOR
                   MOVE "Y" TO WS-Approval-OK
               ELSE
                   PERFORM SUPERVISOR-APPROVAL
               END-IF
               IF NOT WS-APPROVAL-GIVEN
                   DISPLAY "Rental stands"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "End the rental of " SB-Branch "/" SB-BoxNo
               " by " SB-KundeID " - box emptied (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "Rental stands"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Audit-Detail
           STRING SB-KundeID " from " SB-StartDate " status "
               SB-Bill-Status
               INTO WS-Audit-Detail
           END-STRING
           PERFORM CLEAR-RENTAL
           REWRITE BoxRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for box " SB-Branch "/"
                       SB-BoxNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Box " SB-Branch "/" SB-BoxNo " is vacant"
           MOVE "END" TO WS-Audit-Action
           PERFORM WRITE-BOX-AUDIT.

       CLEAR-RENTAL.
           MOVE SPACES TO SB-KundeID
           MOVE SPACES TO SB-RentKonto
           MOVE ZERO TO SB-StartDate
           MOVE ZERO TO SB-EndDate
           MOVE ZERO TO SB-AnnualRent
           PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > 3
               MOVE SPACES TO SB-Co-KundeID(WS-Co-Idx)
               MOVE SPACE TO SB-Co-Access(WS-Co-Idx)
           END-PERFORM
           MOVE ZERO TO SB-NextBill
           MOVE ZERO TO SB-Bill-DueDate
           MOVE ZERO TO SB-Bill-Raised
           MOVE ZERO TO SB-Bill-Amount
           MOVE SPACE TO SB-Bill-Status.

       LIST-BRANCH-BOXES.
           DISPLAY "Branch: "
           ACCEPT WS-Key-Branch
           MOVE ZERO TO WS-Box-Count
           SET END-BOX TO FALSE
           MOVE WS-Key-Branch TO SB-Branch
           MOVE LOW-VALUES TO SB-BoxNo
           START BoxFil KEY IS NOT LESS THAN SB-Key
               INVALID KEY
                   SET END-BOX TO TRUE
           END-START
           PERFORM UNTIL END-BOX
               READ BoxFil NEXT RECORD
                   AT END
                       SET END-BOX TO TRUE
                   NOT AT END
                       IF SB-Branch NOT = WS-Key-Branch
                           SET END-BOX TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-BOX
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Box-Count = ZERO
               DISPLAY "No boxes registered at branch " WS-Key-Branch
           END-IF.

       SHOW-ONE-BOX.
           ADD 1 TO WS-Box-Count
           IF SB-KundeID = SPACES
               DISPLAY SB-BoxNo " " SB-Size " vacant"
               EXIT PARAGRAPH
           END-IF
           MOVE SB-Bill-Amount TO WS-Rent-Display
           DISPLAY SB-BoxNo " " SB-Size " " SB-KundeID " acct "
               SB-RentKonto " " SB-StartDate "-" SB-EndDate
               " next rent " SB-NextBill " last " SB-Bill-DueDate
               " " WS-Rent-Display " " SB-Bill-Status
           PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > 3
               IF SB-Co-KundeID(WS-Co-Idx) NOT = SPACES
                   DISPLAY "       co-renter " SB-Co-KundeID(WS-Co-Idx)
                       " access " SB-Co-Access(WS-Co-Idx)
               END-IF
           END-PERFORM.

      * a renter or co-renter must be a customer on file and not the
      * estate of a deceased one.
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

       WRITE-BOX-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Business-Date " " WS-Audit-Action " "
               SB-Branch "/" SB-BoxNo " " WS-Audit-Detail
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "BUSDATE.cpy".
