       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave119.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BoxFil ASSIGN TO "SafeDepositBoxes.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SB-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BoxFil-Status.
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
           SELECT TariffFile ASSIGN TO "SafeBoxTariff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TariffFile-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave119Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
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
      * the box register Opgave118 keeps - rewritten here as each
      * year's rent is raised and seen posted.
       FD  BoxFil.
       01  BoxRecord.
           COPY "SAFEBOX.cpy".

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

      * the customer life status Opgave78 maintains - D blocks
      * every debit for the estate period, S restores normal
      * handling; no record is an ordinary living customer.
       FD  CustStatusFil.
       01  CustStatusRecord.
           02 CustStatus-KundeID PIC X(10).
           02 CustStatus-Status  PIC X(1).
               88 CUSTSTATUS-DECEASED VALUE "D".
               88 CUSTSTATUS-SETTLED  VALUE "S".
           02 CustStatus-Date    PIC 9(8).

      * the yearly rent per box size, hand-maintained the way
      * FeeSchedule.txt is - one line per size, fixed columns. A
      * size with no line here is not billed.
       FD  TariffFile.
       01  TariffRecord.
           02 Tariff-Size   PIC X(1).
           02 Tariff-Amount PIC 9(7)V99.

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * rent debits join the intake feed the fees (Opgave39) write,
      * so every rent runs through the same Opgave11 posting path,
      * checks and reject handling.
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

       FD  ReportFile.
       01  ReportLine PIC X(120).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE119".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-BoxFil-Status        PIC X(2) VALUE "00".
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-TariffFile-Status    PIC X(2) VALUE "00".
       01 WS-TransFil-Status      PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status    PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * the bank-owned box-rent income account (a BOXCONTRA line in
      * RunControl.txt names its KontoID). With it configured the
      * rent goes to the intake as a transfer into it, the way
      * FEECONTRA carries the fees; without it the rent debits
      * one-sided.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Box-Contra-Konto PIC X(10) VALUE SPACES.
       01 WS-Has-Box-Contra PIC X VALUE "N".
           88 WS-BOX-CONTRA-SET VALUE "Y".

      * a missing status file means nobody is in an estate period.
       01 WS-CustStatusFil-Status PIC X(2) VALUE "00".
       01 WS-CustStatus-Open PIC X VALUE "N".
           88 WS-HAS-CUSTSTATUS VALUE "Y".

       01 EOF-BOX PIC X VALUE "N".
           88 END-BOX VALUE "Y" FALSE "N".
       01 EOF-TARIFF PIC X VALUE "N".
           88 END-TARIFF VALUE "Y".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".

      * the tariff, loaded once - a full table is an explicit abort,
      * never a silently unbilled size.
       01 WS-Tariff-Table.
           02 WS-Tariff-Entry OCCURS 10 TIMES.
               03 WS-Tariff-Size PIC X(1).
               03 WS-Tariff-Amt  PIC 9(7)V99.
       01 WS-Tariff-Count PIC 99 VALUE ZERO.
       01 WS-Tariff-Idx   PIC 99.

       01 WS-This-Rent    PIC 9(7)V99 VALUE ZERO.
       01 WS-Rent-Text    PIC X(30) VALUE SPACES.
       01 WS-Paid-Found   PIC X VALUE "N".
           88 WS-RENT-POSTED VALUE "Y".
       01 WS-Box-Changed  PIC X VALUE "N".
           88 WS-BOX-WAS-CHANGED VALUE "Y".
       01 WS-Box-Follow   PIC X VALUE "N".
           88 WS-BOX-NEEDS-FOLLOW-UP VALUE "Y".
       01 WS-No-Bill-Reason PIC X(40) VALUE SPACES.

      * one holder at a time - the renter, then each co-renter.
       01 WS-Holder-ID     PIC X(10) VALUE SPACES.
       01 WS-Holder-Role   PIC X(10) VALUE SPACES.
       01 WS-Holder-State  PIC X(1) VALUE SPACE.
           88 WS-HOLDER-LIVING   VALUE SPACE.
           88 WS-HOLDER-DECEASED VALUE "D".
           88 WS-HOLDER-CLOSED   VALUE "C".
       01 WS-Renter-In-Estate PIC X VALUE "N".
           88 WS-RENTER-ESTATE-BLOCKS VALUE "Y".
       01 WS-Open-Konti    PIC 9(3) VALUE ZERO.
       01 WS-Co-Idx        PIC 9 VALUE ZERO.

       01 WS-Next-Bill PIC 9(8) VALUE ZERO.
       01 WS-Next-Bill-Parts REDEFINES WS-Next-Bill.
           02 WS-Next-Year  PIC 9(4).
           02 WS-Next-MMDD  PIC 9(4).

       01 WS-Boxes-Let     PIC 9(7) VALUE ZERO.
       01 WS-Boxes-Billed  PIC 9(7) VALUE ZERO.
       01 WS-Boxes-Unpaid  PIC 9(7) VALUE ZERO.
       01 WS-Boxes-NotBilled PIC 9(7) VALUE ZERO.
       01 WS-Boxes-Holders PIC 9(7) VALUE ZERO.
       01 WS-Boxes-Ended   PIC 9(7) VALUE ZERO.
       01 WS-Boxes-Follow  PIC 9(7) VALUE ZERO.
       01 WS-Billed-Total  PIC 9(11)V99 VALUE ZERO.
       01 WS-Unpaid-Total  PIC 9(11)V99 VALUE ZERO.
       01 WS-Rent-Display  PIC Z(6)9.99.
       01 WS-Total-Display PIC Z(10)9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

      * no register yet means no box has been let - a completed,
      * empty step rather than a failure.
       OPEN I-O BoxFil
       IF WS-BoxFil-Status = "35"
           DISPLAY "No SafeDepositBoxes.txt - no box rent to bill"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-BoxFil-Status NOT = "00"
           DISPLAY "ERROR opening SafeDepositBoxes.txt - status "
               WS-BoxFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE BoxFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE BoxFil
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT CustStatusFil
       IF WS-CustStatusFil-Status = "00"
           MOVE "Y" TO WS-CustStatus-Open
       END-IF

       MOVE "BOXCONTRA" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:10) NOT = SPACES
           MOVE WS-RC-Value(1:10) TO WS-Box-Contra-Konto
           MOVE "Y" TO WS-Has-Box-Contra
       END-IF

       PERFORM LOAD-TARIFF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           CLOSE BoxFil
           CLOSE KundeFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave119Report.txt - status "
               WS-ReportFile-Status
           CLOSE BoxFil
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE IntakeFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "Safe-deposit box rent and follow-up - business date "
           WS-Business-Date
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-RECORD

       PERFORM UNTIL END-BOX
           READ BoxFil NEXT RECORD
               AT END
                   SET END-BOX TO TRUE
               NOT AT END
                   IF SB-KundeID NOT = SPACES
                       PERFORM PROCESS-ONE-BOX
                   END-IF
           END-READ
       END-PERFORM

       PERFORM WRITE-REPORT-TOTALS

       DISPLAY "Box rent for " WS-Business-Date " complete: "
           WS-Boxes-Billed " billed, " WS-Boxes-Unpaid " unpaid, "
           WS-Boxes-Follow " for branch follow-up"

       CLOSE BoxFil
       CLOSE KundeFil
       CLOSE KontoFil
       CLOSE IntakeFile
       CLOSE ReportFile
       IF WS-HAS-CUSTSTATUS
           CLOSE CustStatusFil
       END-IF
       MOVE WS-Boxes-Let    TO WS-Job-Count1
       MOVE WS-Boxes-Billed TO WS-Job-Count2
       MOVE WS-Boxes-Follow TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * no tariff on file means only boxes with a rent of their own
      * are billed - announced, not silent.
       LOAD-TARIFF.
           OPEN INPUT TariffFile
           IF WS-TariffFile-Status NOT = "00"
               DISPLAY "WARNING: SafeBoxTariff.txt not available -"
                   " only boxes with an agreed rent will be billed"
           ELSE
               PERFORM UNTIL END-TARIFF
                   READ TariffFile
                       AT END
                           SET END-TARIFF TO TRUE
                       NOT AT END
                           PERFORM TAKE-TARIFF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TariffFile
           END-IF.

       TAKE-TARIFF-ENTRY.
           IF WS-Tariff-Count >= 10
               DISPLAY "ERROR - box tariff table full - run aborted"
                   " rather than silently skipping sizes"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Tariff-Count
           MOVE Tariff-Size   TO WS-Tariff-Size(WS-Tariff-Count)
           MOVE Tariff-Amount TO WS-Tariff-Amt(WS-Tariff-Count).

      * one let box: settle last year's rent, look at who holds it,
      * then raise this year's rent if it has fallen due.
       PROCESS-ONE-BOX.
           ADD 1 TO WS-Boxes-Let
           MOVE "N" TO WS-Box-Changed
           MOVE "N" TO WS-Box-Follow

      * a rent raised on an earlier night has had its posting run -
      * found on the transaction file it is paid, otherwise the
      * debit was rejected and the branch must collect it.
           IF SB-BILL-OUTSTANDING
                   AND SB-Bill-Raised < WS-Business-Date
               PERFORM CHECK-RENT-POSTED
           END-IF

           PERFORM CHECK-BOX-HOLDERS

           IF SB-EndDate NOT = ZERO
                   AND SB-EndDate < WS-Business-Date
               ADD 1 TO WS-Boxes-Ended
               MOVE "Y" TO WS-Box-Follow
               MOVE SPACES TO ReportLine
               STRING
                   "ENDED     " SB-Branch "/" SB-BoxNo
                   " renter " SB-KundeID " - term ended "
                   SB-EndDate ", box not vacated"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
           ELSE
               IF SB-NextBill NOT > WS-Business-Date
                       AND (SB-EndDate = ZERO
                           OR SB-NextBill < SB-EndDate)
                   PERFORM BILL-ONE-BOX
               END-IF
           END-IF

           IF SB-BILL-UNPAID
               ADD 1 TO WS-Boxes-Unpaid
               ADD SB-Bill-Amount TO WS-Unpaid-Total
               MOVE "Y" TO WS-Box-Follow
               MOVE SB-Bill-Amount TO WS-Rent-Display
               MOVE SPACES TO ReportLine
               STRING
                   "UNPAID    " SB-Branch "/" SB-BoxNo
                   " renter " SB-KundeID " acct " SB-RentKonto
                   " rent " WS-Rent-Display " due " SB-Bill-DueDate
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
           END-IF

           IF WS-BOX-NEEDS-FOLLOW-UP
               ADD 1 TO WS-Boxes-Follow
           END-IF

           IF WS-BOX-WAS-CHANGED
               REWRITE BoxRecord
                   INVALID KEY
                       DISPLAY "ERROR rewriting box " SB-Branch "/"
                           SB-BoxNo " - status " WS-BoxFil-Status
                       CLOSE BoxFil
                       CLOSE KundeFil
                       CLOSE KontoFil
                       CLOSE IntakeFile
                       CLOSE ReportFile
                       STOP RUN WITH ERROR STATUS 1
               END-REWRITE
           END-IF.

      * the same posted-debit test Opgave66 puts to a loan
      * installment: account, type, amount and the narrative the
      * rent was raised with.
       CHECK-RENT-POSTED.
           MOVE "N" TO WS-Paid-Found
           PERFORM BUILD-RENT-TEXT

           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               SET END-TRANS TO TRUE
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       IF TransKontoID = SB-RentKonto
                               AND TransType = "D"
                               AND TransAmount = SB-Bill-Amount
                               AND TransText = WS-Rent-Text
                           MOVE "Y" TO WS-Paid-Found
                           SET END-TRANS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransFil-Status = "00" OR "10"
               CLOSE KontoTransaktionFil
           END-IF

           IF WS-RENT-POSTED
               MOVE "P" TO SB-Bill-Status
           ELSE
               MOVE "U" TO SB-Bill-Status
           END-IF
           MOVE "Y" TO WS-Box-Changed.

       BUILD-RENT-TEXT.
           MOVE SPACES TO WS-Rent-Text
           STRING
               "Box rent " SB-Branch "/" SB-BoxNo " " SB-Bill-DueDate
               INTO WS-Rent-Text
           END-STRING.

      * a box held by a deceased or closed customer - renter or
      * co-renter - goes to the branch before the box is drilled.
       CHECK-BOX-HOLDERS.
           MOVE "N" TO WS-Renter-In-Estate
           MOVE SB-KundeID TO WS-Holder-ID
           MOVE "renter" TO WS-Holder-Role
           PERFORM CHECK-ONE-HOLDER
           PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > 3
               IF SB-Co-KundeID(WS-Co-Idx) NOT = SPACES
                   MOVE SB-Co-KundeID(WS-Co-Idx) TO WS-Holder-ID
                   MOVE "co-renter" TO WS-Holder-Role
                   PERFORM CHECK-ONE-HOLDER
               END-IF
           END-PERFORM.

      * deceased is a CustomerStatus.txt record, in the estate period
      * or settled; closed is a customer gone from the master or
      * with no account left open.
       CHECK-ONE-HOLDER.
           MOVE SPACE TO WS-Holder-State
           IF WS-HAS-CUSTSTATUS
               MOVE WS-Holder-ID TO CustStatus-KundeID
               READ CustStatusFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTSTATUS-DECEASED OR CUSTSTATUS-SETTLED
                           MOVE "D" TO WS-Holder-State
                       END-IF
                       IF CUSTSTATUS-DECEASED
                               AND WS-Holder-Role = "renter"
                           MOVE "Y" TO WS-Renter-In-Estate
                       END-IF
               END-READ
           END-IF

           IF WS-HOLDER-LIVING
               MOVE WS-Holder-ID TO KundeRecord-KundeID
               READ KundeFil
                   INVALID KEY
                       MOVE "C" TO WS-Holder-State
               END-READ
           END-IF

           IF WS-HOLDER-LIVING
               PERFORM COUNT-OPEN-KONTI
               IF WS-Open-Konti = ZERO
                   MOVE "C" TO WS-Holder-State
               END-IF
           END-IF

           IF NOT WS-HOLDER-LIVING
               ADD 1 TO WS-Boxes-Holders
               MOVE "Y" TO WS-Box-Follow
               MOVE SPACES TO ReportLine
               IF WS-HOLDER-DECEASED
                   STRING
                       "DECEASED  " SB-Branch "/" SB-BoxNo " "
                       WS-Holder-Role " " WS-Holder-ID
                       " is deceased"
                       INTO ReportLine
                   END-STRING
               ELSE
                   STRING
                       "CLOSED    " SB-Branch "/" SB-BoxNo " "
                       WS-Holder-Role " " WS-Holder-ID
                       " has no open customer relationship"
                       INTO ReportLine
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-RECORD
           END-IF.

       COUNT-OPEN-KONTI.
           MOVE ZERO TO WS-Open-Konti
           MOVE WS-Holder-ID TO KontoRecord-KundeID
           SET END-KONTO TO FALSE
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID = WS-Holder-ID
                           IF NOT KONTO-RECORD-CLOSED
                               ADD 1 TO WS-Open-Konti
                               SET END-KONTO TO TRUE
                           END-IF
                       ELSE
                           SET END-KONTO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * this year's rent, in advance, from the renter's chosen
      * account - held back, with the reason, when it cannot go.
       BILL-ONE-BOX.
           MOVE SPACES TO WS-No-Bill-Reason
           MOVE SB-AnnualRent TO WS-This-Rent
           IF WS-This-Rent = ZERO
               PERFORM VARYING WS-Tariff-Idx FROM 1 BY 1
                       UNTIL WS-Tariff-Idx > WS-Tariff-Count
                   IF WS-Tariff-Size(WS-Tariff-Idx) = SB-Size
                       MOVE WS-Tariff-Amt(WS-Tariff-Idx)
                           TO WS-This-Rent
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN SB-BILL-UNPAID
                   MOVE "last rent still unpaid"
                       TO WS-No-Bill-Reason
               WHEN SB-BILL-OUTSTANDING
                   MOVE "last rent not yet posted"
                       TO WS-No-Bill-Reason
               WHEN WS-RENTER-ESTATE-BLOCKS
                   MOVE "renter's estate period"
                       TO WS-No-Bill-Reason
               WHEN WS-This-Rent = ZERO
                   MOVE "no tariff for the box size"
                       TO WS-No-Bill-Reason
           END-EVALUATE

           IF WS-No-Bill-Reason = SPACES
               MOVE SB-RentKonto TO KontoRecord-KontoID
               READ KontoFil KEY IS KontoRecord-KontoID
                   INVALID KEY
                       MOVE "rent account not on file"
                           TO WS-No-Bill-Reason
                   NOT INVALID KEY
                       IF KONTO-RECORD-CLOSED
                           MOVE "rent account closed"
                               TO WS-No-Bill-Reason
                       END-IF
               END-READ
           END-IF

           IF WS-No-Bill-Reason NOT = SPACES
               ADD 1 TO WS-Boxes-NotBilled
               MOVE "Y" TO WS-Box-Follow
               MOVE SPACES TO ReportLine
               STRING
                   "NOT BILLED " SB-Branch "/" SB-BoxNo
                   " renter " SB-KundeID " due " SB-NextBill
                   " - " WS-No-Bill-Reason
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SB-NextBill TO SB-Bill-DueDate
           MOVE WS-Business-Date TO SB-Bill-Raised
           MOVE WS-This-Rent TO SB-Bill-Amount
           MOVE "O" TO SB-Bill-Status
           PERFORM BUILD-RENT-TEXT

           MOVE SB-RentKonto     TO Intake-KontoID
           MOVE WS-Business-Date TO Intake-Date
           IF WS-BOX-CONTRA-SET
               MOVE "T" TO Intake-Type
               MOVE WS-Box-Contra-Konto TO Intake-ContraKontoID
           ELSE
               MOVE "D" TO Intake-Type
               MOVE SPACES TO Intake-ContraKontoID
           END-IF
           MOVE WS-This-Rent     TO Intake-Amount
           MOVE ZERO             TO Intake-BalanceAfter
           MOVE SPACE            TO Intake-DupOverride
           MOVE WS-Rent-Text     TO Intake-Text
           MOVE WS-Business-Date TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE BoxFil
               CLOSE KundeFil
               CLOSE KontoFil
               CLOSE IntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

      * a year on; a 29 February start falls due on 28 February in
      * the years between.
           MOVE SB-NextBill TO WS-Next-Bill
           ADD 1 TO WS-Next-Year
           IF WS-Next-MMDD = 0229
               MOVE 0228 TO WS-Next-MMDD
           END-IF
           MOVE WS-Next-Bill TO SB-NextBill
           MOVE "Y" TO WS-Box-Changed

           ADD 1 TO WS-Boxes-Billed
           ADD WS-This-Rent TO WS-Billed-Total
           MOVE WS-This-Rent TO WS-Rent-Display
           MOVE SPACES TO ReportLine
           STRING
               "BILLED    " SB-Branch "/" SB-BoxNo
               " renter " SB-KundeID " acct " SB-RentKonto
               " rent " WS-Rent-Display " due " SB-Bill-DueDate
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Boxes let: " WS-Boxes-Let
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE WS-Billed-Total TO WS-Total-Display
           MOVE SPACES TO ReportLine
           STRING "Rent billed tonight: " WS-Boxes-Billed
               " boxes, " WS-Total-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE WS-Unpaid-Total TO WS-Total-Display
           MOVE SPACES TO ReportLine
           STRING "Rent unpaid: " WS-Boxes-Unpaid
               " boxes, " WS-Total-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Not billed: " WS-Boxes-NotBilled
               "  deceased/closed holders: " WS-Boxes-Holders
               "  term ended: " WS-Boxes-Ended
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Boxes for branch follow-up: " WS-Boxes-Follow
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-RECORD.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave119Report.txt - status "
                   WS-ReportFile-Status
               CLOSE BoxFil
               CLOSE KundeFil
               CLOSE KontoFil
               CLOSE IntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
