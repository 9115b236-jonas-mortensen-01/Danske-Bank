       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave114.

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
           SELECT RenteFil ASSIGN TO "InterestRates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RenteRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RenteFil-Status.
           SELECT PropRenteFil ASSIGN TO "ProposedRates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PropRente-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PropRenteFil-Status.
           SELECT FeeScheduleFile ASSIGN TO "FeeSchedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeeScheduleFile-Status.
           SELECT PropFeeFile ASSIGN TO "ProposedFeeSchedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PropFeeFile-Status.
           SELECT AssignFil ASSIGN TO "BranchAssignments.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AssignRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AssignFil-Status.
           SELECT CustStatusFil ASSIGN TO "CustomerStatus.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustStatus-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CustStatusFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave114Report.txt"
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

      * the rate master Opgave33 keeps - the generation in force on
      * the business date is what the accrual would use tonight.
       FD  RenteFil.
       01  RenteRecord.
           02 RenteRecord-Key.
               03 RenteRecord-KontoType     PIC X(20).
               03 RenteRecord-EffectiveDate PIC 9(8).
           02 RenteRecord-BandCount PIC 9.
           02 RenteRecord-Band OCCURS 5 TIMES.
               03 RenteRecord-BandLimit PIC 9(10)V99.
               03 RenteRecord-BandPct   PIC S9V9999.

      * the pricing committee's proposal, keyed through Opgave33 in
      * the master's own layout. Only the KontoTypes it holds are
      * repriced - the latest generation on file for a type is the
      * proposal, whatever its date; every other type keeps the
      * rate in force.
       FD  PropRenteFil.
       01  PropRenteRecord.
           02 PropRente-Key.
               03 PropRente-KontoType     PIC X(20).
               03 PropRente-EffectiveDate PIC 9(8).
           02 PropRente-BandCount PIC 9.
           02 PropRente-Band OCCURS 5 TIMES.
               03 PropRente-BandLimit PIC 9(10)V99.
               03 PropRente-BandPct   PIC S9V9999.

      * the fee per KontoType Opgave39 charges from.
       FD  FeeScheduleFile.
       01  FeeScheduleRecord.
           02 Fee-KontoType PIC X(20).
           02 Fee-Amount    PIC 9(10)V99.

      * the proposed fees, hand-maintained in the same columns as
      * FeeSchedule.txt. A type listed here is charged the proposed
      * fee (zero stops charging it); a type not listed keeps its
      * present fee.
       FD  PropFeeFile.
       01  PropFeeRecord.
           02 PropFee-KontoType PIC X(20).
           02 PropFee-Amount    PIC 9(10)V99.

       FD  AssignFil.
       01  AssignRecord.
           02 AssignRecord-KundeID PIC X(10).
           02 AssignRecord-Branch  PIC X(4).

       FD  CustStatusFil.
       01  CustStatusRecord.
           02 CustStatus-KundeID PIC X(10).
           02 CustStatus-Status  PIC X(1).
               88 CUSTSTATUS-DECEASED VALUE "D".
               88 CUSTSTATUS-SETTLED  VALUE "S".
           02 CustStatus-Date    PIC 9(8).

      * income now and under the proposal by KontoType and by
      * branch, then the customers the proposal moves most in each
      * direction. Nothing is posted - the sheet is the only output.
       FD  ReportFile.
       01  ReportLine PIC X(132).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE114".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status        PIC X(2) VALUE "00".
       01 WS-RenteFil-Status        PIC X(2) VALUE "00".
       01 WS-PropRenteFil-Status    PIC X(2) VALUE "00".
       01 WS-FeeScheduleFile-Status PIC X(2) VALUE "00".
       01 WS-PropFeeFile-Status     PIC X(2) VALUE "00".
       01 WS-AssignFil-Status       PIC X(2) VALUE "00".
       01 WS-CustStatusFil-Status   PIC X(2) VALUE "00".
       01 WS-ReportFile-Status      PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
      * The OPGAVE114 line carries in columns 11-12 how many
      * customers to list in each direction - 10 when absent, 20 at
      * most.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-RENTE PIC X VALUE "N".
           88 END-RENTE VALUE "Y" FALSE "N".
       01 EOF-FEE PIC X VALUE "N".
           88 END-FEE VALUE "Y" FALSE "N".

       01 WS-Assign-Open PIC X VALUE "N".
           88 WS-HAS-ASSIGN-FILE VALUE "Y".
       01 WS-CustStatus-Open PIC X VALUE "N".
           88 WS-HAS-CUSTSTATUS VALUE "Y".
       01 WS-Has-Prop-Rates PIC X VALUE "N".
           88 WS-PROPOSED-RATES-ON-FILE VALUE "Y".
       01 WS-Has-Prop-Fees PIC X VALUE "N".
           88 WS-PROPOSED-FEES-ON-FILE VALUE "Y".

      * the rate per KontoType now and under the proposal - loaded
      * the way Opgave12's LOAD-RATE-TABLE loads it. A type with no
      * rate either way accrues nothing, as in the accrual.
       01 WS-Rate-Table.
           02 WS-Rate-Entry OCCURS 20 TIMES.
               03 WS-Rate-Type        PIC X(20).
               03 WS-Rate-EffDate     PIC 9(8).
               03 WS-Rate-BandCount   PIC 9.
               03 WS-Rate-Band OCCURS 5 TIMES.
                   04 WS-Rate-BandLimit PIC 9(10)V99.
                   04 WS-Rate-BandPct   PIC S9V9999.
               03 WS-Prop-Set         PIC X.
                   88 WS-PROP-RATE-SET VALUE "Y".
               03 WS-Prop-EffDate     PIC 9(8).
               03 WS-Prop-BandCount   PIC 9.
               03 WS-Prop-Band OCCURS 5 TIMES.
                   04 WS-Prop-BandLimit PIC 9(10)V99.
                   04 WS-Prop-BandPct   PIC S9V9999.
       01 WS-Rate-Count PIC 99 VALUE ZERO.
       01 WS-Rate-Idx   PIC 99.
       01 WS-Rate-Hit   PIC 99 VALUE ZERO.
       01 WS-Repriced-Types PIC 99 VALUE ZERO.

      * the fee per KontoType now and under the proposal.
       01 WS-Fee-Table.
           02 WS-Fee-Entry OCCURS 20 TIMES.
               03 WS-Fee-Type    PIC X(20).
               03 WS-Fee-Amt     PIC 9(10)V99.
               03 WS-Fee-Prop    PIC 9(10)V99.
       01 WS-Fee-Count PIC 99 VALUE ZERO.
       01 WS-Fee-Idx   PIC 99.
       01 WS-Fee-Hit   PIC 99 VALUE ZERO.
       01 WS-Refeed-Types PIC 99 VALUE ZERO.

      * per-KontoType agreed minimum balance, the same values
      * Opgave39's INITIALIZE-MINBALANCE-TABLE carries - a balance
      * at or above it waives the month's fee now and under the
      * proposal alike.
       01 WS-MinBalance-Table.
           02 WS-MinBalance-Entry OCCURS 5 TIMES.
               03 WS-MinBalance-Type    PIC X(20).
               03 WS-MinBalance-Amount  PIC S9(10)V99.
       01 WS-MinBalance-Count PIC 9 VALUE ZERO.
       01 WS-MinBalance-Idx   PIC 9.
       01 WS-Default-MinBalance PIC S9(10)V99 VALUE ZERO.
       01 WS-This-MinBalance    PIC S9(10)V99.

      * one generation at a time through COMPUTE-BANDED-INTEREST -
      * the current and the proposed are loaded in turn.
       01 WS-Calc-Rate.
           02 WS-Calc-BandCount PIC 9 VALUE ZERO.
           02 WS-Calc-Band OCCURS 5 TIMES.
               03 WS-Calc-BandLimit PIC 9(10)V99.
               03 WS-Calc-BandPct   PIC S9V9999.
       01 WS-Calc-Balance  PIC S9(10)V99 VALUE ZERO.
       01 WS-Calc-Interest PIC S9(10)V99 VALUE ZERO.
       01 WS-Band-Idx      PIC 9 VALUE ZERO.
       01 WS-Band-Floor    PIC S9(10)V99 VALUE ZERO.
       01 WS-Band-Ceiling  PIC S9(10)V99 VALUE ZERO.
       01 WS-Slice-Part    PIC S9(10)V99 VALUE ZERO.

      * the account at hand: interest credited (negative when
      * charged) and fee charged, now and under the proposal.
       01 WS-Acct-Int-Cur  PIC S9(10)V99 VALUE ZERO.
       01 WS-Acct-Int-Prop PIC S9(10)V99 VALUE ZERO.
       01 WS-Acct-Fee-Cur  PIC S9(10)V99 VALUE ZERO.
       01 WS-Acct-Fee-Prop PIC S9(10)V99 VALUE ZERO.
       01 WS-Estate-Blocked PIC X VALUE "N".
           88 WS-ESTATE-BLOCKS VALUE "Y".
       01 WS-This-Branch PIC X(4) VALUE SPACES.

      * income to the bank is fees charged less interest credited -
      * the same four figures summed by KontoType and by branch.
       01 WS-Type-Table.
           02 WS-Type-Entry OCCURS 20 TIMES.
               03 WS-Type-Code      PIC X(20).
               03 WS-Type-Accounts  PIC 9(7).
               03 WS-Type-Int-Cur   PIC S9(12)V99.
               03 WS-Type-Int-Prop  PIC S9(12)V99.
               03 WS-Type-Fee-Cur   PIC S9(12)V99.
               03 WS-Type-Fee-Prop  PIC S9(12)V99.
       01 WS-Type-Used PIC 99 VALUE ZERO.
       01 WS-Type-Idx  PIC 99.
       01 WS-Type-Hit  PIC 99 VALUE ZERO.

       01 WS-Br-Table.
           02 WS-Br-Entry OCCURS 20 TIMES.
               03 WS-Br-Code      PIC X(4).
               03 WS-Br-Accounts  PIC 9(7).
               03 WS-Br-Int-Cur   PIC S9(12)V99.
               03 WS-Br-Int-Prop  PIC S9(12)V99.
               03 WS-Br-Fee-Cur   PIC S9(12)V99.
               03 WS-Br-Fee-Prop  PIC S9(12)V99.
       01 WS-Br-Used PIC 99 VALUE ZERO.
       01 WS-Br-Idx  PIC 99.
       01 WS-Br-Hit  PIC 99 VALUE ZERO.

       01 WS-Tot-Accounts PIC 9(7) VALUE ZERO.
       01 WS-Tot-Int-Cur  PIC S9(12)V99 VALUE ZERO.
       01 WS-Tot-Int-Prop PIC S9(12)V99 VALUE ZERO.
       01 WS-Tot-Fee-Cur  PIC S9(12)V99 VALUE ZERO.
       01 WS-Tot-Fee-Prop PIC S9(12)V99 VALUE ZERO.

      * one customer's accounts arrive together along the KundeID
      * key; the effect on the customer is what they gain in
      * interest less what they pay more in fees.
       01 WS-Cust-KundeID  PIC X(10) VALUE SPACES.
       01 WS-Cust-Accounts PIC 9(3) VALUE ZERO.
       01 WS-Cust-Int-Chg  PIC S9(10)V99 VALUE ZERO.
       01 WS-Cust-Fee-Chg  PIC S9(10)V99 VALUE ZERO.
       01 WS-Cust-Net      PIC S9(10)V99 VALUE ZERO.
       01 WS-Customers     PIC 9(7) VALUE ZERO.
       01 WS-Cust-Worse    PIC 9(7) VALUE ZERO.
       01 WS-Cust-Better   PIC 9(7) VALUE ZERO.

      * the customers hit hardest and helped most, each list kept
      * in order as the customers go by.
       01 WS-Top-Max PIC 99 VALUE 10.
       01 WS-Worse-Table.
           02 WS-Worse-Entry OCCURS 20 TIMES.
               03 WS-Worse-KundeID  PIC X(10).
               03 WS-Worse-Accounts PIC 9(3).
               03 WS-Worse-Int-Chg  PIC S9(10)V99.
               03 WS-Worse-Fee-Chg  PIC S9(10)V99.
               03 WS-Worse-Net      PIC S9(10)V99.
       01 WS-Worse-Used PIC 99 VALUE ZERO.
       01 WS-Better-Table.
           02 WS-Better-Entry OCCURS 20 TIMES.
               03 WS-Better-KundeID  PIC X(10).
               03 WS-Better-Accounts PIC 9(3).
               03 WS-Better-Int-Chg  PIC S9(10)V99.
               03 WS-Better-Fee-Chg  PIC S9(10)V99.
               03 WS-Better-Net      PIC S9(10)V99.
       01 WS-Better-Used PIC 99 VALUE ZERO.
       01 WS-Top-Idx  PIC 99.
       01 WS-Top-Pos  PIC 99.
       01 WS-Top-From PIC 99.

       01 WS-Line-Label   PIC X(20) VALUE SPACES.
       01 WS-Line-Count   PIC 9(7) VALUE ZERO.
       01 WS-Line-Int-Cur  PIC S9(12)V99 VALUE ZERO.
       01 WS-Line-Int-Prop PIC S9(12)V99 VALUE ZERO.
       01 WS-Line-Fee-Cur  PIC S9(12)V99 VALUE ZERO.
       01 WS-Line-Fee-Prop PIC S9(12)V99 VALUE ZERO.
       01 WS-Line-Income-Chg PIC S9(12)V99 VALUE ZERO.

       01 WS-Amt1-Display PIC -(11)9.99.
       01 WS-Amt2-Display PIC -(11)9.99.
       01 WS-Amt3-Display PIC -(11)9.99.
       01 WS-Amt4-Display PIC -(11)9.99.
       01 WS-Amt5-Display PIC -(11)9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       MOVE "OPGAVE114" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:2) IS NUMERIC
               AND WS-RC-Value(1:2) NOT = "00"
           MOVE WS-RC-Value(1:2) TO WS-Top-Max
           IF WS-Top-Max > 20
               MOVE 20 TO WS-Top-Max
           END-IF
       END-IF

       PERFORM LOAD-CURRENT-RATES
       PERFORM LOAD-PROPOSED-RATES
       PERFORM LOAD-FEE-SCHEDULES
       PERFORM INITIALIZE-MINBALANCE-TABLE

      * with neither proposal file on file there is nothing to
      * simulate - said plainly rather than printing a sheet of
      * zero differences.
       IF NOT WS-PROPOSED-RATES-ON-FILE
               AND NOT WS-PROPOSED-FEES-ON-FILE
           DISPLAY "Neither ProposedRates.txt nor"
               " ProposedFeeSchedule.txt on file - nothing to"
               " simulate"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT AssignFil
       IF WS-AssignFil-Status = "00"
           MOVE "Y" TO WS-Assign-Open
       END-IF
       OPEN INPUT CustStatusFil
       IF WS-CustStatusFil-Status = "00"
           MOVE "Y" TO WS-CustStatus-Open
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave114Report.txt - status "
               WS-ReportFile-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "PRICING SIMULATION on " WS-Business-Date
           " - rates and fees in force against the proposal."
           " Nothing is posted."
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Interest is one accrual run as Opgave12 computes it"
           " on the account balance; fees are one month as"
           " Opgave39 assesses them."
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "KontoTypes repriced: " WS-Repriced-Types
           "  fees changed: " WS-Refeed-Types
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       PERFORM REPORT-PROPOSED-RATES

      * along the KundeID key, so each customer's accounts come in
      * one run and the customer's total is complete at the break.
       MOVE LOW-VALUES TO KontoRecord-KundeID
       START KontoFil KEY IS NOT LESS THAN KontoRecord-KundeID
           INVALID KEY
               SET END-KONTO TO TRUE
       END-START
       PERFORM UNTIL END-KONTO
           READ KontoFil NEXT RECORD
               AT END
                   SET END-KONTO TO TRUE
               NOT AT END
                   IF KontoRecord-KundeID NOT = WS-Cust-KundeID
                       PERFORM END-OF-CUSTOMER
                       PERFORM START-OF-CUSTOMER
                   END-IF
      * bank-owned internal accounts neither earn interest nor pay
      * fees, now or under any proposal.
                   IF NOT KONTO-RECORD-CLOSED
                           AND KontoRecord-KundeID NOT = "*BANK*"
                       PERFORM SIMULATE-ONE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM
       PERFORM END-OF-CUSTOMER

       PERFORM WRITE-TYPE-SECTION
       PERFORM WRITE-BRANCH-SECTION
       PERFORM WRITE-CUSTOMER-SECTIONS

       CLOSE KontoFil
       CLOSE ReportFile
       IF WS-HAS-ASSIGN-FILE
           CLOSE AssignFil
       END-IF
       IF WS-HAS-CUSTSTATUS
           CLOSE CustStatusFil
       END-IF

       COMPUTE WS-Line-Income-Chg
           = (WS-Tot-Fee-Prop - WS-Tot-Fee-Cur)
           - (WS-Tot-Int-Prop - WS-Tot-Int-Cur)
       MOVE WS-Line-Income-Chg TO WS-Amt5-Display
       DISPLAY "Accounts simulated:           " WS-Tot-Accounts
       DISPLAY "Customers worse off:          " WS-Cust-Worse
       DISPLAY "Customers better off:         " WS-Cust-Better
       DISPLAY "Change in income per period:  " WS-Amt5-Display
       DISPLAY "See Opgave114Report.txt"

       MOVE WS-Tot-Accounts TO WS-Job-Count1
       MOVE WS-Cust-Worse   TO WS-Job-Count2
       MOVE WS-Cust-Better  TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * the generation in force on the business date per KontoType,
      * exactly as the accrual would pick it tonight.
       LOAD-CURRENT-RATES.
           OPEN INPUT RenteFil
           IF WS-RenteFil-Status = "35"
               DISPLAY "WARNING: no InterestRates.txt on file - no"
                   " interest in force to compare with"
               EXIT PARAGRAPH
           END-IF
           IF WS-RenteFil-Status NOT = "00"
               DISPLAY "ERROR opening InterestRates.txt - status "
                   WS-RenteFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           SET END-RENTE TO FALSE
           PERFORM UNTIL END-RENTE
               READ RenteFil NEXT RECORD
                   AT END
                       SET END-RENTE TO TRUE
                   NOT AT END
                       IF RenteRecord-EffectiveDate
                               NOT > WS-Business-Date
                           MOVE RenteRecord-KontoType
                               TO WS-Line-Label
                           PERFORM FIND-RATE-SLOT
                           IF RenteRecord-EffectiveDate
                                   NOT < WS-Rate-EffDate(WS-Rate-Hit)
                               PERFORM TAKE-CURRENT-GENERATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RenteFil.

       TAKE-CURRENT-GENERATION.
           MOVE RenteRecord-EffectiveDate
               TO WS-Rate-EffDate(WS-Rate-Hit)
           MOVE RenteRecord-BandCount
               TO WS-Rate-BandCount(WS-Rate-Hit)
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               MOVE RenteRecord-BandLimit(WS-Band-Idx)
                   TO WS-Rate-BandLimit(WS-Rate-Hit WS-Band-Idx)
               MOVE RenteRecord-BandPct(WS-Band-Idx)
                   TO WS-Rate-BandPct(WS-Rate-Hit WS-Band-Idx)
           END-PERFORM.

      * the latest generation per KontoType in the proposal.
       LOAD-PROPOSED-RATES.
           OPEN INPUT PropRenteFil
           IF WS-PropRenteFil-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PropRenteFil-Status NOT = "00"
               DISPLAY "ERROR opening ProposedRates.txt - status "
                   WS-PropRenteFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Has-Prop-Rates
           SET END-RENTE TO FALSE
           PERFORM UNTIL END-RENTE
               READ PropRenteFil NEXT RECORD
                   AT END
                       SET END-RENTE TO TRUE
                   NOT AT END
                       MOVE PropRente-KontoType TO WS-Line-Label
                       PERFORM FIND-RATE-SLOT
                       IF NOT WS-PROP-RATE-SET(WS-Rate-Hit)
                           ADD 1 TO WS-Repriced-Types
                       END-IF
                       PERFORM TAKE-PROPOSED-GENERATION
               END-READ
           END-PERFORM
           CLOSE PropRenteFil.

      * the file reads in date order within a type, so the last
      * generation read is the latest.
       TAKE-PROPOSED-GENERATION.
           MOVE "Y" TO WS-Prop-Set(WS-Rate-Hit)
           MOVE PropRente-EffectiveDate
               TO WS-Prop-EffDate(WS-Rate-Hit)
           MOVE PropRente-BandCount
               TO WS-Prop-BandCount(WS-Rate-Hit)
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               MOVE PropRente-BandLimit(WS-Band-Idx)
                   TO WS-Prop-BandLimit(WS-Rate-Hit WS-Band-Idx)
               MOVE PropRente-BandPct(WS-Band-Idx)
                   TO WS-Prop-BandPct(WS-Rate-Hit WS-Band-Idx)
           END-PERFORM.

      * the slot for the KontoType in WS-Line-Label, opened empty
      * when the type is new - a full table is an explicit abort,
      * never a silently unpriced type.
       FIND-RATE-SLOT.
           MOVE ZERO TO WS-Rate-Hit
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF WS-Rate-Type(WS-Rate-Idx) = WS-Line-Label
                   MOVE WS-Rate-Idx TO WS-Rate-Hit
               END-IF
           END-PERFORM
           IF WS-Rate-Hit NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Rate-Count >= 20
               DISPLAY "ERROR - rate table full - run aborted"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Rate-Count
           MOVE WS-Rate-Count TO WS-Rate-Hit
           MOVE WS-Line-Label TO WS-Rate-Type(WS-Rate-Hit)
           MOVE ZERO TO WS-Rate-EffDate(WS-Rate-Hit)
           MOVE ZERO TO WS-Rate-BandCount(WS-Rate-Hit)
           MOVE "N"  TO WS-Prop-Set(WS-Rate-Hit)
           MOVE ZERO TO WS-Prop-EffDate(WS-Rate-Hit)
           MOVE ZERO TO WS-Prop-BandCount(WS-Rate-Hit)
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               MOVE ZERO TO WS-Rate-BandLimit(WS-Rate-Hit WS-Band-Idx)
               MOVE ZERO TO WS-Rate-BandPct(WS-Rate-Hit WS-Band-Idx)
               MOVE ZERO TO WS-Prop-BandLimit(WS-Rate-Hit WS-Band-Idx)
               MOVE ZERO TO WS-Prop-BandPct(WS-Rate-Hit WS-Band-Idx)
           END-PERFORM.

      * the schedule in force, then the proposal over it - a type
      * the proposal does not list keeps its present fee.
       LOAD-FEE-SCHEDULES.
           OPEN INPUT FeeScheduleFile
           IF WS-FeeScheduleFile-Status = "00"
               SET END-FEE TO FALSE
               PERFORM UNTIL END-FEE
                   READ FeeScheduleFile
                       AT END
                           SET END-FEE TO TRUE
                       NOT AT END
                           MOVE Fee-KontoType TO WS-Line-Label
                           PERFORM FIND-FEE-SLOT
                           MOVE Fee-Amount TO WS-Fee-Amt(WS-Fee-Hit)
                           MOVE Fee-Amount TO WS-Fee-Prop(WS-Fee-Hit)
                   END-READ
               END-PERFORM
               CLOSE FeeScheduleFile
           ELSE
               DISPLAY "WARNING: FeeSchedule.txt not available -"
                   " no fees in force to compare with"
           END-IF

           OPEN INPUT PropFeeFile
           IF WS-PropFeeFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Has-Prop-Fees
           SET END-FEE TO FALSE
           PERFORM UNTIL END-FEE
               READ PropFeeFile
                   AT END
                       SET END-FEE TO TRUE
                   NOT AT END
                       MOVE PropFee-KontoType TO WS-Line-Label
                       PERFORM FIND-FEE-SLOT
                       MOVE PropFee-Amount TO WS-Fee-Prop(WS-Fee-Hit)
                       IF WS-Fee-Prop(WS-Fee-Hit)
                               NOT = WS-Fee-Amt(WS-Fee-Hit)
                           ADD 1 TO WS-Refeed-Types
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PropFeeFile.

       FIND-FEE-SLOT.
           MOVE ZERO TO WS-Fee-Hit
           PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
                   UNTIL WS-Fee-Idx > WS-Fee-Count
               IF WS-Fee-Type(WS-Fee-Idx) = WS-Line-Label
                   MOVE WS-Fee-Idx TO WS-Fee-Hit
               END-IF
           END-PERFORM
           IF WS-Fee-Hit NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Fee-Count >= 20
               DISPLAY "ERROR - fee schedule table full - run"
                   " aborted rather than silently skipping types"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Fee-Count
           MOVE WS-Fee-Count TO WS-Fee-Hit
           MOVE WS-Line-Label TO WS-Fee-Type(WS-Fee-Hit)
           MOVE ZERO TO WS-Fee-Amt(WS-Fee-Hit)
           MOVE ZERO TO WS-Fee-Prop(WS-Fee-Hit).

       INITIALIZE-MINBALANCE-TABLE.
           MOVE 3 TO WS-MinBalance-Count
           MOVE "SAVINGS"   TO WS-MinBalance-Type(1)
           MOVE 500.00      TO WS-MinBalance-Amount(1)
           MOVE "BUDGET"    TO WS-MinBalance-Type(2)
           MOVE 0.00        TO WS-MinBalance-Amount(2)
           MOVE "CHECKING"  TO WS-MinBalance-Type(3)
           MOVE 0.00        TO WS-MinBalance-Amount(3)
           MOVE 0.00        TO WS-Default-MinBalance.

      * the proposed bands beside the bands they would replace, one
      * block per repriced KontoType.
       REPORT-PROPOSED-RATES.
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF WS-PROP-RATE-SET(WS-Rate-Idx)
                   MOVE SPACES TO ReportLine
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO ReportLine
                   STRING "  " WS-Rate-Type(WS-Rate-Idx)
                       " in force from " WS-Rate-EffDate(WS-Rate-Idx)
                       " - proposal dated "
                       WS-Prop-EffDate(WS-Rate-Idx)
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                           UNTIL WS-Band-Idx > 5
                       PERFORM REPORT-ONE-BAND
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
                   UNTIL WS-Fee-Idx > WS-Fee-Count
               IF WS-Fee-Prop(WS-Fee-Idx) NOT = WS-Fee-Amt(WS-Fee-Idx)
                   MOVE WS-Fee-Amt(WS-Fee-Idx)  TO WS-Amt1-Display
                   MOVE WS-Fee-Prop(WS-Fee-Idx) TO WS-Amt2-Display
                   MOVE SPACES TO ReportLine
                   STRING "  " WS-Fee-Type(WS-Fee-Idx)
                       " monthly fee " WS-Amt1-Display
                       " -> " WS-Amt2-Display
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-ONE-BAND.
           IF WS-Band-Idx > WS-Rate-BandCount(WS-Rate-Idx)
                   AND WS-Band-Idx > WS-Prop-BandCount(WS-Rate-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "    band " WS-Band-Idx INTO ReportLine
           END-STRING
           IF WS-Band-Idx NOT > WS-Rate-BandCount(WS-Rate-Idx)
               MOVE WS-Rate-BandLimit(WS-Rate-Idx WS-Band-Idx)
                   TO WS-Amt1-Display
               COMPUTE WS-Amt2-Display ROUNDED
                   = WS-Rate-BandPct(WS-Rate-Idx WS-Band-Idx) * 100
               STRING "now up to " WS-Amt1-Display " at "
                   WS-Amt2-Display "%"
                   DELIMITED BY SIZE INTO ReportLine(12:50)
               END-STRING
           END-IF
           IF WS-Band-Idx NOT > WS-Prop-BandCount(WS-Rate-Idx)
               MOVE WS-Prop-BandLimit(WS-Rate-Idx WS-Band-Idx)
                   TO WS-Amt1-Display
               COMPUTE WS-Amt2-Display ROUNDED
                   = WS-Prop-BandPct(WS-Rate-Idx WS-Band-Idx) * 100
               STRING "proposed up to " WS-Amt1-Display " at "
                   WS-Amt2-Display "%"
                   DELIMITED BY SIZE INTO ReportLine(64:55)
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       START-OF-CUSTOMER.
           MOVE KontoRecord-KundeID TO WS-Cust-KundeID
           MOVE ZERO TO WS-Cust-Accounts
           MOVE ZERO TO WS-Cust-Int-Chg
           MOVE ZERO TO WS-Cust-Fee-Chg.

      * a customer the proposal leaves untouched is on neither list.
       END-OF-CUSTOMER.
           IF WS-Cust-KundeID = SPACES OR WS-Cust-Accounts = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Customers
           COMPUTE WS-Cust-Net = WS-Cust-Int-Chg - WS-Cust-Fee-Chg
           IF WS-Cust-Net < ZERO
               ADD 1 TO WS-Cust-Worse
               PERFORM RANK-WORSE-CUSTOMER
           END-IF
           IF WS-Cust-Net > ZERO
               ADD 1 TO WS-Cust-Better
               PERFORM RANK-BETTER-CUSTOMER
           END-IF.

      * the Opgave12 accrual and the Opgave39 assessment for the
      * account, once on what is in force and once on the proposal.
       SIMULATE-ONE-ACCOUNT.
           ADD 1 TO WS-Cust-Accounts
           ADD 1 TO WS-Tot-Accounts
           MOVE KontoRecord-Balance TO WS-Calc-Balance

           MOVE ZERO TO WS-Rate-Hit
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF WS-Rate-Type(WS-Rate-Idx) = KontoRecord-KontoType
                   MOVE WS-Rate-Idx TO WS-Rate-Hit
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-Acct-Int-Cur
           MOVE ZERO TO WS-Acct-Int-Prop
           IF WS-Rate-Hit NOT = ZERO
               MOVE WS-Rate-BandCount(WS-Rate-Hit)
                   TO WS-Calc-BandCount
               PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                       UNTIL WS-Band-Idx > 5
                   MOVE WS-Rate-BandLimit(WS-Rate-Hit WS-Band-Idx)
                       TO WS-Calc-BandLimit(WS-Band-Idx)
                   MOVE WS-Rate-BandPct(WS-Rate-Hit WS-Band-Idx)
                       TO WS-Calc-BandPct(WS-Band-Idx)
               END-PERFORM
               PERFORM COMPUTE-BANDED-INTEREST
               MOVE WS-Calc-Interest TO WS-Acct-Int-Cur
               MOVE WS-Calc-Interest TO WS-Acct-Int-Prop
               IF WS-PROP-RATE-SET(WS-Rate-Hit)
                   MOVE WS-Prop-BandCount(WS-Rate-Hit)
                       TO WS-Calc-BandCount
                   PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                           UNTIL WS-Band-Idx > 5
                       MOVE WS-Prop-BandLimit(WS-Rate-Hit WS-Band-Idx)
                           TO WS-Calc-BandLimit(WS-Band-Idx)
                       MOVE WS-Prop-BandPct(WS-Rate-Hit WS-Band-Idx)
                           TO WS-Calc-BandPct(WS-Band-Idx)
                   END-PERFORM
                   PERFORM COMPUTE-BANDED-INTEREST
                   MOVE WS-Calc-Interest TO WS-Acct-Int-Prop
               END-IF
           END-IF

           PERFORM ASSESS-SIMULATED-FEE

           COMPUTE WS-Cust-Int-Chg = WS-Cust-Int-Chg
               + WS-Acct-Int-Prop - WS-Acct-Int-Cur
           COMPUTE WS-Cust-Fee-Chg = WS-Cust-Fee-Chg
               + WS-Acct-Fee-Prop - WS-Acct-Fee-Cur
           ADD WS-Acct-Int-Cur  TO WS-Tot-Int-Cur
           ADD WS-Acct-Int-Prop TO WS-Tot-Int-Prop
           ADD WS-Acct-Fee-Cur  TO WS-Tot-Fee-Cur
           ADD WS-Acct-Fee-Prop TO WS-Tot-Fee-Prop
           PERFORM ADD-TO-TYPE-TOTAL
           PERFORM ADD-TO-BRANCH-TOTAL.

      * Opgave39 charges only active accounts of a living customer,
      * and waives the fee at or above the agreed minimum balance.
       ASSESS-SIMULATED-FEE.
           MOVE ZERO TO WS-Acct-Fee-Cur
           MOVE ZERO TO WS-Acct-Fee-Prop
           IF NOT KONTO-RECORD-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Estate-Blocked
           IF WS-HAS-CUSTSTATUS
               MOVE KontoRecord-KundeID TO CustStatus-KundeID
               READ CustStatusFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTSTATUS-DECEASED
                           MOVE "Y" TO WS-Estate-Blocked
                       END-IF
               END-READ
           END-IF
           IF WS-ESTATE-BLOCKS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Default-MinBalance TO WS-This-MinBalance
           PERFORM VARYING WS-MinBalance-Idx FROM 1 BY 1
                   UNTIL WS-MinBalance-Idx > WS-MinBalance-Count
               IF WS-MinBalance-Type(WS-MinBalance-Idx)
                       = KontoRecord-KontoType
                   MOVE WS-MinBalance-Amount(WS-MinBalance-Idx)
                       TO WS-This-MinBalance
               END-IF
           END-PERFORM
           IF KontoRecord-Balance NOT < WS-This-MinBalance
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
                   UNTIL WS-Fee-Idx > WS-Fee-Count
               IF WS-Fee-Type(WS-Fee-Idx) = KontoRecord-KontoType
                   MOVE WS-Fee-Amt(WS-Fee-Idx)  TO WS-Acct-Fee-Cur
                   MOVE WS-Fee-Prop(WS-Fee-Idx) TO WS-Acct-Fee-Prop
               END-IF
           END-PERFORM.

      * the same slicing as Opgave12's COMPUTE-BANDED-INTEREST on
      * WS-Calc-Rate: each band's slice of the balance at that
      * band's rate, the top band taking everything above the
      * previous limit, and a balance at or below zero wholly at
      * the first band's rate.
       COMPUTE-BANDED-INTEREST.
           MOVE ZERO TO WS-Calc-Interest
           IF WS-Calc-BandCount = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Calc-Balance NOT > ZERO
               COMPUTE WS-Calc-Interest ROUNDED
                   = WS-Calc-Balance * WS-Calc-BandPct(1)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Band-Floor
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > WS-Calc-BandCount
                       OR WS-Band-Floor NOT < WS-Calc-Balance
               IF WS-Band-Idx = WS-Calc-BandCount
                   MOVE WS-Calc-Balance TO WS-Band-Ceiling
               ELSE
                   MOVE WS-Calc-BandLimit(WS-Band-Idx)
                       TO WS-Band-Ceiling
                   IF WS-Band-Ceiling > WS-Calc-Balance
                       MOVE WS-Calc-Balance TO WS-Band-Ceiling
                   END-IF
               END-IF
               COMPUTE WS-Slice-Part = WS-Band-Ceiling - WS-Band-Floor
               IF WS-Slice-Part > ZERO
                   COMPUTE WS-Calc-Interest ROUNDED
                       = WS-Calc-Interest
                       + WS-Slice-Part * WS-Calc-BandPct(WS-Band-Idx)
               END-IF
               IF WS-Band-Ceiling > WS-Band-Floor
                   MOVE WS-Band-Ceiling TO WS-Band-Floor
               END-IF
           END-PERFORM.

       ADD-TO-TYPE-TOTAL.
           MOVE ZERO TO WS-Type-Hit
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               IF WS-Type-Code(WS-Type-Idx) = KontoRecord-KontoType
                   MOVE WS-Type-Idx TO WS-Type-Hit
               END-IF
           END-PERFORM
           IF WS-Type-Hit = ZERO
               IF WS-Type-Used >= 20
                   DISPLAY "ERROR - KontoType total table full - run"
                       " aborted rather than printing silently wrong"
                       " totals"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Type-Used
               MOVE WS-Type-Used TO WS-Type-Hit
               MOVE KontoRecord-KontoType TO WS-Type-Code(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Accounts(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Int-Cur(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Int-Prop(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Fee-Cur(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Fee-Prop(WS-Type-Hit)
           END-IF
           ADD 1 TO WS-Type-Accounts(WS-Type-Hit)
           ADD WS-Acct-Int-Cur  TO WS-Type-Int-Cur(WS-Type-Hit)
           ADD WS-Acct-Int-Prop TO WS-Type-Int-Prop(WS-Type-Hit)
           ADD WS-Acct-Fee-Cur  TO WS-Type-Fee-Cur(WS-Type-Hit)
           ADD WS-Acct-Fee-Prop TO WS-Type-Fee-Prop(WS-Type-Hit).

      * unassigned customers land in the ???? bucket, so the branch
      * section still adds up to the KontoType section.
       ADD-TO-BRANCH-TOTAL.
           MOVE "????" TO WS-This-Branch
           IF WS-HAS-ASSIGN-FILE
               MOVE KontoRecord-KundeID TO AssignRecord-KundeID
               READ AssignFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AssignRecord-Branch TO WS-This-Branch
               END-READ
           END-IF
           MOVE ZERO TO WS-Br-Hit
           PERFORM VARYING WS-Br-Idx FROM 1 BY 1
                   UNTIL WS-Br-Idx > WS-Br-Used
               IF WS-Br-Code(WS-Br-Idx) = WS-This-Branch
                   MOVE WS-Br-Idx TO WS-Br-Hit
               END-IF
           END-PERFORM
           IF WS-Br-Hit = ZERO
               IF WS-Br-Used >= 20
                   DISPLAY "ERROR - branch total table full - run"
                       " aborted rather than printing silently wrong"
                       " totals"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Br-Used
               MOVE WS-Br-Used TO WS-Br-Hit
               MOVE WS-This-Branch TO WS-Br-Code(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Accounts(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Int-Cur(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Int-Prop(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Fee-Cur(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Fee-Prop(WS-Br-Hit)
           END-IF
           ADD 1 TO WS-Br-Accounts(WS-Br-Hit)
           ADD WS-Acct-Int-Cur  TO WS-Br-Int-Cur(WS-Br-Hit)
           ADD WS-Acct-Int-Prop TO WS-Br-Int-Prop(WS-Br-Hit)
           ADD WS-Acct-Fee-Cur  TO WS-Br-Fee-Cur(WS-Br-Hit)
           ADD WS-Acct-Fee-Prop TO WS-Br-Fee-Prop(WS-Br-Hit).

      * the worse-off list runs most negative first. A customer
      * hit harder than the last one listed takes their place in
      * order and the last one drops off a full list.
       RANK-WORSE-CUSTOMER.
           MOVE ZERO TO WS-Top-Pos
           PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                   UNTIL WS-Top-Idx > WS-Worse-Used
                       OR WS-Top-Pos NOT = ZERO
               IF WS-Cust-Net < WS-Worse-Net(WS-Top-Idx)
                   MOVE WS-Top-Idx TO WS-Top-Pos
               END-IF
           END-PERFORM
           IF WS-Top-Pos = ZERO
               IF WS-Worse-Used >= WS-Top-Max
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-Top-Pos = WS-Worse-Used + 1
           END-IF
           IF WS-Worse-Used < WS-Top-Max
               ADD 1 TO WS-Worse-Used
           END-IF
           COMPUTE WS-Top-Idx = WS-Worse-Used
           PERFORM UNTIL WS-Top-Idx NOT > WS-Top-Pos
               COMPUTE WS-Top-From = WS-Top-Idx - 1
               MOVE WS-Worse-Entry(WS-Top-From)
                   TO WS-Worse-Entry(WS-Top-Idx)
               SUBTRACT 1 FROM WS-Top-Idx
           END-PERFORM
           MOVE WS-Cust-KundeID  TO WS-Worse-KundeID(WS-Top-Pos)
           MOVE WS-Cust-Accounts TO WS-Worse-Accounts(WS-Top-Pos)
           MOVE WS-Cust-Int-Chg  TO WS-Worse-Int-Chg(WS-Top-Pos)
           MOVE WS-Cust-Fee-Chg  TO WS-Worse-Fee-Chg(WS-Top-Pos)
           MOVE WS-Cust-Net      TO WS-Worse-Net(WS-Top-Pos).

      * the better-off list the same way, most positive first.
       RANK-BETTER-CUSTOMER.
           MOVE ZERO TO WS-Top-Pos
           PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                   UNTIL WS-Top-Idx > WS-Better-Used
                       OR WS-Top-Pos NOT = ZERO
               IF WS-Cust-Net > WS-Better-Net(WS-Top-Idx)
                   MOVE WS-Top-Idx TO WS-Top-Pos
               END-IF
           END-PERFORM
           IF WS-Top-Pos = ZERO
               IF WS-Better-Used >= WS-Top-Max
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-Top-Pos = WS-Better-Used + 1
           END-IF
           IF WS-Better-Used < WS-Top-Max
               ADD 1 TO WS-Better-Used
           END-IF
           COMPUTE WS-Top-Idx = WS-Better-Used
           PERFORM UNTIL WS-Top-Idx NOT > WS-Top-Pos
               COMPUTE WS-Top-From = WS-Top-Idx - 1
               MOVE WS-Better-Entry(WS-Top-From)
                   TO WS-Better-Entry(WS-Top-Idx)
               SUBTRACT 1 FROM WS-Top-Idx
           END-PERFORM
           MOVE WS-Cust-KundeID  TO WS-Better-KundeID(WS-Top-Pos)
           MOVE WS-Cust-Accounts TO WS-Better-Accounts(WS-Top-Pos)
           MOVE WS-Cust-Int-Chg  TO WS-Better-Int-Chg(WS-Top-Pos)
           MOVE WS-Cust-Fee-Chg  TO WS-Better-Fee-Chg(WS-Top-Pos)
           MOVE WS-Cust-Net      TO WS-Better-Net(WS-Top-Pos).

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO ReportLine
           STRING WS-Line-Label "Accounts"
               "    Interest now   Int. proposed"
               "        Fees now   Fees proposed   Income change"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * one row of the income sheet from the WS-Line fields. Income
      * to the bank moves with the fees and against the interest
      * credited.
       WRITE-INCOME-ROW.
           COMPUTE WS-Line-Income-Chg
               = (WS-Line-Fee-Prop - WS-Line-Fee-Cur)
               - (WS-Line-Int-Prop - WS-Line-Int-Cur)
           MOVE WS-Line-Int-Cur    TO WS-Amt1-Display
           MOVE WS-Line-Int-Prop   TO WS-Amt2-Display
           MOVE WS-Line-Fee-Cur    TO WS-Amt3-Display
           MOVE WS-Line-Fee-Prop   TO WS-Amt4-Display
           MOVE WS-Line-Income-Chg TO WS-Amt5-Display
           MOVE SPACES TO ReportLine
           STRING WS-Line-Label " " WS-Line-Count " "
               WS-Amt1-Display " " WS-Amt2-Display " "
               WS-Amt3-Display " " WS-Amt4-Display " "
               WS-Amt5-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-TYPE-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "INCOME BY KONTOTYPE" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "KontoType" TO WS-Line-Label
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               MOVE WS-Type-Code(WS-Type-Idx)     TO WS-Line-Label
               MOVE WS-Type-Accounts(WS-Type-Idx) TO WS-Line-Count
               MOVE WS-Type-Int-Cur(WS-Type-Idx)  TO WS-Line-Int-Cur
               MOVE WS-Type-Int-Prop(WS-Type-Idx) TO WS-Line-Int-Prop
               MOVE WS-Type-Fee-Cur(WS-Type-Idx)  TO WS-Line-Fee-Cur
               MOVE WS-Type-Fee-Prop(WS-Type-Idx) TO WS-Line-Fee-Prop
               PERFORM WRITE-INCOME-ROW
           END-PERFORM
           PERFORM WRITE-TOTAL-ROW.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "INCOME BY BRANCH" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Branch" TO WS-Line-Label
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-Br-Idx FROM 1 BY 1
                   UNTIL WS-Br-Idx > WS-Br-Used
               MOVE WS-Br-Code(WS-Br-Idx)     TO WS-Line-Label
               MOVE WS-Br-Accounts(WS-Br-Idx) TO WS-Line-Count
               MOVE WS-Br-Int-Cur(WS-Br-Idx)  TO WS-Line-Int-Cur
               MOVE WS-Br-Int-Prop(WS-Br-Idx) TO WS-Line-Int-Prop
               MOVE WS-Br-Fee-Cur(WS-Br-Idx)  TO WS-Line-Fee-Cur
               MOVE WS-Br-Fee-Prop(WS-Br-Idx) TO WS-Line-Fee-Prop
               PERFORM WRITE-INCOME-ROW
           END-PERFORM
           PERFORM WRITE-TOTAL-ROW.

       WRITE-TOTAL-ROW.
           MOVE "TOTAL"          TO WS-Line-Label
           MOVE WS-Tot-Accounts  TO WS-Line-Count
           MOVE WS-Tot-Int-Cur   TO WS-Line-Int-Cur
           MOVE WS-Tot-Int-Prop  TO WS-Line-Int-Prop
           MOVE WS-Tot-Fee-Cur   TO WS-Line-Fee-Cur
           MOVE WS-Tot-Fee-Prop  TO WS-Line-Fee-Prop
           PERFORM WRITE-INCOME-ROW.

       WRITE-CUSTOMER-SECTIONS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "CUSTOMERS WORSE OFF - " WS-Cust-Worse
               " in all, the " WS-Top-Max " hit hardest"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-CUSTOMER-HEADINGS
           PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                   UNTIL WS-Top-Idx > WS-Worse-Used
               MOVE WS-Worse-Int-Chg(WS-Top-Idx) TO WS-Amt1-Display
               MOVE WS-Worse-Fee-Chg(WS-Top-Idx) TO WS-Amt2-Display
               MOVE WS-Worse-Net(WS-Top-Idx)     TO WS-Amt3-Display
               MOVE SPACES TO ReportLine
               STRING "  " WS-Worse-KundeID(WS-Top-Idx) "   "
                   WS-Worse-Accounts(WS-Top-Idx) "   "
                   WS-Amt1-Display " " WS-Amt2-Display " "
                   WS-Amt3-Display
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "CUSTOMERS BETTER OFF - " WS-Cust-Better
               " in all, the " WS-Top-Max " helped most"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-CUSTOMER-HEADINGS
           PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                   UNTIL WS-Top-Idx > WS-Better-Used
               MOVE WS-Better-Int-Chg(WS-Top-Idx) TO WS-Amt1-Display
               MOVE WS-Better-Fee-Chg(WS-Top-Idx) TO WS-Amt2-Display
               MOVE WS-Better-Net(WS-Top-Idx)     TO WS-Amt3-Display
               MOVE SPACES TO ReportLine
               STRING "  " WS-Better-KundeID(WS-Top-Idx) "   "
                   WS-Better-Accounts(WS-Top-Idx) "   "
                   WS-Amt1-Display " " WS-Amt2-Display " "
                   WS-Amt3-Display
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Customers simulated: " WS-Customers
               "  worse off: " WS-Cust-Worse
               "  better off: " WS-Cust-Better
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-CUSTOMER-HEADINGS.
           MOVE SPACES TO ReportLine
           STRING "  KundeID    Accts   Interest change"
               "      Fee change Customer change"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave114Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
