       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave88.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFil ASSIGN TO "Loans.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LoanRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LoanFil-Status.
           SELECT SchedFil ASSIGN TO "LoanSchedules.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SchedRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SchedFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT ProvFil ASSIGN TO "LoanProvisions.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProvRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProvFil-Status.
           SELECT ChargeOffFil ASSIGN TO "LoanChargeOffs.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ChargeOff-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ChargeOffFil-Status.
           SELECT ProvRateFile ASSIGN TO "ProvisionRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProvRateFile-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT RegisterFile ASSIGN TO "Opgave88Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave88LastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRunFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT HolidayFile ASSIGN TO "BankHolidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HolidayFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * the loan book Opgave66 keeps - the loan account on the
      * master carries the outstanding principal as a negative
      * balance.
       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

      * the amortization schedule - an installment Opgave66 has
      * raised onto the intake (R) but not yet seen paid, raised
      * before today, is an installment in arrears; the same test
      * LoanArrears.txt is built from.
       FD  SchedFil.
       01  SchedRecord.
           02 SchedRecord-Key.
               03 SchedRecord-KontoID PIC X(10).
               03 SchedRecord-Seq     PIC 9(3).
           02 SchedRecord-DueDate   PIC 9(8).
           02 SchedRecord-Principal PIC 9(10)V99.
           02 SchedRecord-Interest  PIC 9(10)V99.
           02 SchedRecord-Status    PIC X(1).
               88 SCHED-PENDING VALUE "P".
               88 SCHED-RAISED  VALUE "R".
               88 SCHED-PAID    VALUE "D".
               88 SCHED-WRITTEN-OFF VALUE "W".
           02 SchedRecord-RaisedDate PIC 9(8).

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

      * the provision standing against each loan after the last
      * month-end, with the stage and arrears that set it - the
      * base each run posts only the change against.
       FD  ProvFil.
       01  ProvRecord.
           02 ProvRecord-KontoID   PIC X(10).
           02 ProvRecord-Stage     PIC 9(1).
           02 ProvRecord-PastDue   PIC 9(5).
           02 ProvRecord-Missed    PIC 9(3).
           02 ProvRecord-Exposure  PIC 9(10)V99.
           02 ProvRecord-Provision PIC 9(10)V99.
           02 ProvRecord-Month     PIC 9(6).

      * the loans Opgave89 has written off - the loss is already
      * taken in full, so whatever provision stood against one is
      * released rather than provided again on the way out.
       FD  ChargeOffFil.
       01  ChargeOffRecord.
           02 ChargeOff-KontoID      PIC X(10).
           02 ChargeOff-Date         PIC 9(8).
           02 ChargeOff-Principal    PIC 9(10)V99.
           02 ChargeOff-Interest     PIC 9(10)V99.
           02 ChargeOff-Recovered    PIC 9(10)V99.
           02 ChargeOff-LastRecovery PIC 9(8).
           02 ChargeOff-LastRef      PIC 9(10).

      * one line per stage, maintained by Finance by hand like
      * GLKontoMap.txt: the stage number, the days past due and the
      * number of missed installments that put a loan in it (either
      * is enough; zero missed means days alone decide), and the
      * share of the exposure provided for (0.0100 = 1%).
       FD  ProvRateFile.
       01  ProvRateRecord.
           02 PR-Stage     PIC 9(1).
           02 PR-MinDays   PIC 9(4).
           02 PR-MinMissed PIC 9(3).
           02 PR-Pct       PIC 9V9999.

      * provision movements run through the shared intake feed and
      * the normal posting path as transfers between the two
      * internal accounts, so Opgave30 picks them up into
      * GLExtract.txt through the accounts' KontoType mapping.
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

       FD  RegisterFile.
       01  RegisterLine PIC X(120).

      * the last month already provided for, carried forward so a
      * rerun of the chain cannot post the same month twice - the
      * single-control-record idiom of Opgave39LastRun.txt.
       FD  LastRunFile.
       01  LastRunRecord.
           02 LastRun-Month PIC 9(6).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  HolidayFile.
       01  HolidayRecord.
           02 HolidayDate        PIC 9(8).
           02 HolidayDescription PIC X(30).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE88".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-LoanFil-Status       PIC X(2) VALUE "00".
       01 WS-SchedFil-Status      PIC X(2) VALUE "00".
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-ProvFil-Status       PIC X(2) VALUE "00".
       01 WS-ProvRateFile-Status  PIC X(2) VALUE "00".
       01 WS-ChargeOffFil-Status  PIC X(2) VALUE "00".
       01 WS-ChargeOff-Open PIC X VALUE "N".
           88 WS-HAS-CHARGEOFF-FILE VALUE "Y".
       01 WS-Loan-Written-Off PIC X VALUE "N".
           88 WS-LOAN-IS-WRITTEN-OFF VALUE "Y".
       01 WS-IntakeFile-Status    PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status  PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status   PIC X(2) VALUE "00".
       01 WS-HolidayFile-Status   PIC X(2) VALUE "00".

      * fields CHECK-BUSINESS-DAY (BANKCAL.cpy) expects to be loaded.
       01 WS-Calendar-Date            PIC 9(8).
       01 WS-Calendar-Is-Business-Day PIC X VALUE "Y".
           88 WS-IS-BUSINESS-DAY VALUE "Y".
       01 WS-Calendar-Integer-Date    PIC 9(8).
       01 WS-Calendar-DOW             PIC 9.
       01 EOF-HOLIDAY                 PIC X VALUE "N".
           88 END-HOLIDAY VALUE "Y" FALSE "N".

      * the two bank-owned accounts the movements post between: a
      * PROVEXP line in RunControl.txt names the impairment-expense
      * account, PROVALLOW the loan-loss allowance. An increase
      * debits the expense and credits the allowance, a release
      * the other way round. The expense account runs below zero
      * as the provision builds, so it carries an OverdraftLimits.txt
      * limit like any bank-owned account that does.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Expense-Konto   PIC X(10) VALUE SPACES.
       01 WS-Allowance-Konto PIC X(10) VALUE SPACES.
       01 WS-Prov-Valuta     PIC X(3) VALUE SPACES.

       01 EOF-LOAN PIC X VALUE "N".
           88 END-LOAN VALUE "Y" FALSE "N".
       01 EOF-SCHED PIC X VALUE "N".
           88 END-SCHED VALUE "Y" FALSE "N".
       01 EOF-PROVRATE PIC X VALUE "N".
           88 END-PROVRATE VALUE "Y" FALSE "N".
       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.
       01 WS-Today-Parts REDEFINES WS-Today.
           02 WS-Today-Year  PIC 9(4).
           02 WS-Today-Month PIC 9(2).
           02 WS-Today-Day   PIC 9(2).
       01 WS-Today-X   PIC X(8).
       01 WS-Today-Int PIC 9(8).

      * the month being provided for: the calendar month before
      * today's, the same month-end roll-forward Opgave39 uses.
       01 WS-Prov-Month     PIC 9(6) VALUE ZERO.
       01 WS-Last-Provided  PIC 9(6) VALUE ZERO.
       01 WS-Work-Months    PIC S9(6) VALUE ZERO.
       01 WS-Work-Years     PIC S9(4) VALUE ZERO.
       01 WS-Prov-Month-Parts.
           02 WS-Prov-Year  PIC 9(4).
           02 WS-Prov-Mon   PIC 9(2).
       01 WS-Prov-Month-Num REDEFINES WS-Prov-Month-Parts PIC 9(6).

      * the stage table, indexed directly by stage number, with the
      * month's totals per stage for the register.
       01 WS-Stage-Table.
           02 WS-Stage-Entry OCCURS 9 TIMES.
               03 WS-Stage-Defined   PIC X.
               03 WS-Stage-MinDays   PIC 9(4).
               03 WS-Stage-MinMissed PIC 9(3).
               03 WS-Stage-Pct       PIC 9V9999.
               03 WS-Stage-Count     PIC 9(7).
               03 WS-Stage-Exposure  PIC 9(13)V99.
               03 WS-Stage-Provision PIC 9(13)V99.
       01 WS-Stage-Idx   PIC 99.
       01 WS-Stages-Read PIC 99 VALUE ZERO.

      * what this loan looks like at month-end.
       01 WS-This-Stage    PIC 9(1).
       01 WS-This-PastDue  PIC 9(5).
       01 WS-This-Missed   PIC 9(3).
       01 WS-This-Exposure PIC 9(10)V99.
       01 WS-This-Required PIC 9(10)V99.
       01 WS-Prior-Provision PIC 9(10)V99.
       01 WS-Prior-Stage   PIC 9(1).
       01 WS-Change        PIC S9(10)V99.
       01 WS-Oldest-Due    PIC 9(8).
       01 WS-Due-Int       PIC 9(8).
       01 WS-Past-Days     PIC S9(5).
       01 WS-Has-Prov PIC X VALUE "N".
           88 WS-HAS-PROV-RECORD VALUE "Y".

       01 WS-Loans-Read     PIC 9(7) VALUE ZERO.
       01 WS-Movements      PIC 9(7) VALUE ZERO.
       01 WS-Loans-Skipped  PIC 9(7) VALUE ZERO.
       01 WS-Total-Increase PIC 9(13)V99 VALUE ZERO.
       01 WS-Total-Release  PIC 9(13)V99 VALUE ZERO.

       01 WS-Amount-Display   PIC -9999999999.99.
       01 WS-Amount-Display-2 PIC -9999999999.99.
       01 WS-Amount-Display-3 PIC -9999999999.99.
       01 WS-Total-Display    PIC -9999999999999.99.
       01 WS-Total-Display-2  PIC -9999999999999.99.
       01 WS-Pct-Display      PIC 9.9999.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START

       ACCEPT WS-Today FROM DATE YYYYMMDD
       MOVE WS-Today TO WS-Today-X
       COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)

      * a weekend or holiday run simply waits - the next chained
      * business day rolls the month-end provisioning forward.
       MOVE WS-Today TO WS-Calendar-Date
       PERFORM CHECK-BUSINESS-DAY
       IF NOT WS-IS-BUSINESS-DAY
           DISPLAY "Today (" WS-Today ") is a weekend or bank"
               " holiday - provisioning waits for the next"
               " business day"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

       PERFORM COMPUTE-PROV-MONTH
       PERFORM READ-LAST-PROVIDED

       IF WS-Last-Provided NOT < WS-Prov-Month
           DISPLAY "Provisions for " WS-Prov-Month
               " already posted - nothing to do"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

       MOVE "PROVEXP" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           MOVE WS-RC-Value(1:10) TO WS-Expense-Konto
       END-IF
       MOVE "PROVALLOW" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           MOVE WS-RC-Value(1:10) TO WS-Allowance-Konto
       END-IF
       IF WS-Expense-Konto = SPACES OR WS-Allowance-Konto = SPACES
           DISPLAY "ERROR - PROVEXP and PROVALLOW must both be set"
               " in RunControl.txt - no provisions posted"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM LOAD-PROVISION-RATES

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

      * both internal accounts must exist and share a currency -
      * only loans in that currency can be provided for.
       MOVE WS-Expense-Konto TO KontoRecord-KontoID
       READ KontoFil
           INVALID KEY
               DISPLAY "ERROR - provision expense account "
                   WS-Expense-Konto " not on the account master"
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
       END-READ
       MOVE KontoRecord-Valuta TO WS-Prov-Valuta
       MOVE WS-Allowance-Konto TO KontoRecord-KontoID
       READ KontoFil
           INVALID KEY
               DISPLAY "ERROR - loan-loss allowance account "
                   WS-Allowance-Konto " not on the account master"
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
       END-READ
       IF KontoRecord-Valuta NOT = WS-Prov-Valuta
           DISPLAY "ERROR - PROVEXP and PROVALLOW accounts are in"
               " different currencies"
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT LoanFil
       IF WS-LoanFil-Status = "35"
           DISPLAY "No Loans.txt - no provisions to post"
           CLOSE KontoFil
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF
       IF WS-LoanFil-Status NOT = "00"
           DISPLAY "ERROR opening Loans.txt - status "
               WS-LoanFil-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT SchedFil
       IF WS-SchedFil-Status NOT = "00"
           DISPLAY "ERROR opening LoanSchedules.txt - status "
               WS-SchedFil-Status
           CLOSE KontoFil
           CLOSE LoanFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT ChargeOffFil
       IF WS-ChargeOffFil-Status = "00"
           MOVE "Y" TO WS-ChargeOff-Open
       END-IF

       OPEN I-O ProvFil
       IF WS-ProvFil-Status = "35"
      * first month-end - every loan starts from a zero provision.
           OPEN OUTPUT ProvFil
           IF WS-ProvFil-Status = "00"
               CLOSE ProvFil
               OPEN I-O ProvFil
           END-IF
       END-IF
       IF WS-ProvFil-Status NOT = "00"
           DISPLAY "ERROR opening LoanProvisions.txt - status "
               WS-ProvFil-Status
           CLOSE KontoFil
           CLOSE LoanFil
           CLOSE SchedFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           CLOSE KontoFil
           CLOSE LoanFil
           CLOSE SchedFil
           CLOSE ProvFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT RegisterFile
       IF WS-RegisterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave88Register.txt - status "
               WS-RegisterFile-Status
           CLOSE KontoFil
           CLOSE LoanFil
           CLOSE SchedFil
           CLOSE ProvFil
           CLOSE IntakeFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

      * the month is claimed before the first movement goes out -
      * a crash mid-run leaves a short register to chase up rather
      * than a rerun posting the same changes twice.
       PERFORM WRITE-LAST-PROVIDED

       MOVE SPACES TO RegisterLine
       STRING "Loan-loss provisions for " WS-Prov-Month
           " run " WS-Today
           INTO RegisterLine
       END-STRING
       PERFORM WRITE-REGISTER-LINE

       SET END-LOAN TO FALSE
       PERFORM UNTIL END-LOAN
           READ LoanFil NEXT RECORD
               AT END
                   SET END-LOAN TO TRUE
               NOT AT END
                   ADD 1 TO WS-Loans-Read
                   PERFORM PROVIDE-FOR-LOAN
           END-READ
       END-PERFORM

       PERFORM WRITE-REGISTER-TOTALS

       CLOSE KontoFil
       CLOSE LoanFil
       CLOSE SchedFil
       CLOSE ProvFil
       CLOSE IntakeFile
       CLOSE RegisterFile
       IF WS-HAS-CHARGEOFF-FILE
           CLOSE ChargeOffFil
       END-IF

       DISPLAY "Provisions for " WS-Prov-Month ": " WS-Loans-Read
           " loans, " WS-Movements " movements, "
           WS-Loans-Skipped " skipped"

       MOVE WS-Loans-Read    TO WS-Job-Count1
       MOVE WS-Movements     TO WS-Job-Count2
       MOVE WS-Loans-Skipped TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * a no-op day is still a completed step for the job log.
       JOBLOG-NOOP-END.
           MOVE ZERO TO WS-Job-Count1
           MOVE ZERO TO WS-Job-Count2
           MOVE ZERO TO WS-Job-Count3
           PERFORM JOBLOG-END.

      * the month before today's calendar month.
       COMPUTE-PROV-MONTH.
           COMPUTE WS-Work-Months
               = (WS-Today-Year * 12) + WS-Today-Month - 1
           COMPUTE WS-Work-Years = (WS-Work-Months - 1) / 12
           MOVE WS-Work-Years TO WS-Prov-Year
           COMPUTE WS-Prov-Mon
               = WS-Work-Months - (WS-Work-Years * 12)
           MOVE WS-Prov-Month-Num TO WS-Prov-Month.

       READ-LAST-PROVIDED.
           OPEN INPUT LastRunFile
           IF WS-LastRunFile-Status = "00"
               PERFORM UNTIL END-LASTRUN
                   READ LastRunFile
                       AT END
                           SET END-LASTRUN TO TRUE
                       NOT AT END
                           MOVE LastRun-Month TO WS-Last-Provided
                   END-READ
               END-PERFORM
               CLOSE LastRunFile
           END-IF.

       WRITE-LAST-PROVIDED.
           OPEN OUTPUT LastRunFile
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave88LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Prov-Month TO LastRun-Month
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave88LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

      * without the rate table there is nothing to provide at -
      * the run stops before claiming the month, so it simply runs
      * again once Finance has put the table in place. Stage 1 must
      * be defined: it is where every performing loan lands.
       LOAD-PROVISION-RATES.
           PERFORM VARYING WS-Stage-Idx FROM 1 BY 1
                   UNTIL WS-Stage-Idx > 9
               MOVE "N"  TO WS-Stage-Defined(WS-Stage-Idx)
               MOVE ZERO TO WS-Stage-MinDays(WS-Stage-Idx)
               MOVE ZERO TO WS-Stage-MinMissed(WS-Stage-Idx)
               MOVE ZERO TO WS-Stage-Pct(WS-Stage-Idx)
               MOVE ZERO TO WS-Stage-Count(WS-Stage-Idx)
               MOVE ZERO TO WS-Stage-Exposure(WS-Stage-Idx)
               MOVE ZERO TO WS-Stage-Provision(WS-Stage-Idx)
           END-PERFORM

           OPEN INPUT ProvRateFile
           IF WS-ProvRateFile-Status NOT = "00"
               DISPLAY "ERROR opening ProvisionRates.txt - status "
                   WS-ProvRateFile-Status " - no provisions posted"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           PERFORM UNTIL END-PROVRATE
               READ ProvRateFile
                   AT END
                       SET END-PROVRATE TO TRUE
                   NOT AT END
                       IF PR-Stage NOT NUMERIC OR PR-Stage = ZERO
                               OR PR-MinDays NOT NUMERIC
                               OR PR-MinMissed NOT NUMERIC
                               OR PR-Pct NOT NUMERIC
                           DISPLAY "ERROR - unreadable line in"
                               " ProvisionRates.txt: " ProvRateRecord
                           CLOSE ProvRateFile
                           STOP RUN WITH ERROR STATUS 1
                       END-IF
                       MOVE PR-Stage TO WS-Stage-Idx
                       MOVE "Y" TO WS-Stage-Defined(WS-Stage-Idx)
                       MOVE PR-MinDays
                           TO WS-Stage-MinDays(WS-Stage-Idx)
                       MOVE PR-MinMissed
                           TO WS-Stage-MinMissed(WS-Stage-Idx)
                       MOVE PR-Pct TO WS-Stage-Pct(WS-Stage-Idx)
                       ADD 1 TO WS-Stages-Read
               END-READ
           END-PERFORM
           CLOSE ProvRateFile

           IF WS-Stage-Defined(1) NOT = "Y"
               DISPLAY "ERROR - ProvisionRates.txt defines no stage 1"
                   " - no provisions posted"
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       PROVIDE-FOR-LOAN.
           MOVE LoanRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   ADD 1 TO WS-Loans-Skipped
                   MOVE SPACES TO RegisterLine
                   STRING "SKIPPED  " LoanRecord-KontoID
                       " - loan account not on the account master"
                       INTO RegisterLine
                   END-STRING
                   PERFORM WRITE-REGISTER-LINE
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-Valuta NOT = WS-Prov-Valuta
               ADD 1 TO WS-Loans-Skipped
               MOVE SPACES TO RegisterLine
               STRING "SKIPPED  " LoanRecord-KontoID
                   " - loan in " KontoRecord-Valuta
                   ", provision accounts in " WS-Prov-Valuta
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

      * the exposure is the principal still outstanding on the loan
      * account - a repaid, closed or written-off loan needs no
      * provision, and whatever stood against it is released.
           MOVE "N" TO WS-Loan-Written-Off
           IF WS-HAS-CHARGEOFF-FILE
               MOVE LoanRecord-KontoID TO ChargeOff-KontoID
               READ ChargeOffFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Loan-Written-Off
               END-READ
           END-IF
           IF KontoRecord-Balance < ZERO AND NOT KONTO-RECORD-CLOSED
                   AND NOT WS-LOAN-IS-WRITTEN-OFF
               COMPUTE WS-This-Exposure = ZERO - KontoRecord-Balance
           ELSE
               MOVE ZERO TO WS-This-Exposure
           END-IF

           PERFORM MEASURE-LOAN-ARREARS
           PERFORM ASSIGN-LOAN-STAGE

           COMPUTE WS-This-Required ROUNDED
               = WS-This-Exposure * WS-Stage-Pct(WS-This-Stage)

           MOVE "N" TO WS-Has-Prov
           MOVE ZERO TO WS-Prior-Provision
           MOVE ZERO TO WS-Prior-Stage
           MOVE LoanRecord-KontoID TO ProvRecord-KontoID
           READ ProvFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Has-Prov
                   MOVE ProvRecord-Provision TO WS-Prior-Provision
                   MOVE ProvRecord-Stage     TO WS-Prior-Stage
           END-READ

           COMPUTE WS-Change = WS-This-Required - WS-Prior-Provision
           IF WS-Change NOT = ZERO
               PERFORM RAISE-PROVISION-MOVEMENT
           END-IF

           ADD 1 TO WS-Stage-Count(WS-This-Stage)
           ADD WS-This-Exposure TO WS-Stage-Exposure(WS-This-Stage)
           ADD WS-This-Required TO WS-Stage-Provision(WS-This-Stage)

           MOVE LoanRecord-KontoID TO ProvRecord-KontoID
           MOVE WS-This-Stage      TO ProvRecord-Stage
           MOVE WS-This-PastDue    TO ProvRecord-PastDue
           MOVE WS-This-Missed     TO ProvRecord-Missed
           MOVE WS-This-Exposure   TO ProvRecord-Exposure
           MOVE WS-This-Required   TO ProvRecord-Provision
           MOVE WS-Prov-Month      TO ProvRecord-Month
           IF WS-HAS-PROV-RECORD
               REWRITE ProvRecord
                   INVALID KEY
                       DISPLAY "Rewrite failed for provision "
                           LoanRecord-KontoID
               END-REWRITE
           ELSE
               WRITE ProvRecord
                   INVALID KEY
                       DISPLAY "Write failed for provision "
                           LoanRecord-KontoID
               END-WRITE
           END-IF

           MOVE WS-This-Exposure TO WS-Amount-Display
           MOVE WS-This-Required TO WS-Amount-Display-2
           MOVE WS-Change        TO WS-Amount-Display-3
           MOVE SPACES TO RegisterLine
           STRING "Loan " LoanRecord-KontoID
               " stage " WS-Prior-Stage "->" WS-This-Stage
               " dpd " WS-This-PastDue
               " missed " WS-This-Missed
               " exposure " WS-Amount-Display
               " provision " WS-Amount-Display-2
               " change " WS-Amount-Display-3
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

      * days past due run from the oldest installment still raised
      * and unpaid; missed installments count every one of them.
       MEASURE-LOAN-ARREARS.
           MOVE ZERO TO WS-This-PastDue
           MOVE ZERO TO WS-This-Missed
           MOVE 99999999 TO WS-Oldest-Due

           SET END-SCHED TO FALSE
           MOVE LoanRecord-KontoID TO SchedRecord-KontoID
           MOVE ZERO TO SchedRecord-Seq
           START SchedFil KEY IS NOT LESS THAN SchedRecord-Key
               INVALID KEY
                   SET END-SCHED TO TRUE
           END-START
           PERFORM UNTIL END-SCHED
               READ SchedFil NEXT RECORD
                   AT END
                       SET END-SCHED TO TRUE
                   NOT AT END
                       IF SchedRecord-KontoID NOT = LoanRecord-KontoID
                           SET END-SCHED TO TRUE
                       ELSE
                           IF SCHED-RAISED
                                   AND SchedRecord-RaisedDate
                                       < WS-Today
                               ADD 1 TO WS-This-Missed
                               IF SchedRecord-DueDate < WS-Oldest-Due
                                   MOVE SchedRecord-DueDate
                                       TO WS-Oldest-Due
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-This-Missed > ZERO
               COMPUTE WS-Due-Int
                   = FUNCTION INTEGER-OF-DATE(WS-Oldest-Due)
               COMPUTE WS-Past-Days = WS-Today-Int - WS-Due-Int
               IF WS-Past-Days > ZERO
                   MOVE WS-Past-Days TO WS-This-PastDue
               END-IF
           END-IF.

      * the highest defined stage whose threshold the loan meets -
      * days past due or missed installments, whichever is worse.
       ASSIGN-LOAN-STAGE.
           MOVE 1 TO WS-This-Stage
           PERFORM VARYING WS-Stage-Idx FROM 2 BY 1
                   UNTIL WS-Stage-Idx > 9
               IF WS-Stage-Defined(WS-Stage-Idx) = "Y"
                   IF WS-This-PastDue
                           NOT < WS-Stage-MinDays(WS-Stage-Idx)
                       OR (WS-Stage-MinMissed(WS-Stage-Idx) > ZERO
                           AND WS-This-Missed
                               NOT < WS-Stage-MinMissed(WS-Stage-Idx))
                       MOVE WS-Stage-Idx TO WS-This-Stage
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-PROVISION-MOVEMENT.
           MOVE SPACES TO Intake-Text
           IF WS-Change > ZERO
               MOVE WS-Expense-Konto   TO Intake-KontoID
               MOVE WS-Allowance-Konto TO Intake-ContraKontoID
               MOVE WS-Change TO Intake-Amount
               ADD WS-Change TO WS-Total-Increase
               STRING "Loan provision " LoanRecord-KontoID
                   INTO Intake-Text
               END-STRING
           ELSE
               MOVE WS-Allowance-Konto TO Intake-KontoID
               MOVE WS-Expense-Konto   TO Intake-ContraKontoID
               COMPUTE Intake-Amount = ZERO - WS-Change
               SUBTRACT WS-Change FROM WS-Total-Release
               STRING "Provision release " LoanRecord-KontoID
                   INTO Intake-Text
               END-STRING
           END-IF
           MOVE WS-Today-X TO Intake-Date
           MOVE "T"        TO Intake-Type
           MOVE ZERO       TO Intake-BalanceAfter
           MOVE SPACE      TO Intake-DupOverride
           MOVE WS-Today-X TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE IntakeFile
               CLOSE ProvFil
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Movements.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "Totals by stage:" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE

           PERFORM VARYING WS-Stage-Idx FROM 1 BY 1
                   UNTIL WS-Stage-Idx > 9
               IF WS-Stage-Defined(WS-Stage-Idx) = "Y"
                   MOVE WS-Stage-Pct(WS-Stage-Idx) TO WS-Pct-Display
                   MOVE WS-Stage-Exposure(WS-Stage-Idx)
                       TO WS-Total-Display
                   MOVE WS-Stage-Provision(WS-Stage-Idx)
                       TO WS-Total-Display-2
                   MOVE SPACES TO RegisterLine
                   STRING "  stage " WS-Stage-Idx
                       " at " WS-Pct-Display
                       " loans " WS-Stage-Count(WS-Stage-Idx)
                       " exposure " WS-Total-Display
                       " provision " WS-Total-Display-2
                       INTO RegisterLine
                   END-STRING
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-PERFORM

           MOVE WS-Total-Increase TO WS-Total-Display
           MOVE WS-Total-Release  TO WS-Total-Display-2
           MOVE SPACES TO RegisterLine
           STRING "Increases " WS-Total-Display
               "  releases " WS-Total-Display-2
               "  (" WS-Expense-Konto " / " WS-Allowance-Konto ")"
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           WRITE RegisterLine
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave88Register.txt -"
                   " status " WS-RegisterFile-Status
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BANKCAL.cpy".

       COPY "JOBLOG.cpy".
