       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HoldFil ASSIGN TO "KontoHolds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HoldRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave127Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave127LastRun.txt"
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
       FD  PledgeFil.
       01  PledgeRecord.
           COPY "PLEDGE.cpy".

       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

      * the amortization schedule Opgave66 lays down - the principal
      * of every instalment neither paid nor written off is what is
      * still owed.
       FD  SchedFil.
       01  SchedRecord.
           02 SchedRecord-Key.
               03 SchedRecord-KontoID PIC X(10).
               03 SchedRecord-Seq     PIC 9(3).
           02 SchedRecord-DueDate   PIC 9(8).
           02 SchedRecord-Principal PIC 9(10)V99.
           02 SchedRecord-Interest  PIC 9(10)V99.
           02 SchedRecord-Status    PIC X(1).
               88 SCHED-PENDING     VALUE "P".
               88 SCHED-RAISED      VALUE "R".
               88 SCHED-PAID        VALUE "D".
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

      * the holds master Opgave46 maintains - a pledged deposit
      * should carry a debit hold for as long as the pledge stands.
       FD  HoldFil.
       01  HoldRecord.
           02 HoldRecord-KontoID PIC X(10).
           02 HoldRecord-Type    PIC X(1).
               88 HOLD-BLOCKS-DEBITS VALUE "D".
               88 HOLD-BLOCKS-ALL    VALUE "A".
           02 HoldRecord-Reason  PIC X(30).
           02 HoldRecord-Date    PIC 9(8).

       FD  ReportFile.
       01  ReportLine PIC X(132).

      * the last month already measured, carried forward so a rerun
      * of the chain cannot report the same month twice - the
      * single-control-record idiom of Opgave101LastRun.txt.
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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE127".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-PledgeFil-Status    PIC X(2) VALUE "00".
       01 WS-LoanFil-Status      PIC X(2) VALUE "00".
       01 WS-SchedFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-HoldFil-Status      PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status  PIC X(2) VALUE "00".
       01 WS-HolidayFile-Status  PIC X(2) VALUE "00".

      * no schedule file means every loan is measured at its
      * original principal; no holds file means no pledged deposit
      * is held yet.
       01 WS-Sched-Open PIC X VALUE "N".
           88 WS-HAS-SCHED-FILE VALUE "Y".
       01 WS-Hold-Open PIC X VALUE "N".
           88 WS-HAS-HOLD-FILE VALUE "Y".

      * fields CHECK-BUSINESS-DAY (BANKCAL.cpy) expects to be loaded.
       01 WS-Calendar-Date            PIC 9(8).
       01 WS-Calendar-Is-Business-Day PIC X VALUE "Y".
           88 WS-IS-BUSINESS-DAY VALUE "Y".
       01 WS-Calendar-Integer-Date    PIC 9(8).
       01 WS-Calendar-DOW             PIC 9.
       01 EOF-HOLIDAY                 PIC X VALUE "N".
           88 END-HOLIDAY VALUE "Y" FALSE "N".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded. An
      * LTVMAX line carries the policy loan-to-value as a percentage
      * with two decimals, 4 digits (8000 = 80.00%); VALAGEP and
      * VALAGES how many days a property and a securities valuation
      * may be old, 4 digits - 80%, 1095 and 92 days when no line is
      * present.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Policy-LTV    PIC 9(3)V99 VALUE 80.00.
       01 WS-Pct-Work      PIC 9(4).
       01 WS-Max-Age-Prop  PIC 9(4) VALUE 1095.
       01 WS-Max-Age-Sec   PIC 9(4) VALUE 92.

       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y" FALSE "N".
       01 EOF-PLEDGE PIC X VALUE "N".
           88 END-PLEDGE VALUE "Y" FALSE "N".
       01 EOF-LOAN PIC X VALUE "N".
           88 END-LOAN VALUE "Y" FALSE "N".
       01 EOF-SCHED PIC X VALUE "N".
           88 END-SCHED VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.
       01 WS-Today-Parts REDEFINES WS-Today.
           02 WS-Today-Year  PIC 9(4).
           02 WS-Today-Month PIC 9(2).
           02 WS-Today-Day   PIC 9(2).

      * the month being measured: the calendar month before today's,
      * the same roll-back Opgave101 uses.
       01 WS-Rep-Month     PIC 9(6) VALUE ZERO.
       01 WS-Last-Reported PIC 9(6) VALUE ZERO.
       01 WS-Work-Months   PIC S9(6) VALUE ZERO.
       01 WS-Work-Years    PIC S9(4) VALUE ZERO.
       01 WS-Rep-Month-Parts.
           02 WS-Rep-Year  PIC 9(4).
           02 WS-Rep-Mon   PIC 9(2).
       01 WS-Rep-Month-Num REDEFINES WS-Rep-Month-Parts PIC 9(6).

      * the share of collateral value standing behind each secured
      * loan, gathered from the register - a full table is an
      * explicit abort, never a loan silently measured uncovered.
       01 WS-Cover-Table.
           02 WS-Cover-Entry OCCURS 2000 TIMES.
               03 WS-Cover-Loan    PIC X(10).
               03 WS-Cover-Value   PIC 9(13)V99.
               03 WS-Cover-Pledges PIC 9(3).
       01 WS-Cover-Count PIC 9(4) VALUE ZERO.
       01 WS-Cover-Idx   PIC 9(4) VALUE ZERO.
       01 WS-Cover-Hit   PIC 9(4) VALUE ZERO.

       01 WS-Loan-Idx       PIC 9 VALUE ZERO.
       01 WS-Link-Count     PIC 9 VALUE ZERO.
       01 WS-Pledge-Value   PIC 9(13)V99 VALUE ZERO.
       01 WS-Pledge-Share   PIC 9(13)V99 VALUE ZERO.
       01 WS-Value-Age      PIC S9(7) VALUE ZERO.
       01 WS-Max-Age        PIC 9(4) VALUE ZERO.
       01 WS-Outstanding    PIC 9(13)V99 VALUE ZERO.
       01 WS-Sched-Rows     PIC 9(3) VALUE ZERO.
       01 WS-LTV            PIC 9(5)V99 VALUE ZERO.
       01 WS-LTV-Note       PIC X(30) VALUE SPACES.
       01 WS-Hold-Found     PIC X VALUE "N".
           88 WS-DEPOSIT-IS-HELD VALUE "Y".

       01 WS-Pledges-Read     PIC 9(7) VALUE ZERO.
       01 WS-Loans-Measured   PIC 9(7) VALUE ZERO.
       01 WS-Loans-Above      PIC 9(7) VALUE ZERO.
       01 WS-Loans-Unsecured  PIC 9(7) VALUE ZERO.
       01 WS-Stale-Count      PIC 9(7) VALUE ZERO.
       01 WS-NoHold-Count     PIC 9(7) VALUE ZERO.
       01 WS-NoLoan-Count     PIC 9(7) VALUE ZERO.
       01 WS-Sched-Fallbacks  PIC 9(7) VALUE ZERO.

       01 WS-Amount-Display     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-2   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Pct-Display        PIC ZZZZ9.99.
       01 WS-Pct-Display-2      PIC ZZ9.99.
       01 WS-Age-Display        PIC Z(6)9.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START

       ACCEPT WS-Today FROM DATE YYYYMMDD

      * a weekend or holiday run simply waits - the next chained
      * business day measures the month.
       MOVE WS-Today TO WS-Calendar-Date
       PERFORM CHECK-BUSINESS-DAY
       IF NOT WS-IS-BUSINESS-DAY
           DISPLAY "Today (" WS-Today ") is a weekend or bank"
               " holiday - the collateral report waits for the"
               " next business day"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

       PERFORM COMPUTE-REPORT-MONTH
       PERFORM READ-LAST-REPORTED

       IF WS-Last-Reported NOT < WS-Rep-Month
           DISPLAY "Collateral for " WS-Rep-Month
               " already measured - nothing to do"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

       MOVE "LTVMAX" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
               AND WS-RC-Value(1:4) NOT = "0000"
           MOVE WS-RC-Value(1:4) TO WS-Pct-Work
           COMPUTE WS-Policy-LTV = WS-Pct-Work / 100
       END-IF
       MOVE "VALAGEP" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
               AND WS-RC-Value(1:4) NOT = "0000"
           MOVE WS-RC-Value(1:4) TO WS-Max-Age-Prop
       END-IF
       MOVE "VALAGES" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
               AND WS-RC-Value(1:4) NOT = "0000"
           MOVE WS-RC-Value(1:4) TO WS-Max-Age-Sec
       END-IF

      * no register yet means nothing is pledged - the month is
      * still claimed, with an empty report to show it was looked at.
       OPEN INPUT PledgeFil
       IF WS-PledgeFil-Status NOT = "00"
               AND WS-PledgeFil-Status NOT = "35"
           DISPLAY "ERROR opening CollateralRegister.txt - status "
               WS-PledgeFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       IF WS-PledgeFil-Status = "35"
           SET END-PLEDGE TO TRUE
       END-IF

       OPEN INPUT LoanFil
       IF WS-LoanFil-Status NOT = "00"
           DISPLAY "ERROR opening Loans.txt - status "
               WS-LoanFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE LoanFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT SchedFil
       IF WS-SchedFil-Status = "00"
           MOVE "Y" TO WS-Sched-Open
       END-IF
       OPEN INPUT HoldFil
       IF WS-HoldFil-Status = "00"
           MOVE "Y" TO WS-Hold-Open
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave127Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM WRITE-LAST-REPORTED

       PERFORM WRITE-REPORT-HEADER
       PERFORM REPORT-PLEDGES
       PERFORM REPORT-LOANS
       PERFORM WRITE-REPORT-TOTALS

       IF WS-PledgeFil-Status NOT = "35"
           CLOSE PledgeFil
       END-IF
       CLOSE LoanFil
       CLOSE KontoFil
       CLOSE ReportFile
       IF WS-HAS-SCHED-FILE
           CLOSE SchedFil
       END-IF
       IF WS-HAS-HOLD-FILE
           CLOSE HoldFil
       END-IF

       DISPLAY "Collateral for " WS-Rep-Month ": "
           WS-Loans-Measured " secured loans measured, "
           WS-Loans-Above " above the policy loan-to-value, "
           WS-Stale-Count " valuations out of date"

       MOVE WS-Loans-Measured TO WS-Job-Count1
       MOVE WS-Loans-Above    TO WS-Job-Count2
       MOVE WS-Stale-Count    TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * a no-op day is still a completed step for the job log.
       JOBLOG-NOOP-END.
           MOVE ZERO TO WS-Job-Count1
           MOVE ZERO TO WS-Job-Count2
           MOVE ZERO TO WS-Job-Count3
           PERFORM JOBLOG-END.

       COMPUTE-REPORT-MONTH.
           COMPUTE WS-Work-Months
               = (WS-Today-Year * 12) + WS-Today-Month - 1
           COMPUTE WS-Work-Years = (WS-Work-Months - 1) / 12
           MOVE WS-Work-Years TO WS-Rep-Year
           COMPUTE WS-Rep-Mon
               = WS-Work-Months - (WS-Work-Years * 12)
           MOVE WS-Rep-Month-Num TO WS-Rep-Month.

       READ-LAST-REPORTED.
           OPEN INPUT LastRunFile
           IF WS-LastRunFile-Status = "00"
               PERFORM UNTIL END-LASTRUN
                   READ LastRunFile
                       AT END
                           SET END-LASTRUN TO TRUE
                       NOT AT END
                           MOVE LastRun-Month TO WS-Last-Reported
                   END-READ
               END-PERFORM
               CLOSE LastRunFile
           END-IF.

       WRITE-LAST-REPORTED.
           OPEN OUTPUT LastRunFile
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave127LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Rep-Month TO LastRun-Month
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave127LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ReportLine
           STRING
               "=== COLLATERAL AND LOAN-TO-VALUE FOR " WS-Rep-Month
               " - RUN " WS-Today " ==="
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-Policy-LTV TO WS-Pct-Display-2
           MOVE SPACES TO ReportLine
           STRING
               "Policy loan-to-value " WS-Pct-Display-2 "%"
               "   valuations allowed: property " WS-Max-Age-Prop
               " days, securities " WS-Max-Age-Sec " days"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * section one: every standing pledge - its value now, whether
      * its valuation is still in date, whether a pledged deposit is
      * really held, and whether the loans it secures are still on
      * the book. Its value is shared out over those loans.
       REPORT-PLEDGES.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "--- PLEDGES NEEDING ATTENTION ---" TO ReportLine
           PERFORM WRITE-REPORT-LINE

           IF NOT END-PLEDGE
               MOVE LOW-VALUES TO PL-ID
               START PledgeFil KEY IS NOT LESS THAN PL-ID
                   INVALID KEY
                       SET END-PLEDGE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-PLEDGE
               READ PledgeFil NEXT RECORD
                   AT END
                       SET END-PLEDGE TO TRUE
                   NOT AT END
                       IF PL-ACTIVE
                           ADD 1 TO WS-Pledges-Read
                           PERFORM MEASURE-ONE-PLEDGE
                       END-IF
               END-READ
           END-PERFORM.

       MEASURE-ONE-PLEDGE.
           MOVE ZERO TO WS-Pledge-Value
           IF PL-DEPOSIT
               PERFORM VALUE-PLEDGED-DEPOSIT
           ELSE
               MOVE PL-Value TO WS-Pledge-Value
               IF PL-PROPERTY
                   MOVE WS-Max-Age-Prop TO WS-Max-Age
               ELSE
                   MOVE WS-Max-Age-Sec TO WS-Max-Age
               END-IF
               COMPUTE WS-Value-Age
                   = FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(PL-ValueDate)
               IF WS-Value-Age > WS-Max-Age
                   ADD 1 TO WS-Stale-Count
                   MOVE PL-Value TO WS-Amount-Display
                   MOVE WS-Value-Age TO WS-Age-Display
                   MOVE SPACES TO ReportLine
                   STRING
                       "STALE    " PL-ID " type " PL-Type
                       " pledgor " PL-KundeID
                       " valued " WS-Amount-Display
                       " at " PL-ValueDate
                       " - " WS-Age-Display " days old"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF

           MOVE ZERO TO WS-Link-Count
           PERFORM VARYING WS-Loan-Idx FROM 1 BY 1
                   UNTIL WS-Loan-Idx > 5
               IF PL-LoanKonto(WS-Loan-Idx) NOT = SPACES
                   ADD 1 TO WS-Link-Count
               END-IF
           END-PERFORM
           IF WS-Link-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Pledge-Share = WS-Pledge-Value / WS-Link-Count

           PERFORM VARYING WS-Loan-Idx FROM 1 BY 1
                   UNTIL WS-Loan-Idx > 5
               IF PL-LoanKonto(WS-Loan-Idx) NOT = SPACES
                   PERFORM ADD-LOAN-COVER
               END-IF
           END-PERFORM.

      * a pledged deposit is worth its credit balance today, and
      * should sit behind a hold that blocks debits - the one its
      * pledge requested, or one already on the account.
       VALUE-PLEDGED-DEPOSIT.
           MOVE PL-DepositKonto TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   ADD 1 TO WS-NoLoan-Count
                   MOVE SPACES TO ReportLine
                   STRING
                       "NO ACCT  " PL-ID " deposit "
                       PL-DepositKonto " is not on the account"
                       " master - valued at zero"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-Balance > ZERO
               MOVE KontoRecord-Balance TO WS-Pledge-Value
           END-IF

           MOVE "N" TO WS-Hold-Found
           IF WS-HAS-HOLD-FILE
               MOVE PL-DepositKonto TO HoldRecord-KontoID
               READ HoldFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Hold-Found
               END-READ
           END-IF
           IF NOT WS-DEPOSIT-IS-HELD
               ADD 1 TO WS-NoHold-Count
               MOVE WS-Pledge-Value TO WS-Amount-Display
               MOVE SPACES TO ReportLine
               STRING
                   "NO HOLD  " PL-ID " deposit " PL-DepositKonto
                   " balance " WS-Amount-Display
                   " - no debit hold on the account"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       ADD-LOAN-COVER.
           MOVE PL-LoanKonto(WS-Loan-Idx) TO LoanRecord-KontoID
           READ LoanFil
               INVALID KEY
                   ADD 1 TO WS-NoLoan-Count
                   MOVE SPACES TO ReportLine
                   STRING
                       "NO LOAN  " PL-ID " secures "
                       PL-LoanKonto(WS-Loan-Idx)
                       " - not on the loan book; unlink or discharge"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-Cover-Hit
           PERFORM VARYING WS-Cover-Idx FROM 1 BY 1
                   UNTIL WS-Cover-Idx > WS-Cover-Count
                      OR WS-Cover-Hit NOT = ZERO
               IF WS-Cover-Loan(WS-Cover-Idx)
                       = PL-LoanKonto(WS-Loan-Idx)
                   MOVE WS-Cover-Idx TO WS-Cover-Hit
               END-IF
           END-PERFORM
           IF WS-Cover-Hit = ZERO
               IF WS-Cover-Count >= 2000
                   DISPLAY "ERROR - more than 2000 secured loans -"
                       " run aborted rather than measuring loans"
                       " without their collateral"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Cover-Count
               MOVE WS-Cover-Count TO WS-Cover-Hit
               MOVE PL-LoanKonto(WS-Loan-Idx)
                   TO WS-Cover-Loan(WS-Cover-Hit)
               MOVE ZERO TO WS-Cover-Value(WS-Cover-Hit)
               MOVE ZERO TO WS-Cover-Pledges(WS-Cover-Hit)
           END-IF
           ADD WS-Pledge-Share TO WS-Cover-Value(WS-Cover-Hit)
           ADD 1 TO WS-Cover-Pledges(WS-Cover-Hit).

      * section two: every loan on the book still owing something,
      * measured against the collateral standing behind it. Loans
      * with no pledge at all are unsecured lending and only
      * counted.
       REPORT-LOANS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "--- LOANS ABOVE THE POLICY LOAN-TO-VALUE ---"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO LoanRecord-KontoID
           START LoanFil KEY IS NOT LESS THAN LoanRecord-KontoID
               INVALID KEY
                   SET END-LOAN TO TRUE
           END-START
           PERFORM UNTIL END-LOAN
               READ LoanFil NEXT RECORD
                   AT END
                       SET END-LOAN TO TRUE
                   NOT AT END
                       PERFORM MEASURE-ONE-LOAN
               END-READ
           END-PERFORM.

       MEASURE-ONE-LOAN.
           MOVE LoanRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KONTO-RECORD-CLOSED
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-OUTSTANDING-PRINCIPAL
           IF WS-Outstanding = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Cover-Hit
           PERFORM VARYING WS-Cover-Idx FROM 1 BY 1
                   UNTIL WS-Cover-Idx > WS-Cover-Count
                      OR WS-Cover-Hit NOT = ZERO
               IF WS-Cover-Loan(WS-Cover-Idx) = LoanRecord-KontoID
                   MOVE WS-Cover-Idx TO WS-Cover-Hit
               END-IF
           END-PERFORM
           IF WS-Cover-Hit = ZERO
               ADD 1 TO WS-Loans-Unsecured
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Loans-Measured
           MOVE SPACES TO WS-LTV-Note
           IF WS-Cover-Value(WS-Cover-Hit) = ZERO
               MOVE 99999.99 TO WS-LTV
               MOVE "collateral worth nothing" TO WS-LTV-Note
           ELSE
               COMPUTE WS-LTV ROUNDED
                   = WS-Outstanding * 100
                   / WS-Cover-Value(WS-Cover-Hit)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
           END-IF
           IF WS-LTV NOT > WS-Policy-LTV
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Loans-Above
           IF WS-Sched-Rows = ZERO AND WS-LTV-Note = SPACES
               MOVE "no schedule - original principal" TO WS-LTV-Note
           END-IF
           MOVE WS-Outstanding TO WS-Amount-Display
           MOVE WS-Cover-Value(WS-Cover-Hit) TO WS-Amount-Display-2
           MOVE WS-LTV TO WS-Pct-Display
           MOVE SPACES TO ReportLine
           STRING
               "ABOVE    " LoanRecord-KontoID
               " customer " KontoRecord-KundeID
               " owing " WS-Amount-Display
               " collateral " WS-Amount-Display-2
               " LTV " WS-Pct-Display "% "
               WS-LTV-Note
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * the principal of every instalment not yet paid or written
      * off; a loan with no schedule laid down yet is measured at
      * the principal it was drawn with.
       SUM-OUTSTANDING-PRINCIPAL.
           MOVE ZERO TO WS-Outstanding
           MOVE ZERO TO WS-Sched-Rows
           IF WS-HAS-SCHED-FILE
               MOVE LoanRecord-KontoID TO SchedRecord-KontoID
               MOVE ZERO TO SchedRecord-Seq
               SET END-SCHED TO FALSE
               START SchedFil KEY IS NOT LESS THAN SchedRecord-Key
                   INVALID KEY
                       SET END-SCHED TO TRUE
               END-START
               PERFORM UNTIL END-SCHED
                   READ SchedFil NEXT RECORD
                       AT END
                           SET END-SCHED TO TRUE
                       NOT AT END
                           IF SchedRecord-KontoID
                                   NOT = LoanRecord-KontoID
                               SET END-SCHED TO TRUE
                           ELSE
                               ADD 1 TO WS-Sched-Rows
                               IF NOT SCHED-PAID
                                       AND NOT SCHED-WRITTEN-OFF
                                   ADD SchedRecord-Principal
                                       TO WS-Outstanding
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-Sched-Rows = ZERO
               ADD 1 TO WS-Sched-Fallbacks
               MOVE LoanRecord-Principal TO WS-Outstanding
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING
               "Pledges standing: " WS-Pledges-Read
               "   valuations out of date: " WS-Stale-Count
               "   deposits without a hold: " WS-NoHold-Count
               "   broken links: " WS-NoLoan-Count
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING
               "Secured loans measured: " WS-Loans-Measured
               "   above policy: " WS-Loans-Above
               "   loans with no collateral: " WS-Loans-Unsecured
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-Sched-Fallbacks > ZERO
               MOVE SPACES TO ReportLine
               STRING
                   "Loans with no schedule - original principal"
                   " used: " WS-Sched-Fallbacks
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave127Report.txt - status "
                   WS-ReportFile-Status
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BANKCAL.cpy".

       COPY "JOBLOG.cpy".
