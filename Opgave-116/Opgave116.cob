       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave116.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
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
           SELECT TermFil ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TermRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TermFil-Status.
           SELECT AssumeFile ASSIGN TO "RepricingAssumptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AssumeFile-Status.
           SELECT RateFil ASSIGN TO "ExchangeRates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RateRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RateFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave116Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave116LastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRunFile-Status.
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

      * the loan book Opgave66 draws down. A loan carries one fixed
      * annual rate for its whole term, so it reprices only as its
      * principal comes back - on the schedule's due dates.
       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

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
           02 SchedRecord-RaisedDate PIC 9(8).

      * a term deposit's rate is fixed until it matures.
       FD  TermFil.
       01  TermRecord.
           02 TermRecord-KontoID     PIC X(10).
           02 TermRecord-TermMonths  PIC 9(3).
           02 TermRecord-Maturity    PIC 9(8).
           02 TermRecord-Locked      PIC X(1).
           02 TermRecord-Disposition PIC X(1).
               88 TERM-DISP-PAYOUT   VALUE "P".
               88 TERM-DISP-ROLLOVER VALUE "R".
           02 TermRecord-PayoutKonto PIC X(10).

      * Treasury's behavioural assumption for balances with no
      * contractual repricing date: per KontoType, the percentage
      * of the balance taken to reprice in each of the seven time
      * buckets (see WS-Bucket-Values). A type not listed is taken
      * to reprice overnight in full; percentages that do not add
      * up to 100 have the rest placed overnight as well.
       FD  AssumeFile.
       01  AssumeRecord.
           02 Assume-KontoType PIC X(20).
           02 Assume-Pct       PIC 9(3)V99 OCCURS 7 TIMES.

       FD  RateFil.
       01  RateRecord.
           02 RateRecord-Key.
               03 RateRecord-Valuta        PIC X(3).
               03 RateRecord-EffectiveDate PIC 9(8).
           02 RateRecord-RateToDKK PIC 9(3)V9999.

      * the repricing gap per currency and in total, with the effect
      * of a parallel shift on net interest income and economic
      * value.
       FD  ReportFile.
       01  ReportLine PIC X(132).

      * the last month reported, carried forward so the chain
      * produces the report once a month - the same single-record
      * idiom as Opgave39LastRun.txt.
       FD  LastRunFile.
       01  LastRunRecord.
           02 LastRun-Month PIC 9(6).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE116".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-LoanFil-Status      PIC X(2) VALUE "00".
       01 WS-SchedFil-Status     PIC X(2) VALUE "00".
       01 WS-TermFil-Status      PIC X(2) VALUE "00".
       01 WS-AssumeFile-Status   PIC X(2) VALUE "00".
       01 WS-RateFil-Status      PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status  PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
      * The OPGAVE116 line carries in columns 11-13 the parallel
      * shift in basis points - 200 when absent.
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
       01 WS-Business-Date-Parts REDEFINES WS-Business-Date.
           02 WS-Bus-Year  PIC 9(4).
           02 WS-Bus-Month PIC 9(2).
           02 WS-Bus-Day   PIC 9(2).
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-SCHED PIC X VALUE "N".
           88 END-SCHED VALUE "Y" FALSE "N".
       01 EOF-ASSUME PIC X VALUE "N".
           88 END-ASSUME VALUE "Y" FALSE "N".
       01 EOF-RATE PIC X VALUE "N".
           88 END-RATE VALUE "Y" FALSE "N".
       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y" FALSE "N".

       01 WS-Loan-Open PIC X VALUE "N".
           88 WS-HAS-LOAN-FILE VALUE "Y".
       01 WS-Sched-Open PIC X VALUE "N".
           88 WS-HAS-SCHED-FILE VALUE "Y".
       01 WS-Term-Open PIC X VALUE "N".
           88 WS-HAS-TERM-FILE VALUE "Y".
       01 WS-Rate-Open PIC X VALUE "N".
           88 WS-HAS-RATE-FILE VALUE "Y".

      * the month whose closing book is measured - the one just
      * ended on the first night of a month.
       01 WS-Position-Month PIC 9(6) VALUE ZERO.
       01 WS-Last-Reported  PIC 9(6) VALUE ZERO.
       01 WS-Work-Months    PIC S9(6) VALUE ZERO.
       01 WS-Work-Years     PIC S9(4) VALUE ZERO.
       01 WS-Position-Month-Parts.
           02 WS-Position-Year PIC 9(4).
           02 WS-Position-Mon  PIC 9(2).
       01 WS-Position-Month-Num REDEFINES WS-Position-Month-Parts
                                PIC 9(6).

      * the seven repricing buckets, and the time to the middle of
      * each in years - the weight a bucket's gap gets in the
      * economic-value estimate. The last bucket is open-ended and
      * is weighted at seven and a half years.
       01 WS-Bucket-Values.
           02 FILLER PIC X(14) VALUE "   Up to 1 mth".
           02 FILLER PIC 9V9999 VALUE 0.0417.
           02 FILLER PIC 9(5)   VALUE 30.
           02 FILLER PIC X(14) VALUE "     1 - 3 mth".
           02 FILLER PIC 9V9999 VALUE 0.1667.
           02 FILLER PIC 9(5)   VALUE 91.
           02 FILLER PIC X(14) VALUE "     3 - 6 mth".
           02 FILLER PIC 9V9999 VALUE 0.3750.
           02 FILLER PIC 9(5)   VALUE 182.
           02 FILLER PIC X(14) VALUE "    6 - 12 mth".
           02 FILLER PIC 9V9999 VALUE 0.7500.
           02 FILLER PIC 9(5)   VALUE 365.
           02 FILLER PIC X(14) VALUE "       1 - 2 y".
           02 FILLER PIC 9V9999 VALUE 1.5000.
           02 FILLER PIC 9(5)   VALUE 730.
           02 FILLER PIC X(14) VALUE "       2 - 5 y".
           02 FILLER PIC 9V9999 VALUE 3.5000.
           02 FILLER PIC 9(5)   VALUE 1826.
           02 FILLER PIC X(14) VALUE "        Over 5".
           02 FILLER PIC 9V9999 VALUE 7.5000.
           02 FILLER PIC 9(5)   VALUE 99999.
       01 WS-Bucket-Table REDEFINES WS-Bucket-Values.
           02 WS-Bucket-Entry OCCURS 7 TIMES.
               03 WS-Bucket-Name    PIC X(14).
               03 WS-Bucket-MidYrs  PIC 9V9999.
               03 WS-Bucket-MaxDays PIC 9(5).
       01 WS-Bucket-Idx PIC 9 VALUE ZERO.
       01 WS-Bucket-Hit PIC 9 VALUE ZERO.

      * the behavioural assumptions as loaded.
       01 WS-Assume-Table.
           02 WS-Assume-Entry OCCURS 20 TIMES.
               03 WS-Assume-Type PIC X(20).
               03 WS-Assume-Share PIC 9(3)V99 OCCURS 7 TIMES.
       01 WS-Assume-Count PIC 99 VALUE ZERO.
       01 WS-Assume-Idx   PIC 99.
       01 WS-Assume-Hit   PIC 99 VALUE ZERO.
       01 WS-Assume-Total PIC 9(4)V99 VALUE ZERO.

      * rate-sensitive assets and liabilities per currency per
      * bucket, in the currency itself. A liability is money the
      * bank owes (a credit balance); an asset is money owed to it
      * (a debit balance, a loan's outstanding principal).
       01 WS-Cur-Table.
           02 WS-Cur-Entry OCCURS 10 TIMES.
               03 WS-Cur-Code   PIC X(3).
               03 WS-Cur-Rate   PIC 9(3)V9999.
               03 WS-Cur-Bucket OCCURS 7 TIMES.
                   04 WS-Cur-Assets PIC S9(13)V99.
                   04 WS-Cur-Liabs  PIC S9(13)V99.
       01 WS-Cur-Used PIC 99 VALUE ZERO.
       01 WS-Cur-Idx  PIC 99.
       01 WS-Cur-Hit  PIC 99 VALUE ZERO.

      * the same converted to DKK at the rate in force, for the
      * bank-wide gap.
       01 WS-Tot-Table.
           02 WS-Tot-Bucket OCCURS 7 TIMES.
               03 WS-Tot-Assets PIC S9(13)V99.
               03 WS-Tot-Liabs  PIC S9(13)V99.

       01 WS-Shift-Bp    PIC 9(3) VALUE 200.
       01 WS-Shift       PIC 9V9999 VALUE ZERO.

       01 WS-Days-Out    PIC S9(7) VALUE ZERO.
       01 WS-Place-Date  PIC 9(8) VALUE ZERO.
       01 WS-Place-Amount PIC S9(13)V99 VALUE ZERO.
       01 WS-Place-Share PIC S9(13)V99 VALUE ZERO.
       01 WS-Place-Left  PIC S9(13)V99 VALUE ZERO.
       01 WS-Loan-Left   PIC S9(13)V99 VALUE ZERO.

       01 WS-Loans-Placed    PIC 9(7) VALUE ZERO.
       01 WS-Terms-Placed    PIC 9(7) VALUE ZERO.
       01 WS-Demand-Placed   PIC 9(7) VALUE ZERO.
       01 WS-Unassumed-Accts PIC 9(7) VALUE ZERO.
       01 WS-Unrated-Curs   PIC 9(7) VALUE ZERO.

      * one block of the report from the WS-Line fields: assets,
      * liabilities, gap and cumulative gap per bucket, and the
      * effect of the shift.
       01 WS-Line-Label  PIC X(20) VALUE SPACES.
       01 WS-Line-Table.
           02 WS-Line-Bucket OCCURS 7 TIMES.
               03 WS-Line-Assets PIC S9(13)V99.
               03 WS-Line-Liabs  PIC S9(13)V99.
       01 WS-Line-Gap     PIC S9(13)V99 VALUE ZERO.
       01 WS-Line-CumGap  PIC S9(13)V99 VALUE ZERO.
       01 WS-Line-NII     PIC S9(13)V99 VALUE ZERO.
       01 WS-Line-EVE     PIC S9(13)V99 VALUE ZERO.

       01 WS-Row.
           02 WS-Row-Label   PIC X(20).
           02 WS-Row-Cell OCCURS 7 TIMES.
               03 FILLER     PIC X(1).
               03 WS-Row-Amt PIC -(10)9.99.
       01 WS-Head-Row.
           02 WS-Head-Label  PIC X(20).
           02 WS-Head-Cell OCCURS 7 TIMES.
               03 FILLER     PIC X(1).
               03 WS-Head-Name PIC X(14).

       01 WS-Amt1-Display PIC -(13)9.99.
       01 WS-Amt2-Display PIC -(13)9.99.
       01 WS-Shift-Display PIC ZZ9.
       01 WS-Pct-Display  PIC ZZ9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       PERFORM COMPUTE-POSITION-MONTH
       PERFORM READ-LAST-REPORTED
       IF WS-Last-Reported NOT < WS-Position-Month
           DISPLAY "Repricing gap for " WS-Position-Month
               " already reported - nothing to do"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       MOVE "OPGAVE116" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:3) IS NUMERIC
               AND WS-RC-Value(1:3) NOT = "000"
           MOVE WS-RC-Value(1:3) TO WS-Shift-Bp
       END-IF
       COMPUTE WS-Shift = WS-Shift-Bp / 10000

       PERFORM LOAD-ASSUMPTIONS

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT LoanFil
       IF WS-LoanFil-Status = "00"
           MOVE "Y" TO WS-Loan-Open
       END-IF
       OPEN INPUT SchedFil
       IF WS-SchedFil-Status = "00"
           MOVE "Y" TO WS-Sched-Open
       END-IF
       OPEN INPUT TermFil
       IF WS-TermFil-Status = "00"
           MOVE "Y" TO WS-Term-Open
       END-IF
       OPEN INPUT RateFil
       IF WS-RateFil-Status = "00"
           MOVE "Y" TO WS-Rate-Open
       ELSE
           DISPLAY "WARNING: ExchangeRates.txt not available -"
               " foreign currency taken at par in the DKK total"
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave116Report.txt - status "
               WS-ReportFile-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
               UNTIL WS-Bucket-Idx > 7
           MOVE ZERO TO WS-Tot-Assets(WS-Bucket-Idx)
           MOVE ZERO TO WS-Tot-Liabs(WS-Bucket-Idx)
       END-PERFORM

       MOVE LOW-VALUES TO KontoRecord-KontoID
       START KontoFil KEY IS NOT LESS THAN KontoRecord-KontoID
           INVALID KEY
               SET END-KONTO TO TRUE
       END-START
       PERFORM UNTIL END-KONTO
           READ KontoFil NEXT RECORD
               AT END
                   SET END-KONTO TO TRUE
               NOT AT END
      * the bank's own internal accounts are not customer business.
                   IF NOT KONTO-RECORD-CLOSED
                           AND KontoRecord-KundeID NOT = "*BANK*"
                           AND KontoRecord-Balance NOT = ZERO
                       PERFORM PLACE-ONE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM

       PERFORM CONVERT-TO-DKK-TOTAL
       PERFORM WRITE-REPORT-HEADER
       PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
               UNTIL WS-Cur-Idx > WS-Cur-Used
           MOVE SPACES TO WS-Line-Label
           STRING "CURRENCY " WS-Cur-Code(WS-Cur-Idx)
               DELIMITED BY SIZE INTO WS-Line-Label
           END-STRING
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               MOVE WS-Cur-Assets(WS-Cur-Idx, WS-Bucket-Idx)
                   TO WS-Line-Assets(WS-Bucket-Idx)
               MOVE WS-Cur-Liabs(WS-Cur-Idx, WS-Bucket-Idx)
                   TO WS-Line-Liabs(WS-Bucket-Idx)
           END-PERFORM
           PERFORM WRITE-GAP-BLOCK
       END-PERFORM

       MOVE "ALL CURRENCIES, DKK" TO WS-Line-Label
       PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
               UNTIL WS-Bucket-Idx > 7
           MOVE WS-Tot-Assets(WS-Bucket-Idx)
               TO WS-Line-Assets(WS-Bucket-Idx)
           MOVE WS-Tot-Liabs(WS-Bucket-Idx)
               TO WS-Line-Liabs(WS-Bucket-Idx)
       END-PERFORM
       PERFORM WRITE-GAP-BLOCK
       PERFORM WRITE-ASSUMPTION-SECTION

       CLOSE KontoFil
       CLOSE ReportFile
       IF WS-HAS-LOAN-FILE
           CLOSE LoanFil
       END-IF
       IF WS-HAS-SCHED-FILE
           CLOSE SchedFil
       END-IF
       IF WS-HAS-TERM-FILE
           CLOSE TermFil
       END-IF
       IF WS-HAS-RATE-FILE
           CLOSE RateFil
       END-IF

       PERFORM WRITE-LAST-REPORTED

       DISPLAY "Repricing gap for " WS-Position-Month
       DISPLAY "Loans placed by schedule:      " WS-Loans-Placed
       DISPLAY "Term deposits placed:          " WS-Terms-Placed
       DISPLAY "Demand balances placed:        " WS-Demand-Placed
       MOVE WS-Line-NII TO WS-Amt1-Display
       MOVE WS-Line-EVE TO WS-Amt2-Display
       DISPLAY "NII effect of +" WS-Shift-Bp "bp (DKK): "
           WS-Amt1-Display
       DISPLAY "EVE effect of +" WS-Shift-Bp "bp (DKK): "
           WS-Amt2-Display
       DISPLAY "See Opgave116Report.txt"

       MOVE WS-Loans-Placed  TO WS-Job-Count1
       MOVE WS-Terms-Placed  TO WS-Job-Count2
       MOVE WS-Demand-Placed TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * the month before the business date's calendar month.
       COMPUTE-POSITION-MONTH.
           COMPUTE WS-Work-Months
               = (WS-Bus-Year * 12) + WS-Bus-Month - 1
           COMPUTE WS-Work-Years = (WS-Work-Months - 1) / 12
           MOVE WS-Work-Years TO WS-Position-Year
           COMPUTE WS-Position-Mon
               = WS-Work-Months - (WS-Work-Years * 12)
           MOVE WS-Position-Month-Num TO WS-Position-Month.

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
               DISPLAY "ERROR opening Opgave116LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Position-Month TO LastRun-Month
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave116LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

      * no assumption file means every demand balance is taken to
      * reprice overnight - the most rate-sensitive reading, and
      * announced, because it overstates the short gap.
       LOAD-ASSUMPTIONS.
           OPEN INPUT AssumeFile
           IF WS-AssumeFile-Status NOT = "00"
               DISPLAY "WARNING: RepricingAssumptions.txt not"
                   " available - demand balances taken to reprice"
                   " overnight"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-ASSUME
               READ AssumeFile
                   AT END
                       SET END-ASSUME TO TRUE
                   NOT AT END
                       PERFORM TAKE-ASSUMPTION
               END-READ
           END-PERFORM
           CLOSE AssumeFile.

       TAKE-ASSUMPTION.
           IF WS-Assume-Count >= 20
               DISPLAY "ERROR - assumption table full - run aborted"
                   " rather than silently dropping KontoTypes"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Assume-Count
           MOVE Assume-KontoType TO WS-Assume-Type(WS-Assume-Count)
           MOVE ZERO TO WS-Assume-Total
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               IF Assume-Pct(WS-Bucket-Idx) NOT NUMERIC
                   MOVE ZERO TO Assume-Pct(WS-Bucket-Idx)
               END-IF
               MOVE Assume-Pct(WS-Bucket-Idx)
                   TO WS-Assume-Share(WS-Assume-Count, WS-Bucket-Idx)
               ADD Assume-Pct(WS-Bucket-Idx) TO WS-Assume-Total
           END-PERFORM
           IF WS-Assume-Total > 100
               DISPLAY "ERROR - RepricingAssumptions.txt places "
                   WS-Assume-Total "% of " Assume-KontoType
                   " - run aborted"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           IF WS-Assume-Total < 100
               COMPUTE WS-Assume-Share(WS-Assume-Count, 1)
                   = WS-Assume-Share(WS-Assume-Count, 1)
                   + (100 - WS-Assume-Total)
               DISPLAY "WARNING: assumption for " Assume-KontoType
                   " adds up to " WS-Assume-Total
                   "% - the rest placed overnight"
           END-IF.

      * a loan by its schedule, a term deposit by its maturity,
      * everything else by the behavioural assumption.
       PLACE-ONE-ACCOUNT.
           PERFORM FIND-CUR-SLOT
           IF WS-HAS-LOAN-FILE
               MOVE KontoRecord-KontoID TO LoanRecord-KontoID
               READ LoanFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KontoRecord-Balance < ZERO
                           PERFORM PLACE-LOAN
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           IF WS-HAS-TERM-FILE
               MOVE KontoRecord-KontoID TO TermRecord-KontoID
               READ TermFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PLACE-TERM-DEPOSIT
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM PLACE-DEMAND-BALANCE.

      * the outstanding principal comes back instalment by
      * instalment, oldest unpaid first; an instalment already past
      * due is overnight money. Whatever the schedule does not
      * account for is placed overnight too.
       PLACE-LOAN.
           ADD 1 TO WS-Loans-Placed
           COMPUTE WS-Loan-Left = ZERO - KontoRecord-Balance
           IF WS-HAS-SCHED-FILE
               MOVE KontoRecord-KontoID TO SchedRecord-KontoID
               MOVE ZERO TO SchedRecord-Seq
               SET END-SCHED TO FALSE
               START SchedFil KEY IS NOT LESS THAN SchedRecord-Key
                   INVALID KEY
                       SET END-SCHED TO TRUE
               END-START
               PERFORM UNTIL END-SCHED OR WS-Loan-Left NOT > ZERO
                   READ SchedFil NEXT RECORD
                       AT END
                           SET END-SCHED TO TRUE
                       NOT AT END
                           IF SchedRecord-KontoID
                                   NOT = KontoRecord-KontoID
                               SET END-SCHED TO TRUE
                           ELSE
                               IF NOT SCHED-PAID
                                   PERFORM PLACE-INSTALMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-Loan-Left > ZERO
               MOVE WS-Loan-Left TO WS-Place-Amount
               MOVE 1 TO WS-Bucket-Hit
               PERFORM ADD-ASSET
           END-IF.

       PLACE-INSTALMENT.
           IF SchedRecord-Principal > WS-Loan-Left
               MOVE WS-Loan-Left TO WS-Place-Amount
           ELSE
               MOVE SchedRecord-Principal TO WS-Place-Amount
           END-IF
           SUBTRACT WS-Place-Amount FROM WS-Loan-Left
           MOVE SchedRecord-DueDate TO WS-Place-Date
           PERFORM FIND-DATE-BUCKET
           PERFORM ADD-ASSET.

       PLACE-TERM-DEPOSIT.
           ADD 1 TO WS-Terms-Placed
           MOVE TermRecord-Maturity TO WS-Place-Date
           PERFORM FIND-DATE-BUCKET
           PERFORM ADD-BALANCE.

      * a debit balance on a demand account is an overdraft, priced
      * off the rate table and repriced at once; a credit balance
      * is spread over the buckets by its KontoType's assumption.
       PLACE-DEMAND-BALANCE.
           ADD 1 TO WS-Demand-Placed
           IF KontoRecord-Balance < ZERO
               MOVE 1 TO WS-Bucket-Hit
               PERFORM ADD-BALANCE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Assume-Hit
           PERFORM VARYING WS-Assume-Idx FROM 1 BY 1
                   UNTIL WS-Assume-Idx > WS-Assume-Count
               IF WS-Assume-Type(WS-Assume-Idx)
                       = KontoRecord-KontoType
                   MOVE WS-Assume-Idx TO WS-Assume-Hit
               END-IF
           END-PERFORM
           IF WS-Assume-Hit = ZERO
               ADD 1 TO WS-Unassumed-Accts
               MOVE KontoRecord-Balance TO WS-Place-Amount
               MOVE 1 TO WS-Bucket-Hit
               PERFORM ADD-LIABILITY
               EXIT PARAGRAPH
           END-IF

      * the shares are rounded down and the pennies left over go
      * overnight, so the buckets add back to the balance exactly.
           MOVE KontoRecord-Balance TO WS-Place-Left
           PERFORM VARYING WS-Bucket-Idx FROM 7 BY -1
                   UNTIL WS-Bucket-Idx < 2
               COMPUTE WS-Place-Share
                   = KontoRecord-Balance
                   * WS-Assume-Share(WS-Assume-Hit, WS-Bucket-Idx)
                   / 100
               IF WS-Place-Share NOT = ZERO
                   MOVE WS-Place-Share TO WS-Place-Amount
                   MOVE WS-Bucket-Idx TO WS-Bucket-Hit
                   PERFORM ADD-LIABILITY
                   SUBTRACT WS-Place-Share FROM WS-Place-Left
               END-IF
           END-PERFORM
           MOVE WS-Place-Left TO WS-Place-Amount
           MOVE 1 TO WS-Bucket-Hit
           PERFORM ADD-LIABILITY.

      * days from the business date to the repricing date picks the
      * bucket; a date already passed, or none at all, is overnight.
       FIND-DATE-BUCKET.
           MOVE 1 TO WS-Bucket-Hit
           IF WS-Place-Date NOT > WS-Business-Date
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Days-Out
               = FUNCTION INTEGER-OF-DATE(WS-Place-Date)
               - FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           MOVE ZERO TO WS-Bucket-Hit
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7 OR WS-Bucket-Hit NOT = ZERO
               IF WS-Days-Out NOT > WS-Bucket-MaxDays(WS-Bucket-Idx)
                   MOVE WS-Bucket-Idx TO WS-Bucket-Hit
               END-IF
           END-PERFORM
           IF WS-Bucket-Hit = ZERO
               MOVE 7 TO WS-Bucket-Hit
           END-IF.

      * the whole account balance in one bucket - a credit balance
      * is owed by the bank, a debit balance to it.
       ADD-BALANCE.
           IF KontoRecord-Balance < ZERO
               COMPUTE WS-Place-Amount = ZERO - KontoRecord-Balance
               PERFORM ADD-ASSET
           ELSE
               MOVE KontoRecord-Balance TO WS-Place-Amount
               PERFORM ADD-LIABILITY
           END-IF.

       ADD-ASSET.
           ADD WS-Place-Amount
               TO WS-Cur-Assets(WS-Cur-Hit, WS-Bucket-Hit).

       ADD-LIABILITY.
           ADD WS-Place-Amount
               TO WS-Cur-Liabs(WS-Cur-Hit, WS-Bucket-Hit).

       FIND-CUR-SLOT.
           MOVE ZERO TO WS-Cur-Hit
           PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
                   UNTIL WS-Cur-Idx > WS-Cur-Used
               IF WS-Cur-Code(WS-Cur-Idx) = KontoRecord-Valuta
                   MOVE WS-Cur-Idx TO WS-Cur-Hit
               END-IF
           END-PERFORM
           IF WS-Cur-Hit = ZERO
               IF WS-Cur-Used >= 10
                   DISPLAY "ERROR - currency table full - run aborted"
                       " rather than printing silently wrong gaps"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Cur-Used
               MOVE WS-Cur-Used TO WS-Cur-Hit
               MOVE KontoRecord-Valuta TO WS-Cur-Code(WS-Cur-Hit)
               MOVE ZERO TO WS-Cur-Rate(WS-Cur-Hit)
               PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                       UNTIL WS-Bucket-Idx > 7
                   MOVE ZERO TO WS-Cur-Assets(WS-Cur-Hit, WS-Bucket-Idx)
                   MOVE ZERO TO WS-Cur-Liabs(WS-Cur-Hit, WS-Bucket-Idx)
               END-PERFORM
           END-IF.

      * each currency at the last rate dated on or before the
      * business date, walked the way Opgave74's
      * LOOKUP-FX-RATE-FOR-DATE walks it; a currency with no rate
      * is taken at par and counted.
       CONVERT-TO-DKK-TOTAL.
           PERFORM VARYING WS-Cur-Idx FROM 1 BY 1
                   UNTIL WS-Cur-Idx > WS-Cur-Used
               IF WS-Cur-Code(WS-Cur-Idx) = "DKK"
                   MOVE 1 TO WS-Cur-Rate(WS-Cur-Idx)
               ELSE
                   PERFORM LOOK-UP-DKK-RATE
               END-IF
               IF WS-Cur-Rate(WS-Cur-Idx) = ZERO
                   ADD 1 TO WS-Unrated-Curs
                   DISPLAY "WARNING: no exchange rate for "
                       WS-Cur-Code(WS-Cur-Idx)
                       " - taken at par in the DKK total"
                   MOVE 1 TO WS-Cur-Rate(WS-Cur-Idx)
               END-IF
               PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                       UNTIL WS-Bucket-Idx > 7
                   COMPUTE WS-Tot-Assets(WS-Bucket-Idx) ROUNDED
                       = WS-Tot-Assets(WS-Bucket-Idx)
                       + WS-Cur-Assets(WS-Cur-Idx, WS-Bucket-Idx)
                       * WS-Cur-Rate(WS-Cur-Idx)
                   COMPUTE WS-Tot-Liabs(WS-Bucket-Idx) ROUNDED
                       = WS-Tot-Liabs(WS-Bucket-Idx)
                       + WS-Cur-Liabs(WS-Cur-Idx, WS-Bucket-Idx)
                       * WS-Cur-Rate(WS-Cur-Idx)
               END-PERFORM
           END-PERFORM.

       LOOK-UP-DKK-RATE.
           IF NOT WS-HAS-RATE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Cur-Code(WS-Cur-Idx) TO RateRecord-Valuta
           MOVE ZERO TO RateRecord-EffectiveDate
           SET END-RATE TO FALSE
           START RateFil KEY IS NOT LESS THAN RateRecord-Key
               INVALID KEY
                   SET END-RATE TO TRUE
           END-START
           PERFORM UNTIL END-RATE
               READ RateFil NEXT RECORD
                   AT END
                       SET END-RATE TO TRUE
                   NOT AT END
                       IF RateRecord-Valuta
                               NOT = WS-Cur-Code(WS-Cur-Idx)
                               OR RateRecord-EffectiveDate
                                   > WS-Business-Date
                           SET END-RATE TO TRUE
                       ELSE
                           IF RateRecord-RateToDKK NOT = ZERO
                               MOVE RateRecord-RateToDKK
                                   TO WS-Cur-Rate(WS-Cur-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE WS-Shift-Bp TO WS-Shift-Display
           MOVE SPACES TO ReportLine
           STRING "REPRICING GAP at the close of " WS-Position-Month
               " - run on " WS-Business-Date
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Loans by their schedule's unpaid principal, term"
               " deposits at maturity, demand balances by the"
               " behavioural assumptions below."
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Parallel shift " WS-Shift-Display " bp."
               " NII effect is over the next twelve months on the"
               " gaps repricing inside a year; EVE effect is the"
               " gaps weighted by time to mid-bucket."
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "A positive gap gains from rising rates. A falling"
               " shift has the opposite sign."
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * one currency (or the DKK total): the four lines by bucket
      * and the effect of the shift up and down.
       WRITE-GAP-BLOCK.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-Head-Row
           MOVE WS-Line-Label TO WS-Head-Label
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               MOVE WS-Bucket-Name(WS-Bucket-Idx)
                   TO WS-Head-Name(WS-Bucket-Idx)
           END-PERFORM
           MOVE WS-Head-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-Row
           MOVE "  Assets" TO WS-Row-Label
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               MOVE WS-Line-Assets(WS-Bucket-Idx)
                   TO WS-Row-Amt(WS-Bucket-Idx)
           END-PERFORM
           MOVE WS-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-Row
           MOVE "  Liabilities" TO WS-Row-Label
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               MOVE WS-Line-Liabs(WS-Bucket-Idx)
                   TO WS-Row-Amt(WS-Bucket-Idx)
           END-PERFORM
           MOVE WS-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-Row
           MOVE "  Gap" TO WS-Row-Label
           MOVE ZERO TO WS-Line-NII
           MOVE ZERO TO WS-Line-EVE
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               COMPUTE WS-Line-Gap
                   = WS-Line-Assets(WS-Bucket-Idx)
                   - WS-Line-Liabs(WS-Bucket-Idx)
               MOVE WS-Line-Gap TO WS-Row-Amt(WS-Bucket-Idx)
               IF WS-Bucket-Idx < 5
                   COMPUTE WS-Line-NII ROUNDED
                       = WS-Line-NII + WS-Line-Gap * WS-Shift
                       * (1 - WS-Bucket-MidYrs(WS-Bucket-Idx))
               END-IF
               COMPUTE WS-Line-EVE ROUNDED
                   = WS-Line-EVE - WS-Line-Gap * WS-Shift
                   * WS-Bucket-MidYrs(WS-Bucket-Idx)
           END-PERFORM
           MOVE WS-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-Row
           MOVE "  Cumulative gap" TO WS-Row-Label
           MOVE ZERO TO WS-Line-CumGap
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               COMPUTE WS-Line-CumGap
                   = WS-Line-CumGap
                   + WS-Line-Assets(WS-Bucket-Idx)
                   - WS-Line-Liabs(WS-Bucket-Idx)
               MOVE WS-Line-CumGap TO WS-Row-Amt(WS-Bucket-Idx)
           END-PERFORM
           MOVE WS-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE

           MOVE WS-Line-NII TO WS-Amt1-Display
           MOVE WS-Line-EVE TO WS-Amt2-Display
           MOVE SPACES TO ReportLine
           STRING "  +" WS-Shift-Display "bp:"
               "  NII effect " WS-Amt1-Display
               "   EVE effect " WS-Amt2-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-Line-NII = ZERO - WS-Line-NII
           COMPUTE WS-Line-EVE = ZERO - WS-Line-EVE
           MOVE WS-Line-NII TO WS-Amt1-Display
           MOVE WS-Line-EVE TO WS-Amt2-Display
           MOVE SPACES TO ReportLine
           STRING "  -" WS-Shift-Display "bp:"
               "  NII effect " WS-Amt1-Display
               "   EVE effect " WS-Amt2-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-Line-NII = ZERO - WS-Line-NII
           COMPUTE WS-Line-EVE = ZERO - WS-Line-EVE.

      * the behavioural table the demand balances were placed by, so
      * the sheet can be read without the file beside it.
       WRITE-ASSUMPTION-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-Head-Row
           MOVE "BEHAVIOURAL SPLIT %" TO WS-Head-Label
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx > 7
               MOVE WS-Bucket-Name(WS-Bucket-Idx)
                   TO WS-Head-Name(WS-Bucket-Idx)
           END-PERFORM
           MOVE WS-Head-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-Assume-Idx FROM 1 BY 1
                   UNTIL WS-Assume-Idx > WS-Assume-Count
               MOVE SPACES TO WS-Head-Row
               MOVE WS-Assume-Type(WS-Assume-Idx) TO WS-Head-Label
               PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                       UNTIL WS-Bucket-Idx > 7
                   MOVE WS-Assume-Share(WS-Assume-Idx, WS-Bucket-Idx)
                       TO WS-Pct-Display
                   MOVE WS-Pct-Display
                       TO WS-Head-Name(WS-Bucket-Idx)(9:6)
               END-PERFORM
               MOVE WS-Head-Row TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO ReportLine
           STRING "Any other KontoType: 100% up to 1 mth ("
               WS-Unassumed-Accts " accounts placed so)"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave116Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
