       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave101.

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
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT LoanFil ASSIGN TO "Loans.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LoanRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LoanFil-Status.
           SELECT BalHistFil ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BalHistFil-Status.
           SELECT GroupFil ASSIGN TO "ClientGroups.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grp-GroupID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GroupFil-Status.
           SELECT GrpMemFil ASSIGN TO "GroupMembers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GrpMem-KundeID
               ALTERNATE RECORD KEY IS GrpMem-GroupID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrpMemFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave101Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave101LastRun.txt"
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

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

      * the loan book Opgave66 keeps - only looked up here to tell a
      * loan account from a current account: the loan account on
      * the master carries the outstanding principal as a negative
      * balance, and a written-off loan is brought back to zero.
       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

      * the closing balances Opgave69 keeps each business day - the
      * month-end figure is the last close on or before the last
      * day of the month.
       FD  BalHistFil.
       01  BalHistRecord.
           02 BalHist-Key.
               03 BalHist-KontoID PIC X(10).
               03 BalHist-Date    PIC 9(8).
           02 BalHist-KundeID PIC X(10).
           02 BalHist-Balance PIC S9(10)V99.
           02 BalHist-Valuta  PIC X(3).
           02 BalHist-Status  PIC X(1).

       FD  GroupFil.
       01  GroupRecord.
           COPY "CLIENTGRP.cpy".

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

       FD  ReportFile.
       01  ReportLine PIC X(132).

      * the last month already reported, carried forward so a rerun
      * of the chain cannot report the same month twice - the
      * single-control-record idiom of Opgave88LastRun.txt.
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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE101".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-KundeFil-Status     PIC X(2) VALUE "00".
       01 WS-LoanFil-Status      PIC X(2) VALUE "00".
       01 WS-BalHistFil-Status   PIC X(2) VALUE "00".
       01 WS-GroupFil-Status     PIC X(2) VALUE "00".
       01 WS-GrpMemFil-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status  PIC X(2) VALUE "00".
       01 WS-HolidayFile-Status  PIC X(2) VALUE "00".

      * the loan book, the balance history and the groups are all
      * optional - no loans means every negative balance is an
      * overdraft, no history means the master's balance, no groups
      * means every customer stands alone.
       01 WS-Loan-Open PIC X VALUE "N".
           88 WS-HAS-LOAN-FILE VALUE "Y".
       01 WS-BalHist-Open PIC X VALUE "N".
           88 WS-HAS-BALHIST-FILE VALUE "Y".
       01 WS-Group-Open PIC X VALUE "N".
           88 WS-HAS-GROUP-FILE VALUE "Y".

      * fields CHECK-BUSINESS-DAY (BANKCAL.cpy) expects to be loaded.
       01 WS-Calendar-Date            PIC 9(8).
       01 WS-Calendar-Is-Business-Day PIC X VALUE "Y".
           88 WS-IS-BUSINESS-DAY VALUE "Y".
       01 WS-Calendar-Integer-Date    PIC 9(8).
       01 WS-Calendar-DOW             PIC 9.
       01 EOF-HOLIDAY                 PIC X VALUE "N".
           88 END-HOLIDAY VALUE "Y" FALSE "N".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded. A
      * CAPITAL line carries the capital figure the exposures are
      * measured against, in whole kroner, 15 digits zero-padded;
      * LEXPCT the reporting threshold and LEXLIMIT the limit as a
      * percentage of it with two decimals, 4 digits (1000 =
      * 10.00%) - 10% and 25% when no line is present.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Capital       PIC 9(15) VALUE ZERO.
       01 WS-Threshold-Pct PIC 9(2)V99 VALUE 10.00.
       01 WS-Limit-Pct     PIC 9(2)V99 VALUE 25.00.
       01 WS-Pct-Work      PIC 9(4).

       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y" FALSE "N".
       01 EOF-GROUP PIC X VALUE "N".
           88 END-GROUP VALUE "Y" FALSE "N".
       01 EOF-GRPMEM PIC X VALUE "N".
           88 END-GRPMEM VALUE "Y" FALSE "N".
       01 EOF-KUNDE PIC X VALUE "N".
           88 END-KUNDE VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-BALHIST PIC X VALUE "N".
           88 END-BALHIST VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.
       01 WS-Today-Parts REDEFINES WS-Today.
           02 WS-Today-Year  PIC 9(4).
           02 WS-Today-Month PIC 9(2).
           02 WS-Today-Day   PIC 9(2).

      * the month being reported: the calendar month before today's,
      * the same roll-back Opgave88 uses, and its last day.
       01 WS-Rep-Month     PIC 9(6) VALUE ZERO.
       01 WS-Last-Reported PIC 9(6) VALUE ZERO.
       01 WS-Work-Months   PIC S9(6) VALUE ZERO.
       01 WS-Work-Years    PIC S9(4) VALUE ZERO.
       01 WS-Rep-Month-Parts.
           02 WS-Rep-Year  PIC 9(4).
           02 WS-Rep-Mon   PIC 9(2).
       01 WS-Rep-Month-Num REDEFINES WS-Rep-Month-Parts PIC 9(6).
       01 WS-First-Of-Month PIC 9(8).
       01 WS-Month-End      PIC 9(8).

      * one customer's exposure at month-end, and the running totals
      * of the group or customer being reported.
       01 WS-Cust-Overdraft  PIC 9(13)V99 VALUE ZERO.
       01 WS-Cust-Loans      PIC 9(13)V99 VALUE ZERO.
       01 WS-Exp-Overdraft   PIC 9(13)V99 VALUE ZERO.
       01 WS-Exp-Loans       PIC 9(13)V99 VALUE ZERO.
       01 WS-Exp-Total       PIC 9(13)V99 VALUE ZERO.
       01 WS-Exp-Pct         PIC 9(5)V99 VALUE ZERO.
       01 WS-Exp-Flag        PIC X(12) VALUE SPACES.
       01 WS-Member-Count    PIC 9(5) VALUE ZERO.
       01 WS-Current-Kunde   PIC X(10) VALUE SPACES.
       01 WS-Kunde-Navn      PIC X(41) VALUE SPACES.

       01 WS-ME-Balance   PIC S9(10)V99 VALUE ZERO.
       01 WS-ME-Found     PIC X VALUE "N".
           88 WS-ME-IS-FOUND VALUE "Y".
       01 WS-First-Date   PIC 9(8) VALUE ZERO.
       01 WS-Konto-Counted PIC X VALUE "Y".
           88 WS-KONTO-COUNTS VALUE "Y".
       01 WS-Konto-Loan-Flag PIC X VALUE "N".
           88 WS-KONTO-IS-LOAN VALUE "Y".

       01 WS-Groups-Reported    PIC 9(7) VALUE ZERO.
       01 WS-Groups-Above       PIC 9(7) VALUE ZERO.
       01 WS-Customers-Above    PIC 9(7) VALUE ZERO.
       01 WS-Master-Fallbacks   PIC 9(7) VALUE ZERO.

       01 WS-Capital-Display    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-Amount-Display     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-2   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-3   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Pct-Display        PIC ZZZZ9.99.
       01 WS-Pct-Display-2      PIC Z9.99.
       01 WS-Pct-Display-3      PIC Z9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START

       ACCEPT WS-Today FROM DATE YYYYMMDD

      * a weekend or holiday run simply waits - the next chained
      * business day reports the month.
       MOVE WS-Today TO WS-Calendar-Date
       PERFORM CHECK-BUSINESS-DAY
       IF NOT WS-IS-BUSINESS-DAY
           DISPLAY "Today (" WS-Today ") is a weekend or bank"
               " holiday - the large-exposure report waits for the"
               " next business day"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

       PERFORM COMPUTE-REPORT-MONTH
       PERFORM READ-LAST-REPORTED

       IF WS-Last-Reported NOT < WS-Rep-Month
           DISPLAY "Large exposures for " WS-Rep-Month
               " already reported - nothing to do"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

      * without the capital figure there is nothing to measure the
      * exposures against - the run stops before claiming the
      * month, so it simply runs again once Finance has set it.
       MOVE "CAPITAL" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:15) IS NUMERIC
           MOVE WS-RC-Value(1:15) TO WS-Capital
       END-IF
       IF WS-Capital = ZERO
           DISPLAY "ERROR - CAPITAL must be set in RunControl.txt"
               " - no large-exposure report written"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       MOVE "LEXPCT" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
           MOVE WS-RC-Value(1:4) TO WS-Pct-Work
           COMPUTE WS-Threshold-Pct = WS-Pct-Work / 100
       END-IF
       MOVE "LEXLIMIT" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
           MOVE WS-RC-Value(1:4) TO WS-Pct-Work
           COMPUTE WS-Limit-Pct = WS-Pct-Work / 100
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT LoanFil
       IF WS-LoanFil-Status = "00"
           MOVE "Y" TO WS-Loan-Open
       END-IF
       OPEN INPUT BalHistFil
       IF WS-BalHistFil-Status = "00"
           MOVE "Y" TO WS-BalHist-Open
       END-IF
       OPEN INPUT GroupFil
       IF WS-GroupFil-Status = "00"
           OPEN INPUT GrpMemFil
           IF WS-GrpMemFil-Status = "00"
               MOVE "Y" TO WS-Group-Open
           ELSE
               CLOSE GroupFil
           END-IF
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave101Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM WRITE-LAST-REPORTED

       PERFORM WRITE-REPORT-HEADER
       IF WS-HAS-GROUP-FILE
           PERFORM REPORT-GROUPS
       END-IF
       PERFORM REPORT-SINGLE-CUSTOMERS
       PERFORM WRITE-REPORT-TOTALS

       CLOSE KontoFil
       CLOSE KundeFil
       CLOSE ReportFile
       IF WS-HAS-LOAN-FILE
           CLOSE LoanFil
       END-IF
       IF WS-HAS-BALHIST-FILE
           CLOSE BalHistFil
       END-IF
       IF WS-HAS-GROUP-FILE
           CLOSE GroupFil
           CLOSE GrpMemFil
       END-IF

       DISPLAY "Large exposures for " WS-Rep-Month ": "
           WS-Groups-Reported " groups, " WS-Groups-Above
           " groups and " WS-Customers-Above
           " single customers at or above the threshold"

       MOVE WS-Groups-Reported TO WS-Job-Count1
       MOVE WS-Groups-Above    TO WS-Job-Count2
       MOVE WS-Customers-Above TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * a no-op day is still a completed step for the job log.
       JOBLOG-NOOP-END.
           MOVE ZERO TO WS-Job-Count1
           MOVE ZERO TO WS-Job-Count2
           MOVE ZERO TO WS-Job-Count3
           PERFORM JOBLOG-END.

      * the month before today's calendar month, and its last day -
      * the day before the first of this month.
       COMPUTE-REPORT-MONTH.
           COMPUTE WS-Work-Months
               = (WS-Today-Year * 12) + WS-Today-Month - 1
           COMPUTE WS-Work-Years = (WS-Work-Months - 1) / 12
           MOVE WS-Work-Years TO WS-Rep-Year
           COMPUTE WS-Rep-Mon
               = WS-Work-Months - (WS-Work-Years * 12)
           MOVE WS-Rep-Month-Num TO WS-Rep-Month
           COMPUTE WS-First-Of-Month
               = (WS-Today-Year * 10000) + (WS-Today-Month * 100) + 1
           COMPUTE WS-Month-End = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-First-Of-Month) - 1).

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
               DISPLAY "ERROR opening Opgave101LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Rep-Month TO LastRun-Month
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave101LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ReportLine
           STRING
               "=== LARGE EXPOSURES AT " WS-Month-End
               " - RUN " WS-Today " ==="
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-Capital TO WS-Capital-Display
           MOVE WS-Threshold-Pct TO WS-Pct-Display-2
           MOVE WS-Limit-Pct TO WS-Pct-Display-3
           MOVE SPACES TO ReportLine
           STRING
               "Capital " WS-Capital-Display
               "   reporting threshold " WS-Pct-Display-2 "%"
               "   limit " WS-Pct-Display-3 "%"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "Exposure = drawn overdrafts + loan principal"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE.

      * section one: every connected-client group, its members one
      * per line under it, and the group's total against capital.
       REPORT-GROUPS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "--- CONNECTED-CLIENT GROUPS ---" TO ReportLine
           PERFORM WRITE-REPORT-LINE

           SET END-GROUP TO FALSE
           MOVE LOW-VALUES TO Grp-GroupID
           START GroupFil KEY IS NOT LESS THAN Grp-GroupID
               INVALID KEY
                   SET END-GROUP TO TRUE
           END-START
           PERFORM UNTIL END-GROUP
               READ GroupFil NEXT RECORD
                   AT END
                       SET END-GROUP TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-GROUP
               END-READ
           END-PERFORM.

       REPORT-ONE-GROUP.
           ADD 1 TO WS-Groups-Reported
           MOVE ZERO TO WS-Exp-Overdraft
           MOVE ZERO TO WS-Exp-Loans
           MOVE ZERO TO WS-Member-Count

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING
               "Group " Grp-GroupID " " Grp-Name
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           SET END-GRPMEM TO FALSE
           MOVE Grp-GroupID TO GrpMem-GroupID
           START GrpMemFil KEY IS EQUAL TO GrpMem-GroupID
               INVALID KEY
                   SET END-GRPMEM TO TRUE
           END-START
           PERFORM UNTIL END-GRPMEM
               READ GrpMemFil NEXT RECORD
                   AT END
                       SET END-GRPMEM TO TRUE
                   NOT AT END
                       IF GrpMem-GroupID NOT = Grp-GroupID
                           SET END-GRPMEM TO TRUE
                       ELSE
                           PERFORM REPORT-GROUP-MEMBER
                       END-IF
               END-READ
           END-PERFORM

           PERFORM EVALUATE-EXPOSURE
           IF WS-Exp-Flag NOT = SPACES
               ADD 1 TO WS-Groups-Above
           END-IF
           MOVE WS-Exp-Overdraft TO WS-Amount-Display
           MOVE WS-Exp-Loans     TO WS-Amount-Display-2
           MOVE WS-Exp-Total     TO WS-Amount-Display-3
           MOVE WS-Exp-Pct       TO WS-Pct-Display
           MOVE SPACES TO ReportLine
           STRING
               "  GROUP TOTAL " WS-Member-Count " members"
               " overdrafts " WS-Amount-Display
               " loans " WS-Amount-Display-2
               " total " WS-Amount-Display-3
               " " WS-Pct-Display "% " WS-Exp-Flag
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REPORT-GROUP-MEMBER.
           ADD 1 TO WS-Member-Count
           MOVE GrpMem-KundeID TO WS-Current-Kunde
           PERFORM SUM-CUSTOMER-EXPOSURE
           ADD WS-Cust-Overdraft TO WS-Exp-Overdraft
           ADD WS-Cust-Loans     TO WS-Exp-Loans
           PERFORM LOAD-KUNDE-NAVN
           MOVE WS-Cust-Overdraft TO WS-Amount-Display
           MOVE WS-Cust-Loans     TO WS-Amount-Display-2
           MOVE SPACES TO ReportLine
           STRING
               "  " GrpMem-KundeID " " WS-Kunde-Navn
               " basis " GrpMem-Basis
               " overdrafts " WS-Amount-Display
               " loans " WS-Amount-Display-2
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * section two: every customer outside a group whose own
      * exposure reaches the threshold - a single client is a large
      * exposure on its own account. The bank's own accounts are
      * not an exposure.
       REPORT-SINGLE-CUSTOMERS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "--- CUSTOMERS OUTSIDE A GROUP AT OR ABOVE THE"
               & " THRESHOLD ---" TO ReportLine
           PERFORM WRITE-REPORT-LINE

           SET END-KUNDE TO FALSE
           MOVE LOW-VALUES TO KundeRecord-KundeID
           START KundeFil KEY IS NOT LESS THAN KundeRecord-KundeID
               INVALID KEY
                   SET END-KUNDE TO TRUE
           END-START
           PERFORM UNTIL END-KUNDE
               READ KundeFil NEXT RECORD
                   AT END
                       SET END-KUNDE TO TRUE
                   NOT AT END
                       IF KundeRecord-KundeID NOT = "*BANK*"
                           PERFORM REPORT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-Customers-Above = ZERO
               MOVE "  none" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-CUSTOMER.
           IF WS-HAS-GROUP-FILE
               MOVE KundeRecord-KundeID TO GrpMem-KundeID
               READ GrpMemFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE KundeRecord-KundeID TO WS-Current-Kunde
           PERFORM SUM-CUSTOMER-EXPOSURE
           MOVE WS-Cust-Overdraft TO WS-Exp-Overdraft
           MOVE WS-Cust-Loans     TO WS-Exp-Loans
           PERFORM EVALUATE-EXPOSURE
           IF WS-Exp-Flag = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Customers-Above
           MOVE SPACES TO WS-Kunde-Navn
           STRING
               KundeRecord-Fornavn DELIMITED BY "  "
               " " DELIMITED BY SIZE
               KundeRecord-Efternavn DELIMITED BY "  "
               INTO WS-Kunde-Navn
           END-STRING
           MOVE WS-Exp-Overdraft TO WS-Amount-Display
           MOVE WS-Exp-Loans     TO WS-Amount-Display-2
           MOVE WS-Exp-Total     TO WS-Amount-Display-3
           MOVE WS-Exp-Pct       TO WS-Pct-Display
           MOVE SPACES TO ReportLine
           STRING
               "  " KundeRecord-KundeID " " WS-Kunde-Navn
               " overdrafts " WS-Amount-Display
               " loans " WS-Amount-Display-2
               " total " WS-Amount-Display-3
               " " WS-Pct-Display "% " WS-Exp-Flag
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * the total against capital, flagged at the reporting
      * threshold and again at the limit.
       EVALUATE-EXPOSURE.
           MOVE SPACES TO WS-Exp-Flag
           COMPUTE WS-Exp-Total = WS-Exp-Overdraft + WS-Exp-Loans
           COMPUTE WS-Exp-Pct ROUNDED
               = (WS-Exp-Total * 100) / WS-Capital
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-Exp-Pct
           END-COMPUTE
           IF WS-Exp-Total = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Exp-Pct NOT < WS-Limit-Pct
               MOVE "*** LIMIT" TO WS-Exp-Flag
           ELSE
               IF WS-Exp-Pct NOT < WS-Threshold-Pct
                   MOVE "** REPORT" TO WS-Exp-Flag
               END-IF
           END-IF.

      * one customer's drawn overdrafts and outstanding loan
      * principal at month-end across every account they own: a
      * negative balance on a loan account is principal, on any
      * other account a drawn overdraft. Credit balances do not
      * offset - a deposit is not collateral.
       SUM-CUSTOMER-EXPOSURE.
           MOVE ZERO TO WS-Cust-Overdraft
           MOVE ZERO TO WS-Cust-Loans
           SET END-KONTO TO FALSE
           MOVE WS-Current-Kunde TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID NOT = WS-Current-Kunde
                           SET END-KONTO TO TRUE
                       ELSE
                           PERFORM ADD-KONTO-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-KONTO-EXPOSURE.
      * closed on or before month-end - nothing was outstanding.
           IF KONTO-RECORD-CLOSED
                   AND KontoRecord-StatusDate NOT > WS-Month-End
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MONTH-END-BALANCE
           IF NOT WS-KONTO-COUNTS OR WS-ME-Balance NOT < ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-Konto-Loan-Flag
           IF WS-HAS-LOAN-FILE
               MOVE KontoRecord-KontoID TO LoanRecord-KontoID
               READ LoanFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Konto-Loan-Flag
               END-READ
           END-IF
           IF WS-KONTO-IS-LOAN
               SUBTRACT WS-ME-Balance FROM WS-Cust-Loans
           ELSE
               SUBTRACT WS-ME-Balance FROM WS-Cust-Overdraft
           END-IF.

      * the last close kept on or before month-end. An account whose
      * kept closings all fall after it was opened after it; one
      * with none at all falls back to the master's balance, which
      * is the month-end figure when the run is made before the new
      * month's first posting.
       FIND-MONTH-END-BALANCE.
           MOVE "Y" TO WS-Konto-Counted
           MOVE "N" TO WS-ME-Found
           MOVE ZERO TO WS-First-Date
           MOVE KontoRecord-Balance TO WS-ME-Balance
           IF NOT WS-HAS-BALHIST-FILE
               ADD 1 TO WS-Master-Fallbacks
               EXIT PARAGRAPH
           END-IF

           SET END-BALHIST TO FALSE
           MOVE KontoRecord-KontoID TO BalHist-KontoID
           MOVE ZERO TO BalHist-Date
           START BalHistFil KEY IS NOT LESS THAN BalHist-Key
               INVALID KEY
                   SET END-BALHIST TO TRUE
           END-START
           PERFORM UNTIL END-BALHIST
               READ BalHistFil NEXT RECORD
                   AT END
                       SET END-BALHIST TO TRUE
                   NOT AT END
                       IF BalHist-KontoID NOT = KontoRecord-KontoID
                           SET END-BALHIST TO TRUE
                       ELSE
                           IF WS-First-Date = ZERO
                               MOVE BalHist-Date TO WS-First-Date
                           END-IF
                           IF BalHist-Date > WS-Month-End
                               SET END-BALHIST TO TRUE
                           ELSE
                               MOVE "Y" TO WS-ME-Found
                               MOVE BalHist-Balance TO WS-ME-Balance
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-ME-IS-FOUND
               IF WS-First-Date > WS-Month-End
                   MOVE "N" TO WS-Konto-Counted
               ELSE
                   ADD 1 TO WS-Master-Fallbacks
               END-IF
           END-IF.

       LOAD-KUNDE-NAVN.
           MOVE SPACES TO WS-Kunde-Navn
           MOVE WS-Current-Kunde TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   MOVE "(not on the customer master)"
                       TO WS-Kunde-Navn
               NOT INVALID KEY
                   STRING
                       KundeRecord-Fornavn DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       KundeRecord-Efternavn DELIMITED BY "  "
                       INTO WS-Kunde-Navn
                   END-STRING
           END-READ.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING
               "Groups reported: " WS-Groups-Reported
               "   at or above threshold: " WS-Groups-Above
               "   single customers at or above threshold: "
               WS-Customers-Above
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-Master-Fallbacks > ZERO
               MOVE SPACES TO ReportLine
               STRING
                   "Accounts with no kept month-end close - master"
                   " balance used: " WS-Master-Fallbacks
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave101Report.txt - status "
                   WS-ReportFile-Status
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BANKCAL.cpy".

       COPY "JOBLOG.cpy".
