       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave131.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EscAcctFil ASSIGN TO "EscrowAccounts.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EA-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscAcctFil-Status.
           SELECT EscSubFil ASSIGN TO "EscrowSubledger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ES-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscSubFil-Status.
           SELECT EscMoveFil ASSIGN TO "EscrowMovements.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EM-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscMoveFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT BalHistFil ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BalHistFil-Status.
           SELECT StatementFile ASSIGN TO "Opgave131Statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StatementFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave131LastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRunFile-Status.
           SELECT HolidayFile ASSIGN TO "BankHolidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HolidayFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EscAcctFil.
       01  EscAcctRecord.
           COPY "ESCACCT.cpy".

       FD  EscSubFil.
       01  EscSubRecord.
           COPY "ESCSUB.cpy".

      * every change to a beneficiary's balance, in booking order -
      * read back per beneficiary to take its balance back to the
      * month end and to list the month's movements.
       FD  EscMoveFil.
       01  EscMoveRecord.
           COPY "ESCMOVE.cpy".

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

      * the closing balances the day-close (Opgave69) keeps - the
      * last close of the month is the pooled balance the
      * sub-ledger has to tie back to.
       FD  BalHistFil.
       01  BalHistRecord.
           02 BalHist-Key.
               03 BalHist-KontoID PIC X(10).
               03 BalHist-Date    PIC 9(8).
           02 BalHist-KundeID PIC X(10).
           02 BalHist-Balance PIC S9(10)V99.
           02 BalHist-Valuta  PIC X(3).
           02 BalHist-Status  PIC X(1).

       FD  StatementFile.
       01  StatementLine PIC X(132).

      * the last month already stated, carried forward so a rerun
      * of the chain cannot state the same month twice - the
      * single-control-record idiom of Opgave101LastRun.txt.
       FD  LastRunFile.
       01  LastRunRecord.
           02 LastRun-Month PIC 9(6).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE131".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-EscAcctFil-Status    PIC X(2) VALUE "00".
       01 WS-EscSubFil-Status     PIC X(2) VALUE "00".
       01 WS-EscMoveFil-Status    PIC X(2) VALUE "00".
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-BalHistFil-Status    PIC X(2) VALUE "00".
       01 WS-StatementFile-Status PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status   PIC X(2) VALUE "00".
       01 WS-HolidayFile-Status   PIC X(2) VALUE "00".

      * no balance history means the month-end balance is the
      * master's, which is right when the statement runs before the
      * new month's first posting and is flagged as such.
       01 WS-BalHist-Open PIC X VALUE "N".
           88 WS-HAS-BALHIST-FILE VALUE "Y".

      * fields CHECK-BUSINESS-DAY (BANKCAL.cpy) expects to be loaded.
       01 WS-Calendar-Date            PIC 9(8).
       01 WS-Calendar-Is-Business-Day PIC X VALUE "Y".
           88 WS-IS-BUSINESS-DAY VALUE "Y".
       01 WS-Calendar-Integer-Date    PIC 9(8).
       01 WS-Calendar-DOW             PIC 9.
       01 EOF-HOLIDAY                 PIC X VALUE "N".
           88 END-HOLIDAY VALUE "Y" FALSE "N".

       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y" FALSE "N".
       01 EOF-ESCACCT PIC X VALUE "N".
           88 END-ESCACCT VALUE "Y" FALSE "N".
       01 EOF-ESCSUB PIC X VALUE "N".
           88 END-ESCSUB VALUE "Y" FALSE "N".
       01 EOF-ESCMOVE PIC X VALUE "N".
           88 END-ESCMOVE VALUE "Y" FALSE "N".
       01 EOF-BALHIST PIC X VALUE "N".
           88 END-BALHIST VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.
       01 WS-Today-Parts REDEFINES WS-Today.
           02 WS-Today-Year  PIC 9(4).
           02 WS-Today-Month PIC 9(2).
           02 WS-Today-Day   PIC 9(2).

      * the month being stated: the calendar month before today's,
      * the same roll-back Opgave101 uses. Day 31 closes any month
      * for a yyyymmdd comparison.
       01 WS-Rep-Month     PIC 9(6) VALUE ZERO.
       01 WS-Last-Reported PIC 9(6) VALUE ZERO.
       01 WS-Work-Months   PIC S9(6) VALUE ZERO.
       01 WS-Work-Years    PIC S9(4) VALUE ZERO.
       01 WS-Rep-Month-Parts.
           02 WS-Rep-Year  PIC 9(4).
           02 WS-Rep-Mon   PIC 9(2).
       01 WS-Rep-Month-Num REDEFINES WS-Rep-Month-Parts PIC 9(6).
       01 WS-Month-Start   PIC 9(8) VALUE ZERO.
       01 WS-Month-End     PIC 9(8) VALUE ZERO.

      * one beneficiary: its balance at the month end is today's
      * less everything booked after the month, its opening balance
      * that less the month's own movements.
       01 WS-Ben-Later     PIC S9(11)V99 VALUE ZERO.
       01 WS-Ben-In-Month  PIC S9(11)V99 VALUE ZERO.
       01 WS-Ben-Interest  PIC S9(11)V99 VALUE ZERO.
       01 WS-Ben-Opening   PIC S9(11)V99 VALUE ZERO.
       01 WS-Ben-Closing   PIC S9(11)V99 VALUE ZERO.
       01 WS-Ben-Running   PIC S9(11)V99 VALUE ZERO.
       01 WS-Ben-Moves     PIC 9(5) VALUE ZERO.
       01 WS-Kind-Text     PIC X(10) VALUE SPACES.

      * one escrow account.
       01 WS-Acct-Ben-Total  PIC S9(11)V99 VALUE ZERO.
       01 WS-Acct-Ben-Count  PIC 9(5) VALUE ZERO.
       01 WS-Acct-Balance    PIC S9(11)V99 VALUE ZERO.
       01 WS-Acct-Unalloc    PIC S9(11)V99 VALUE ZERO.
       01 WS-Acct-Valuta     PIC X(3) VALUE SPACES.
       01 WS-Acct-Source     PIC X(1) VALUE SPACE.
           88 WS-FROM-HISTORY VALUE "H".
           88 WS-FROM-MASTER  VALUE "M".
           88 WS-NO-BALANCE   VALUE "N".

       01 WS-Accounts-Stated  PIC 9(7) VALUE ZERO.
       01 WS-Bens-Stated      PIC 9(7) VALUE ZERO.
       01 WS-Accounts-Untied  PIC 9(7) VALUE ZERO.

       01 WS-Amount-Display   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Amount-Display-2 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START

       ACCEPT WS-Today FROM DATE YYYYMMDD

      * a weekend or holiday run simply waits - the next chained
      * business day states the month.
       MOVE WS-Today TO WS-Calendar-Date
       PERFORM CHECK-BUSINESS-DAY
       IF NOT WS-IS-BUSINESS-DAY
           DISPLAY "Today (" WS-Today ") is a weekend or bank"
               " holiday - the escrow statements wait for the"
               " next business day"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

       PERFORM COMPUTE-REPORT-MONTH
       PERFORM READ-LAST-REPORTED

       IF WS-Last-Reported NOT < WS-Rep-Month
           DISPLAY "Escrow statements for " WS-Rep-Month
               " already produced - nothing to do"
           PERFORM JOBLOG-NOOP-END
           STOP RUN
       END-IF

      * no register yet means no client money is held - the month
      * is still claimed, with an empty statement file to show it
      * was looked at.
       OPEN INPUT EscAcctFil
       IF WS-EscAcctFil-Status NOT = "00"
               AND WS-EscAcctFil-Status NOT = "35"
           DISPLAY "ERROR opening EscrowAccounts.txt - status "
               WS-EscAcctFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       IF WS-EscAcctFil-Status = "35"
           SET END-ESCACCT TO TRUE
       ELSE
           OPEN INPUT EscSubFil
           IF WS-EscSubFil-Status NOT = "00"
               DISPLAY "ERROR opening EscrowSubledger.txt - status "
                   WS-EscSubFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN INPUT EscMoveFil
           IF WS-EscMoveFil-Status NOT = "00"
               DISPLAY "ERROR opening EscrowMovements.txt - status "
                   WS-EscMoveFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT BalHistFil
       IF WS-BalHistFil-Status = "00"
           MOVE "Y" TO WS-BalHist-Open
       ELSE
           DISPLAY "WARNING: BalanceHistory.txt not available -"
               " month-end balances taken from the account master"
       END-IF

       OPEN OUTPUT StatementFile
       IF WS-StatementFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave131Statement.txt - status "
               WS-StatementFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM WRITE-LAST-REPORTED

       COMPUTE WS-Month-Start = WS-Rep-Month * 100 + 1
       COMPUTE WS-Month-End   = WS-Rep-Month * 100 + 31

       IF NOT END-ESCACCT
           MOVE LOW-VALUES TO EA-KontoID
           START EscAcctFil KEY IS NOT LESS THAN EA-KontoID
               INVALID KEY
                   SET END-ESCACCT TO TRUE
           END-START
       END-IF
       PERFORM UNTIL END-ESCACCT
           READ EscAcctFil NEXT RECORD
               AT END
                   SET END-ESCACCT TO TRUE
               NOT AT END
                   PERFORM STATE-ESCROW-ACCOUNT
           END-READ
       END-PERFORM

       IF WS-EscAcctFil-Status NOT = "35"
           CLOSE EscAcctFil
           CLOSE EscSubFil
           CLOSE EscMoveFil
       END-IF
       CLOSE KontoFil
       IF WS-HAS-BALHIST-FILE
           CLOSE BalHistFil
       END-IF
       CLOSE StatementFile

       DISPLAY "Escrow statements for " WS-Rep-Month ": "
           WS-Accounts-Stated " accounts, " WS-Bens-Stated
           " beneficiaries, " WS-Accounts-Untied
           " not tying back to the account balance"

       MOVE WS-Accounts-Stated TO WS-Job-Count1
       MOVE WS-Bens-Stated     TO WS-Job-Count2
       MOVE WS-Accounts-Untied TO WS-Job-Count3
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
               DISPLAY "ERROR opening Opgave131LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Rep-Month TO LastRun-Month
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave131LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

      * an account is stated for every month it was in escrow - one
      * opened after the month, or ended before it, is passed over.
       STATE-ESCROW-ACCOUNT.
           IF EA-OpenDate > WS-Month-End
               EXIT PARAGRAPH
           END-IF
           IF EA-CLOSED AND EA-CloseDate < WS-Month-Start
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Acct-Ben-Total
           MOVE ZERO TO WS-Acct-Ben-Count
           PERFORM FIND-MONTH-END-BALANCE

           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLine
           STRING
               "=== CLIENT ACCOUNT SUB-LEDGER STATEMENT FOR "
               WS-Rep-Month " - ACCOUNT " EA-KontoID " ==="
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLine
           STRING
               "Account holder " EA-KundeID
               "   " EA-Description
               "   currency " WS-Acct-Valuta
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           MOVE "N" TO EOF-ESCSUB
           MOVE EA-KontoID TO ES-KontoID
           MOVE LOW-VALUES TO ES-SubID
           START EscSubFil KEY IS NOT LESS THAN ES-Key
               INVALID KEY
                   SET END-ESCSUB TO TRUE
           END-START
           PERFORM UNTIL END-ESCSUB
               READ EscSubFil NEXT RECORD
                   AT END
                       SET END-ESCSUB TO TRUE
                   NOT AT END
                       IF ES-KontoID NOT = EA-KontoID
                           SET END-ESCSUB TO TRUE
                       ELSE
                           PERFORM STATE-BENEFICIARY
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-TIE-OUT
           ADD 1 TO WS-Accounts-Stated.

      * the last close kept on or before the month end; an account
      * with none falls back to the master's balance, flagged on
      * the statement so the tie-out is read accordingly.
       FIND-MONTH-END-BALANCE.
           MOVE ZERO TO WS-Acct-Balance
           MOVE SPACES TO WS-Acct-Valuta
           MOVE "N" TO WS-Acct-Source
           MOVE EA-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-Balance TO WS-Acct-Balance
           MOVE KontoRecord-Valuta  TO WS-Acct-Valuta
           MOVE "M" TO WS-Acct-Source
           IF NOT WS-HAS-BALHIST-FILE
               EXIT PARAGRAPH
           END-IF

           SET END-BALHIST TO FALSE
           MOVE EA-KontoID TO BalHist-KontoID
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
                       IF BalHist-KontoID NOT = EA-KontoID
                           SET END-BALHIST TO TRUE
                       ELSE
                           IF BalHist-Date > WS-Month-End
                               SET END-BALHIST TO TRUE
                           ELSE
                               MOVE BalHist-Balance
                                   TO WS-Acct-Balance
                               MOVE "H" TO WS-Acct-Source
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * a beneficiary closed before the month, or added after it,
      * has nothing to show.
       STATE-BENEFICIARY.
           IF ES-OpenDate > WS-Month-End
               EXIT PARAGRAPH
           END-IF
           IF ES-CLOSED AND ES-CloseDate < WS-Month-Start
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-BENEFICIARY-MOVEMENTS
           COMPUTE WS-Ben-Closing = ES-Balance - WS-Ben-Later
           COMPUTE WS-Ben-Opening = WS-Ben-Closing - WS-Ben-In-Month

           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-Ben-Opening TO WS-Amount-Display
           MOVE SPACES TO StatementLine
           STRING
               "  Beneficiary " ES-SubID " " ES-Name
               "  opening balance " WS-Amount-Display
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           MOVE WS-Ben-Opening TO WS-Ben-Running
           IF WS-Ben-Moves > ZERO
               PERFORM LIST-BENEFICIARY-MOVEMENTS
           END-IF

           MOVE WS-Ben-Interest TO WS-Amount-Display
           MOVE WS-Ben-Closing  TO WS-Amount-Display-2
           MOVE SPACES TO StatementLine
           STRING
               "    interest credited in month " WS-Amount-Display
               "   closing balance " WS-Amount-Display-2
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           ADD WS-Ben-Closing TO WS-Acct-Ben-Total
           ADD 1 TO WS-Acct-Ben-Count
           ADD 1 TO WS-Bens-Stated.

      * first pass over the beneficiary's movements: what was booked
      * in the month and what has been booked since.
       SUM-BENEFICIARY-MOVEMENTS.
           MOVE ZERO TO WS-Ben-Later
           MOVE ZERO TO WS-Ben-In-Month
           MOVE ZERO TO WS-Ben-Interest
           MOVE ZERO TO WS-Ben-Moves

           PERFORM START-BENEFICIARY-MOVEMENTS
           PERFORM UNTIL END-ESCMOVE
               READ EscMoveFil NEXT RECORD
                   AT END
                       SET END-ESCMOVE TO TRUE
                   NOT AT END
                       IF EM-KontoID NOT = ES-KontoID
                               OR EM-SubID NOT = ES-SubID
                           SET END-ESCMOVE TO TRUE
                       ELSE
                           IF EM-Date > WS-Month-End
                               ADD EM-Amount TO WS-Ben-Later
                           END-IF
                           IF EM-Date NOT < WS-Month-Start
                                   AND EM-Date NOT > WS-Month-End
                               ADD EM-Amount TO WS-Ben-In-Month
                               ADD 1 TO WS-Ben-Moves
                               IF EM-INTEREST
                                   ADD EM-Amount TO WS-Ben-Interest
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * second pass: the month's movements with the running balance.
       LIST-BENEFICIARY-MOVEMENTS.
           PERFORM START-BENEFICIARY-MOVEMENTS
           PERFORM UNTIL END-ESCMOVE
               READ EscMoveFil NEXT RECORD
                   AT END
                       SET END-ESCMOVE TO TRUE
                   NOT AT END
                       IF EM-KontoID NOT = ES-KontoID
                               OR EM-SubID NOT = ES-SubID
                           SET END-ESCMOVE TO TRUE
                       ELSE
                           IF EM-Date > WS-Month-End
                               SET END-ESCMOVE TO TRUE
                           ELSE
                               IF EM-Date NOT < WS-Month-Start
                                   PERFORM WRITE-MOVEMENT-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-BENEFICIARY-MOVEMENTS.
           MOVE "N" TO EOF-ESCMOVE
           MOVE ES-KontoID TO EM-KontoID
           MOVE ES-SubID   TO EM-SubID
           MOVE ZERO       TO EM-Seq
           START EscMoveFil KEY IS NOT LESS THAN EM-Key
               INVALID KEY
                   SET END-ESCMOVE TO TRUE
           END-START.

       WRITE-MOVEMENT-LINE.
           EVALUATE TRUE
               WHEN EM-POSTING
                   MOVE "Posting"    TO WS-Kind-Text
               WHEN EM-INTEREST
                   MOVE "Interest"   TO WS-Kind-Text
               WHEN EM-ALLOCATION
                   MOVE "Allocation" TO WS-Kind-Text
               WHEN EM-MOVE
                   MOVE "Transfer"   TO WS-Kind-Text
               WHEN OTHER
                   MOVE EM-Kind      TO WS-Kind-Text
           END-EVALUATE
           ADD EM-Amount TO WS-Ben-Running
           MOVE EM-Amount      TO WS-Amount-Display
           MOVE WS-Ben-Running TO WS-Amount-Display-2
           MOVE SPACES TO StatementLine
           STRING
               "    " EM-Date " val " EM-ValueDate
               "  " WS-Kind-Text " " EM-Text
               WS-Amount-Display "  " WS-Amount-Display-2
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE.

      * the sub-ledger ties back when the beneficiaries' month-end
      * balances add up to the account's; any difference is money
      * on the account not yet allocated to a named client.
       WRITE-TIE-OUT.
           MOVE SPACES TO StatementLine
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-Acct-Ben-Total TO WS-Amount-Display
           MOVE SPACES TO StatementLine
           STRING
               "  Beneficiaries' balances (" WS-Acct-Ben-Count
               ")      " WS-Amount-Display
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           IF WS-NO-BALANCE
               MOVE SPACES TO StatementLine
               STRING
                   "  Account balance - account " EA-KontoID
                   " not on the master, sub-ledger cannot be tied"
                   INTO StatementLine
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               ADD 1 TO WS-Accounts-Untied
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Acct-Unalloc
               = WS-Acct-Balance - WS-Acct-Ben-Total
           MOVE WS-Acct-Unalloc TO WS-Amount-Display
           MOVE SPACES TO StatementLine
           STRING
               "  Unallocated                    " WS-Amount-Display
               INTO StatementLine
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           MOVE WS-Acct-Balance TO WS-Amount-Display
           MOVE SPACES TO StatementLine
           IF WS-FROM-HISTORY
               STRING
                   "  Account balance at month end   "
                   WS-Amount-Display
                   "   (day-close history)"
                   INTO StatementLine
               END-STRING
           ELSE
               STRING
                   "  Account balance at month end   "
                   WS-Amount-Display
                   "   (account master - no month-end close kept)"
                   INTO StatementLine
               END-STRING
           END-IF
           PERFORM WRITE-STATEMENT-LINE

           MOVE SPACES TO StatementLine
           IF WS-Acct-Unalloc = ZERO
               MOVE "  Sub-ledger ties to the account balance"
                   TO StatementLine
           ELSE
               MOVE "  SUB-LEDGER DOES NOT TIE - the unallocated"
                 & " amount must be allocated through Opgave129"
                   TO StatementLine
               ADD 1 TO WS-Accounts-Untied
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           WRITE StatementLine
           IF WS-StatementFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave131Statement.txt - status "
                   WS-StatementFile-Status
               CLOSE StatementFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "BANKCAL.cpy".

       COPY "JOBLOG.cpy".
