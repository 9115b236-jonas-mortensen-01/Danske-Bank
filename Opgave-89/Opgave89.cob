       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave89.

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
           SELECT ChargeOffFil ASSIGN TO "LoanChargeOffs.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ChargeOff-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ChargeOffFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT RegisterFile ASSIGN TO "Opgave89Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

      * the amortization schedule Opgave66 lays down. A charge-off
      * marks every installment not yet paid W, so Opgave66 never
      * raises another one and the arrears register drops them.
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

      * one record per written-off loan - the loan stays on
      * Loans.txt and its account stays open, this record is what
      * marks it written off. It carries what was written off, and
      * the recoveries received since with the last posting
      * reference already recognised, so no receipt is counted
      * twice.
       FD  ChargeOffFil.
       01  ChargeOffRecord.
           02 ChargeOff-KontoID      PIC X(10).
           02 ChargeOff-Date         PIC 9(8).
           02 ChargeOff-Principal    PIC 9(10)V99.
           02 ChargeOff-Interest     PIC 9(10)V99.
           02 ChargeOff-Recovered    PIC 9(10)V99.
           02 ChargeOff-LastRecovery PIC 9(8).
           02 ChargeOff-LastRef      PIC 9(10).

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * the write-off and every recovery sweep run through the
      * shared intake feed and the normal posting path.
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

      * the credit committee's report: tonight's charge-offs,
      * tonight's recoveries, and the written-off book with its
      * recoveries to date.
       FD  RegisterFile.
       01  RegisterLine PIC X(120).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE89".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-LoanFil-Status      PIC X(2) VALUE "00".
       01 WS-SchedFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-ChargeOffFil-Status PIC X(2) VALUE "00".
       01 WS-TransFil-Status     PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status   PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status PIC X(2) VALUE "00".

      * the bank-owned accounts: a LOANLOSS line in RunControl.txt
      * names the loss account a write-off is debited to, RECOVERY
      * the income account recoveries are swept into. CHARGEOFF
      * sets the days past due (4 digits) at which a loan is
      * written off - 180 when no line is present.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Loss-Konto     PIC X(10) VALUE SPACES.
       01 WS-Recovery-Konto PIC X(10) VALUE SPACES.
       01 WS-Loss-Valuta    PIC X(3) VALUE SPACES.
       01 WS-ChargeOff-Days PIC 9(4) VALUE 180.

      * the narrative a charge-off posts under - the recovery scan
      * recognises its own write-off credit by it and leaves it be.
       01 WS-ChargeOff-Text PIC X(30) VALUE "Loan charge-off".

       01 EOF-LOAN PIC X VALUE "N".
           88 END-LOAN VALUE "Y" FALSE "N".
       01 EOF-SCHED PIC X VALUE "N".
           88 END-SCHED VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-CHARGEOFF PIC X VALUE "N".
           88 END-CHARGEOFF VALUE "Y" FALSE "N".

       01 WS-Today     PIC 9(8) VALUE ZERO.
       01 WS-Today-X   PIC X(8).
       01 WS-Today-Int PIC 9(8).

       01 WS-Oldest-Due     PIC 9(8).
       01 WS-Due-Int        PIC 9(8).
       01 WS-Past-Days      PIC S9(5).
       01 WS-Unpaid-Count   PIC 9(3).
       01 WS-Unpaid-Interest PIC 9(10)V99.
       01 WS-Exposure       PIC 9(10)V99.
       01 WS-WO-Interest    PIC 9(10)V99.
       01 WS-WO-Principal   PIC 9(10)V99.

       01 WS-Loans-Read      PIC 9(7) VALUE ZERO.
       01 WS-ChargeOffs      PIC 9(7) VALUE ZERO.
       01 WS-Recoveries      PIC 9(7) VALUE ZERO.
       01 WS-Loans-Skipped   PIC 9(7) VALUE ZERO.
       01 WS-Night-WrittenOff PIC 9(12)V99 VALUE ZERO.
       01 WS-Night-Recovered PIC 9(12)V99 VALUE ZERO.
       01 WS-Book-Count      PIC 9(7) VALUE ZERO.
       01 WS-Book-WrittenOff PIC 9(12)V99 VALUE ZERO.
       01 WS-Book-Recovered  PIC 9(12)V99 VALUE ZERO.

       01 WS-Amount-Display   PIC -9999999999.99.
       01 WS-Amount-Display-2 PIC -9999999999.99.
       01 WS-Amount-Display-3 PIC -9999999999.99.
       01 WS-Total-Display    PIC -999999999999.99.
       01 WS-Total-Display-2  PIC -999999999999.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START

       ACCEPT WS-Today FROM DATE YYYYMMDD
       MOVE WS-Today TO WS-Today-X
       COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)

       MOVE "LOANLOSS" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           MOVE WS-RC-Value(1:10) TO WS-Loss-Konto
       END-IF
       MOVE "RECOVERY" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           MOVE WS-RC-Value(1:10) TO WS-Recovery-Konto
       END-IF
       MOVE "CHARGEOFF" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
               AND WS-RC-Value(1:4) NOT = "0000"
           MOVE WS-RC-Value(1:4) TO WS-ChargeOff-Days
       END-IF

      * without both accounts there is nowhere to write a loan off
      * to or sweep a recovery into - loans stay as they are,
      * exactly as before the process existed.
       IF WS-Loss-Konto = SPACES OR WS-Recovery-Konto = SPACES
           DISPLAY "LOANLOSS and RECOVERY not both set in"
               " RunControl.txt - no charge-offs processed"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       OPEN INPUT LoanFil
       IF WS-LoanFil-Status = "35"
           DISPLAY "No Loans.txt - no charge-offs to process"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-LoanFil-Status NOT = "00"
           DISPLAY "ERROR opening Loans.txt - status "
               WS-LoanFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O SchedFil
       IF WS-SchedFil-Status NOT = "00"
           DISPLAY "ERROR opening LoanSchedules.txt - status "
               WS-SchedFil-Status
           CLOSE LoanFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE LoanFil
           CLOSE SchedFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE WS-Loss-Konto TO KontoRecord-KontoID
       READ KontoFil
           INVALID KEY
               DISPLAY "ERROR - loan-loss account " WS-Loss-Konto
                   " not on the account master"
               CLOSE LoanFil
               CLOSE SchedFil
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
       END-READ
       MOVE KontoRecord-Valuta TO WS-Loss-Valuta

       OPEN I-O ChargeOffFil
       IF WS-ChargeOffFil-Status = "35"
           OPEN OUTPUT ChargeOffFil
           IF WS-ChargeOffFil-Status = "00"
               CLOSE ChargeOffFil
               OPEN I-O ChargeOffFil
           END-IF
       END-IF
       IF WS-ChargeOffFil-Status NOT = "00"
           DISPLAY "ERROR opening LoanChargeOffs.txt - status "
               WS-ChargeOffFil-Status
           CLOSE LoanFil
           CLOSE SchedFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           CLOSE LoanFil
           CLOSE SchedFil
           CLOSE KontoFil
           CLOSE ChargeOffFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT RegisterFile
       IF WS-RegisterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave89Register.txt - status "
               WS-RegisterFile-Status
           CLOSE LoanFil
           CLOSE SchedFil
           CLOSE KontoFil
           CLOSE ChargeOffFil
           CLOSE IntakeFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO RegisterLine
       STRING "=== LOAN CHARGE-OFFS AND RECOVERIES " WS-Today
           " - charge-off at " WS-ChargeOff-Days
           " days past due ==="
           INTO RegisterLine
       END-STRING
       PERFORM WRITE-REGISTER-LINE

      * recoveries first: a receipt already on the history belongs
      * to a loan written off on an earlier night, never to one
      * being written off tonight.
       MOVE SPACES TO RegisterLine
       PERFORM WRITE-REGISTER-LINE
       MOVE "RECOVERIES RECEIVED" TO RegisterLine
       PERFORM WRITE-REGISTER-LINE
       PERFORM SCAN-FOR-RECOVERIES

       MOVE SPACES TO RegisterLine
       PERFORM WRITE-REGISTER-LINE
       MOVE "CHARGE-OFFS" TO RegisterLine
       PERFORM WRITE-REGISTER-LINE
       SET END-LOAN TO FALSE
       PERFORM UNTIL END-LOAN
           READ LoanFil NEXT RECORD
               AT END
                   SET END-LOAN TO TRUE
               NOT AT END
                   ADD 1 TO WS-Loans-Read
                   PERFORM CONSIDER-CHARGE-OFF
           END-READ
       END-PERFORM

       PERFORM WRITE-WRITTEN-OFF-BOOK

       CLOSE LoanFil
       CLOSE SchedFil
       CLOSE KontoFil
       CLOSE ChargeOffFil
       CLOSE IntakeFile
       CLOSE RegisterFile

       DISPLAY "Loans charged off: " WS-ChargeOffs
       DISPLAY "Recoveries recognised: " WS-Recoveries

       MOVE WS-Loans-Read TO WS-Job-Count1
       COMPUTE WS-Job-Count2 = WS-ChargeOffs + WS-Recoveries
       MOVE WS-Loans-Skipped TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * any credit to a written-off loan account after its last
      * recognised reference - a customer payment, a collection
      * agency remittance, a raised installment that posted late -
      * is a recovery: it is swept on to the recovery income
      * account, so the loan account stays at zero and the receipt
      * never reads as an ordinary repayment.
       SCAN-FOR-RECOVERIES.
           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               MOVE "  (no transaction history on file)"
                   TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       IF TransType = "C"
                               AND TransText NOT = WS-ChargeOff-Text
                           PERFORM CHECK-RECOVERY-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil

           IF WS-Recoveries = ZERO
               MOVE "  none" TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       CHECK-RECOVERY-CREDIT.
           MOVE TransKontoID TO ChargeOff-KontoID
           READ ChargeOffFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TransRef NOT > ChargeOff-LastRef
               EXIT PARAGRAPH
           END-IF

           MOVE TransKontoID      TO Intake-KontoID
           MOVE WS-Recovery-Konto TO Intake-ContraKontoID
           MOVE TransAmount       TO Intake-Amount
           MOVE SPACES TO Intake-Text
           STRING "Loan recovery " TransKontoID
               INTO Intake-Text
           END-STRING
           PERFORM WRITE-INTAKE-TRANSFER

           ADD TransAmount TO ChargeOff-Recovered
           MOVE WS-Today   TO ChargeOff-LastRecovery
           MOVE TransRef   TO ChargeOff-LastRef
           REWRITE ChargeOffRecord
               INVALID KEY
                   DISPLAY "ERROR - rewrite failed for charge-off "
                       ChargeOff-KontoID
                   CLOSE ChargeOffFil
                   CLOSE IntakeFile
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
           END-REWRITE

           ADD 1 TO WS-Recoveries
           ADD TransAmount TO WS-Night-Recovered
           MOVE TransAmount TO WS-Amount-Display
           MOVE ChargeOff-Recovered TO WS-Amount-Display-2
           MOVE SPACES TO RegisterLine
           STRING "  Loan " TransKontoID
               " received " WS-Amount-Display
               " on " TransDate
               " ref " TransRef
               " - recovered to date " WS-Amount-Display-2
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

      * a loan is written off once its oldest unpaid installment is
      * the configured number of days past due. Already written-off
      * loans are left alone - they are in the book below.
       CONSIDER-CHARGE-OFF.
           MOVE LoanRecord-KontoID TO ChargeOff-KontoID
           READ ChargeOffFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM MEASURE-UNPAID-INSTALLMENTS
           IF WS-Unpaid-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Due-Int = FUNCTION INTEGER-OF-DATE(WS-Oldest-Due)
           COMPUTE WS-Past-Days = WS-Today-Int - WS-Due-Int
           IF WS-Past-Days < WS-ChargeOff-Days
               EXIT PARAGRAPH
           END-IF

           MOVE LoanRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   ADD 1 TO WS-Loans-Skipped
                   MOVE SPACES TO RegisterLine
                   STRING "  Loan " LoanRecord-KontoID
                       " due for charge-off but not on the account"
                       " master - left standing"
                       INTO RegisterLine
                   END-STRING
                   PERFORM WRITE-REGISTER-LINE
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-Valuta NOT = WS-Loss-Valuta
               ADD 1 TO WS-Loans-Skipped
               MOVE SPACES TO RegisterLine
               STRING "  Loan " LoanRecord-KontoID
                   " due for charge-off but held in "
                   KontoRecord-Valuta " - loss account is in "
                   WS-Loss-Valuta "; refer to credit"
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHARGE-OFF-LOAN.

      * days past due from the oldest raised-and-unpaid installment,
      * and the interest those installments carried - the accrued
      * interest share of what is written off.
       MEASURE-UNPAID-INSTALLMENTS.
           MOVE ZERO TO WS-Unpaid-Count
           MOVE ZERO TO WS-Unpaid-Interest
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
                               ADD 1 TO WS-Unpaid-Count
                               ADD SchedRecord-Interest
                                   TO WS-Unpaid-Interest
                               IF SchedRecord-DueDate < WS-Oldest-Due
                                   MOVE SchedRecord-DueDate
                                       TO WS-Oldest-Due
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * the whole debit balance on the loan account - principal and
      * the interest accrued onto it - goes to the loss account in
      * one transfer that brings the loan account to zero. The loan
      * is marked written off, not closed: the account stays open
      * to receive whatever is recovered.
       CHARGE-OFF-LOAN.
           IF KontoRecord-Balance < ZERO
               COMPUTE WS-Exposure = ZERO - KontoRecord-Balance
           ELSE
               MOVE ZERO TO WS-Exposure
           END-IF
           IF WS-Unpaid-Interest > WS-Exposure
               MOVE WS-Exposure TO WS-WO-Interest
           ELSE
               MOVE WS-Unpaid-Interest TO WS-WO-Interest
           END-IF
           COMPUTE WS-WO-Principal = WS-Exposure - WS-WO-Interest

           IF WS-Exposure > ZERO
               MOVE WS-Loss-Konto      TO Intake-KontoID
               MOVE LoanRecord-KontoID TO Intake-ContraKontoID
               MOVE WS-Exposure        TO Intake-Amount
               MOVE WS-ChargeOff-Text  TO Intake-Text
               PERFORM WRITE-INTAKE-TRANSFER
           END-IF

           MOVE LoanRecord-KontoID TO ChargeOff-KontoID
           MOVE WS-Today           TO ChargeOff-Date
           MOVE WS-WO-Principal    TO ChargeOff-Principal
           MOVE WS-WO-Interest     TO ChargeOff-Interest
           MOVE ZERO               TO ChargeOff-Recovered
           MOVE ZERO               TO ChargeOff-LastRecovery
           PERFORM FIND-LAST-LOAN-REF
           WRITE ChargeOffRecord
               INVALID KEY
                   DISPLAY "ERROR - write failed for charge-off "
                       ChargeOff-KontoID
                   CLOSE ChargeOffFil
                   CLOSE IntakeFile
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
           END-WRITE

           PERFORM MARK-SCHEDULE-WRITTEN-OFF

           ADD 1 TO WS-ChargeOffs
           ADD WS-Exposure TO WS-Night-WrittenOff
           MOVE WS-WO-Principal TO WS-Amount-Display
           MOVE WS-WO-Interest  TO WS-Amount-Display-2
           MOVE WS-Exposure     TO WS-Amount-Display-3
           MOVE SPACES TO RegisterLine
           STRING "  Loan " LoanRecord-KontoID
               " " WS-Past-Days " days past due, "
               WS-Unpaid-Count " installments unpaid - principal "
               WS-Amount-Display " interest " WS-Amount-Display-2
               " total " WS-Amount-Display-3
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

      * the recovery scan starts after the last reference already on
      * the loan account's history - anything received before the
      * charge-off was an ordinary repayment.
       FIND-LAST-LOAN-REF.
           MOVE ZERO TO ChargeOff-LastRef
           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       IF TransKontoID = LoanRecord-KontoID
                               AND TransRef > ChargeOff-LastRef
                           MOVE TransRef TO ChargeOff-LastRef
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil.

      * every installment not yet paid stops here - Opgave66 raises
      * only pending ones and confirms only raised ones.
       MARK-SCHEDULE-WRITTEN-OFF.
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
                           IF SCHED-PENDING OR SCHED-RAISED
                               MOVE "W" TO SchedRecord-Status
                               REWRITE SchedRecord
                                   INVALID KEY
                                       DISPLAY "Rewrite failed for"
                                           " schedule "
                                           SchedRecord-KontoID " / "
                                           SchedRecord-Seq
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-INTAKE-TRANSFER.
           MOVE WS-Today-X TO Intake-Date
           MOVE "T"        TO Intake-Type
           MOVE ZERO       TO Intake-BalanceAfter
           MOVE SPACE      TO Intake-DupOverride
           MOVE WS-Today-X TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE ChargeOffFil
               CLOSE IntakeFile
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-WRITTEN-OFF-BOOK.
           IF WS-ChargeOffs = ZERO
               MOVE "  none" TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
           END-IF

           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "WRITTEN-OFF BOOK" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE

           SET END-CHARGEOFF TO FALSE
           MOVE LOW-VALUES TO ChargeOff-KontoID
           START ChargeOffFil KEY IS NOT LESS THAN ChargeOff-KontoID
               INVALID KEY
                   SET END-CHARGEOFF TO TRUE
           END-START
           PERFORM UNTIL END-CHARGEOFF
               READ ChargeOffFil NEXT RECORD
                   AT END
                       SET END-CHARGEOFF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Book-Count
                       COMPUTE WS-Exposure
                           = ChargeOff-Principal + ChargeOff-Interest
                       ADD WS-Exposure TO WS-Book-WrittenOff
                       ADD ChargeOff-Recovered TO WS-Book-Recovered
                       MOVE WS-Exposure         TO WS-Amount-Display
                       MOVE ChargeOff-Recovered TO WS-Amount-Display-2
                       MOVE SPACES TO RegisterLine
                       STRING "  Loan " ChargeOff-KontoID
                           " written off " ChargeOff-Date
                           " " WS-Amount-Display
                           " recovered " WS-Amount-Display-2
                           " last receipt " ChargeOff-LastRecovery
                           INTO RegisterLine
                       END-STRING
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-Night-WrittenOff TO WS-Total-Display
           MOVE WS-Night-Recovered  TO WS-Total-Display-2
           MOVE SPACES TO RegisterLine
           STRING "Tonight: written off " WS-Total-Display
               "  recovered " WS-Total-Display-2
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-Book-WrittenOff TO WS-Total-Display
           MOVE WS-Book-Recovered  TO WS-Total-Display-2
           MOVE SPACES TO RegisterLine
           STRING "Book: " WS-Book-Count " loans written off "
               WS-Total-Display "  recovered " WS-Total-Display-2
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           WRITE RegisterLine
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave89Register.txt -"
                   " status " WS-RegisterFile-Status
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "JOBLOG.cpy".
