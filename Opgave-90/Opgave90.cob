       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave90.

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
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT LimitFil ASSIGN TO "OverdraftLimits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LimitRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LimitFil-Status.
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
           SELECT CollFil ASSIGN TO "Collections.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Coll-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CollFil-Status.
           SELECT SarCaseFil ASSIGN TO "SarCases.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SC-CaseNo
               ALTERNATE RECORD KEY IS SC-KundeID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SarCaseFil-Status.
           SELECT LetterFile ASSIGN TO "Opgave90Letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LetterFile-Status.
           SELECT RegisterFile ASSIGN TO "Opgave90Register.txt"
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

      * the address block each letter is headed with - the same
      * master Opgave63's confirmation letters are addressed from.
       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

      * the agreed overdraft limits Opgave24 maintains - an account
      * is in default only by what it stands beyond its limit.
       FD  LimitFil.
       01  LimitRecord.
           02 LimitRecord-KontoID PIC X(10).
           02 LimitRecord-Limit   PIC 9(10)V99.

      * a loan account stands negative by design - it is dunned on
      * its installments in arrears, never as an overdraft.
       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

      * the amortization schedule Opgave66 lays down - arrears are
      * the installments raised and still unpaid after their raise
      * day, the same lines LoanArrears.txt lists. A written-off
      * loan's installments are W and drop out of collections here.
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

      * the collections register - one record per account that has
      * been in default, overdraft (O) or loan (L). Since is the day
      * the default is counted from: the first night an overdraft
      * was seen beyond its limit, or a loan's oldest unpaid due
      * date. Stage is the last letter sent (0 none yet, 1
      * reminder, 2 formal demand, 3 final notice). A case not found
      * in default on a night is closed as cleared; a later default
      * on the same account opens it afresh from stage 0.
       FD  CollFil.
       01  CollRecord.
           02 Coll-KontoID    PIC X(10).
           02 Coll-KundeID    PIC X(10).
           02 Coll-Kind       PIC X(1).
               88 COLL-OVERDRAFT VALUE "O".
               88 COLL-LOAN      VALUE "L".
           02 Coll-Status     PIC X(1).
               88 COLL-OPEN      VALUE "A".
               88 COLL-CLEARED   VALUE "C".
           02 Coll-Since      PIC 9(8).
           02 Coll-Stage      PIC 9.
               88 COLL-NO-LETTER     VALUE 0.
               88 COLL-REMINDED      VALUE 1.
               88 COLL-DEMANDED      VALUE 2.
               88 COLL-FINAL-NOTICE  VALUE 3.
           02 Coll-StageDate  PIC 9(8).
           02 Coll-Amount     PIC 9(10)V99.
           02 Coll-Valuta     PIC X(3).
           02 Coll-LastSeen   PIC 9(8).
           02 Coll-ClearedDate PIC 9(8).

      * a customer under a suspicious activity case is sent no
      * letter until the case closes (SARCHECK.cpy).
       FD  SarCaseFil.
       01  SarCaseRecord.
           COPY "SARCASE.cpy".

      * tonight's letters, one after another, for print and post.
       FD  LetterFile.
       01  LetterLine PIC X(120).

      * the collections desk's morning sheet: letters sent tonight,
      * cases cleared tonight, and every case still open.
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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE90".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-KundeFil-Status     PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status   PIC X(2) VALUE "00".
       01 WS-LimitFil-Status     PIC X(2) VALUE "00".
       01 WS-LoanFil-Status      PIC X(2) VALUE "00".
       01 WS-SchedFil-Status     PIC X(2) VALUE "00".
       01 WS-CollFil-Status      PIC X(2) VALUE "00".
       01 WS-LetterFile-Status   PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status PIC X(2) VALUE "00".

      * the days in default (4 digits) at which each letter goes:
      * DUNREMIND, DUNDEMAND and DUNFINAL lines in RunControl.txt,
      * 10, 30 and 60 days when no line is present.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Remind-Days PIC 9(4) VALUE 10.
       01 WS-Demand-Days PIC 9(4) VALUE 30.
       01 WS-Final-Days  PIC 9(4) VALUE 60.

      * a missing optional master just means no case of that kind,
      * or a letter without the name or address block.
       01 WS-Has-Kunde PIC X VALUE "N".
           88 WS-KUNDE-OPEN VALUE "Y".
       01 WS-Has-Adresse PIC X VALUE "N".
           88 WS-ADRESSE-OPEN VALUE "Y".
       01 WS-Has-Limits PIC X VALUE "N".
           88 WS-LIMITS-OPEN VALUE "Y".
       01 WS-Has-Loans PIC X VALUE "N".
           88 WS-LOANS-OPEN VALUE "Y".

      * fields CHECK-SAR-HOLD (SARCHECK.cpy) expects to be loaded.
       01 WS-SarCaseFil-Status PIC X(2) VALUE "00".
       01 WS-Has-SarCases PIC X VALUE "N".
           88 WS-SARCASES-OPEN VALUE "Y".
       01 WS-Sar-KundeID PIC X(10) VALUE SPACES.
       01 WS-Sar-Hold    PIC X VALUE "N".
           88 WS-SAR-HOLD-ON VALUE "Y".
       01 EOF-SARCASE PIC X VALUE "N".
           88 END-SARCASE VALUE "Y" FALSE "N".
       01 WS-Letters-Held PIC 9(5) VALUE ZERO.

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-LOAN PIC X VALUE "N".
           88 END-LOAN VALUE "Y" FALSE "N".
       01 EOF-SCHED PIC X VALUE "N".
           88 END-SCHED VALUE "Y" FALSE "N".
       01 EOF-COLL PIC X VALUE "N".
           88 END-COLL VALUE "Y" FALSE "N".

       01 WS-Today     PIC 9(8) VALUE ZERO.
       01 WS-Today-Int PIC 9(8).
       01 WS-Since-Int PIC 9(8).
       01 WS-Days-In-Default PIC S9(5).

      * the case being tracked, loaded by the overdraft or the loan
      * scan before TRACK-CASE.
       01 WS-Case-KontoID PIC X(10).
       01 WS-Case-KundeID PIC X(10).
       01 WS-Case-Kind    PIC X(1).
       01 WS-Case-Since   PIC 9(8).
       01 WS-Case-Amount  PIC 9(10)V99.
       01 WS-Case-Valuta  PIC X(3).
       01 WS-Case-Count   PIC 9(3).
       01 WS-Target-Stage PIC 9.
       01 WS-Coll-Exists  PIC X VALUE "N".
           88 WS-CASE-ON-FILE VALUE "Y".

       01 WS-Limit     PIC 9(10)V99.
       01 WS-Overdrawn PIC 9(10)V99.

       01 WS-Stage-Title PIC X(40).
       01 WS-Name-Found  PIC X VALUE "N".
           88 WS-HAS-NAME VALUE "Y".

       01 WS-Cases-Open    PIC 9(7) VALUE ZERO.
       01 WS-Letters-Sent  PIC 9(7) VALUE ZERO.
       01 WS-Cases-Cleared PIC 9(7) VALUE ZERO.

       01 WS-Amount-Display PIC -9999999999.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START

       ACCEPT WS-Today FROM DATE YYYYMMDD
       COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)

       MOVE "DUNREMIND" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
           MOVE WS-RC-Value(1:4) TO WS-Remind-Days
       END-IF
       MOVE "DUNDEMAND" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
           MOVE WS-RC-Value(1:4) TO WS-Demand-Days
       END-IF
       MOVE "DUNFINAL" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
           MOVE WS-RC-Value(1:4) TO WS-Final-Days
       END-IF

      * the stages must fall in order, or a case could be sent a
      * final notice before it was ever reminded.
       IF WS-Demand-Days NOT > WS-Remind-Days
               OR WS-Final-Days NOT > WS-Demand-Days
           DISPLAY "ERROR - DUNREMIND " WS-Remind-Days
               " DUNDEMAND " WS-Demand-Days
               " DUNFINAL " WS-Final-Days
               " are not in ascending order in RunControl.txt"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status = "00"
           MOVE "Y" TO WS-Has-Kunde
       END-IF
       OPEN INPUT AdresseFil
       IF WS-AdresseFil-Status = "00"
           MOVE "Y" TO WS-Has-Adresse
       END-IF
       OPEN INPUT LimitFil
       IF WS-LimitFil-Status = "00"
           MOVE "Y" TO WS-Has-Limits
       END-IF
       OPEN INPUT LoanFil
       IF WS-LoanFil-Status = "00"
           OPEN INPUT SchedFil
           IF WS-SchedFil-Status = "00"
               MOVE "Y" TO WS-Has-Loans
           ELSE
               CLOSE LoanFil
           END-IF
       END-IF
       OPEN INPUT SarCaseFil
       IF WS-SarCaseFil-Status = "00"
           MOVE "Y" TO WS-Has-SarCases
       END-IF

       OPEN I-O CollFil
       IF WS-CollFil-Status = "35"
           OPEN OUTPUT CollFil
           IF WS-CollFil-Status = "00"
               CLOSE CollFil
               OPEN I-O CollFil
           END-IF
       END-IF
       IF WS-CollFil-Status NOT = "00"
           DISPLAY "ERROR opening Collections.txt - status "
               WS-CollFil-Status
           PERFORM CLOSE-MASTERS
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT LetterFile
       IF WS-LetterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave90Letters.txt - status "
               WS-LetterFile-Status
           PERFORM CLOSE-MASTERS
           CLOSE CollFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT RegisterFile
       IF WS-RegisterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave90Register.txt - status "
               WS-RegisterFile-Status
           PERFORM CLOSE-MASTERS
           CLOSE CollFil
           CLOSE LetterFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO RegisterLine
       STRING "=== COLLECTIONS REGISTER " WS-Today
           " - reminder at " WS-Remind-Days
           ", formal demand at " WS-Demand-Days
           ", final notice at " WS-Final-Days
           " days in default ==="
           INTO RegisterLine
       END-STRING
       PERFORM WRITE-REGISTER-LINE
       MOVE SPACES TO RegisterLine
       PERFORM WRITE-REGISTER-LINE
       MOVE "LETTERS SENT" TO RegisterLine
       PERFORM WRITE-REGISTER-LINE

       PERFORM SCAN-OVERDRAWN-ACCOUNTS
       IF WS-LOANS-OPEN
           PERFORM SCAN-LOANS-IN-ARREARS
       END-IF

       IF WS-Letters-Sent = ZERO AND WS-Letters-Held = ZERO
           MOVE "  none" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
       END-IF

       PERFORM CLEAR-AND-LIST-CASES

       PERFORM CLOSE-MASTERS
       CLOSE CollFil
       CLOSE LetterFile
       CLOSE RegisterFile

       DISPLAY "Collections cases open: " WS-Cases-Open
       DISPLAY "Dunning letters written: " WS-Letters-Sent
       DISPLAY "Dunning letters held: " WS-Letters-Held
       DISPLAY "Cases cleared: " WS-Cases-Cleared

       MOVE WS-Cases-Open    TO WS-Job-Count1
       MOVE WS-Letters-Sent  TO WS-Job-Count2
       MOVE WS-Cases-Cleared TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * every customer account standing beyond its agreed limit -
      * an account with no limit on file has none. The bank's own
      * accounts and the loan accounts are not dunned as overdrafts.
       SCAN-OVERDRAWN-ACCOUNTS.
           SET END-KONTO TO FALSE
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
                       IF KontoRecord-Balance < ZERO
                               AND KontoRecord-KundeID NOT = "*BANK*"
                               AND NOT KONTO-RECORD-CLOSED
                           PERFORM CHECK-OVERDRAWN-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OVERDRAWN-ACCOUNT.
           IF WS-LOANS-OPEN
               MOVE KontoRecord-KontoID TO LoanRecord-KontoID
               READ LoanFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE ZERO TO WS-Limit
           IF WS-LIMITS-OPEN
               MOVE KontoRecord-KontoID TO LimitRecord-KontoID
               READ LimitFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LimitRecord-Limit TO WS-Limit
               END-READ
           END-IF

           COMPUTE WS-Overdrawn = ZERO - KontoRecord-Balance
           IF WS-Overdrawn NOT > WS-Limit
               EXIT PARAGRAPH
           END-IF

           MOVE KontoRecord-KontoID TO WS-Case-KontoID
           MOVE KontoRecord-KundeID TO WS-Case-KundeID
           MOVE KontoRecord-Valuta  TO WS-Case-Valuta
           MOVE "O"                 TO WS-Case-Kind
           MOVE WS-Today            TO WS-Case-Since
           COMPUTE WS-Case-Amount = WS-Overdrawn - WS-Limit
           PERFORM TRACK-CASE.

      * every loan with an installment raised and unpaid past its
      * raise day; the default runs from the oldest one's due date.
       SCAN-LOANS-IN-ARREARS.
           SET END-LOAN TO FALSE
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
                       PERFORM CHECK-LOAN-ARREARS
               END-READ
           END-PERFORM.

       CHECK-LOAN-ARREARS.
           MOVE ZERO TO WS-Case-Count
           MOVE ZERO TO WS-Case-Amount
           MOVE 99999999 TO WS-Case-Since
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
                               ADD 1 TO WS-Case-Count
                               ADD SchedRecord-Principal
                                   TO WS-Case-Amount
                               ADD SchedRecord-Interest
                                   TO WS-Case-Amount
                               IF SchedRecord-DueDate < WS-Case-Since
                                   MOVE SchedRecord-DueDate
                                       TO WS-Case-Since
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Case-Count = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE LoanRecord-KontoID TO WS-Case-KontoID
           MOVE SPACES TO WS-Case-KundeID
           MOVE SPACES TO WS-Case-Valuta
           MOVE LoanRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KontoRecord-KundeID TO WS-Case-KundeID
                   MOVE KontoRecord-Valuta  TO WS-Case-Valuta
           END-READ
           MOVE "L" TO WS-Case-Kind
           PERFORM TRACK-CASE.

      * bring the case's register record up to tonight and move it
      * one stage on when its days in default have reached the next
      * letter - one letter a night at most, so a case first seen
      * long overdue is still reminded before it is demanded, and a
      * rerun on the same day sends nothing twice.
       TRACK-CASE.
           MOVE "N" TO WS-Coll-Exists
           MOVE WS-Case-KontoID TO Coll-KontoID
           READ CollFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Coll-Exists
           END-READ

           IF NOT WS-CASE-ON-FILE OR COLL-CLEARED
               MOVE WS-Case-KontoID TO Coll-KontoID
               MOVE "A"             TO Coll-Status
               MOVE WS-Case-Since   TO Coll-Since
               MOVE ZERO            TO Coll-Stage
               MOVE ZERO            TO Coll-StageDate
               MOVE ZERO            TO Coll-ClearedDate
           END-IF
           IF WS-Case-Kind = "L"
               MOVE WS-Case-Since TO Coll-Since
           END-IF
           MOVE WS-Case-KundeID TO Coll-KundeID
           MOVE WS-Case-Kind    TO Coll-Kind
           MOVE WS-Case-Amount  TO Coll-Amount
           MOVE WS-Case-Valuta  TO Coll-Valuta
           MOVE WS-Today        TO Coll-LastSeen

           COMPUTE WS-Since-Int = FUNCTION INTEGER-OF-DATE(Coll-Since)
           COMPUTE WS-Days-In-Default = WS-Today-Int - WS-Since-Int
           EVALUATE TRUE
               WHEN WS-Days-In-Default NOT < WS-Final-Days
                   MOVE 3 TO WS-Target-Stage
               WHEN WS-Days-In-Default NOT < WS-Demand-Days
                   MOVE 2 TO WS-Target-Stage
               WHEN WS-Days-In-Default NOT < WS-Remind-Days
                   MOVE 1 TO WS-Target-Stage
               WHEN OTHER
                   MOVE 0 TO WS-Target-Stage
           END-EVALUATE

      * a held letter leaves the stage where it was, so the letter
      * goes out once the compliance case is closed.
           IF WS-Target-Stage > Coll-Stage
                   AND Coll-StageDate < WS-Today
               MOVE WS-Case-KundeID TO WS-Sar-KundeID
               PERFORM CHECK-SAR-HOLD
               IF WS-SAR-HOLD-ON
                   PERFORM REGISTER-HELD-LETTER
               ELSE
                   ADD 1 TO Coll-Stage
                   MOVE WS-Today TO Coll-StageDate
                   PERFORM WRITE-DUNNING-LETTER
               END-IF
           END-IF

           IF WS-CASE-ON-FILE
               REWRITE CollRecord
                   INVALID KEY
                       DISPLAY "ERROR - rewrite failed for collections"
                           " case " Coll-KontoID
                       PERFORM CLOSE-MASTERS
                       CLOSE CollFil
                       CLOSE LetterFile
                       CLOSE RegisterFile
                       STOP RUN WITH ERROR STATUS 1
               END-REWRITE
           ELSE
               WRITE CollRecord
                   INVALID KEY
                       DISPLAY "ERROR - write failed for collections"
                           " case " Coll-KontoID
                       PERFORM CLOSE-MASTERS
                       CLOSE CollFil
                       CLOSE LetterFile
                       CLOSE RegisterFile
                       STOP RUN WITH ERROR STATUS 1
               END-WRITE
           END-IF.

       WRITE-DUNNING-LETTER.
           EVALUATE Coll-Stage
               WHEN 1
                   MOVE "PAYMENT REMINDER" TO WS-Stage-Title
               WHEN 2
                   MOVE "FORMAL DEMAND FOR PAYMENT" TO WS-Stage-Title
               WHEN OTHER
                   MOVE "FINAL NOTICE BEFORE LEGAL ACTION"
                       TO WS-Stage-Title
           END-EVALUATE

           MOVE ALL "=" TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING WS-Stage-Title DELIMITED BY "  "
               "   (" WS-Today ")"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE

           PERFORM WRITE-ADDRESS-BLOCK

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE Coll-Amount TO WS-Amount-Display
           MOVE SPACES TO LetterLine
           IF COLL-LOAN
               STRING "Your loan " Coll-KontoID " has "
                   WS-Case-Count " installment(s) in arrears, "
                   WS-Amount-Display " " Coll-Valuta
                   " in total, unpaid since " Coll-Since "."
                   INTO LetterLine
               END-STRING
           ELSE
               STRING "Your account " Coll-KontoID " stands "
                   WS-Amount-Display " " Coll-Valuta
                   " beyond its agreed overdraft limit"
                   " since " Coll-Since "."
                   INTO LetterLine
               END-STRING
           END-IF
           PERFORM WRITE-LETTER-LINE

           EVALUATE Coll-Stage
               WHEN 1
                   MOVE "We ask you to pay the amount at your"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "earliest convenience. If you have already"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "paid, please disregard this reminder."
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
               WHEN 2
                   MOVE "We have not received payment following our"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "reminder. We formally demand that the amount"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "is paid within 10 days of this letter."
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
               WHEN OTHER
                   MOVE "This is our final notice. Unless the amount"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "is paid within 10 days, the matter will be"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "passed on for legal collection without"
                       TO LetterLine
                   PERFORM WRITE-LETTER-LINE
                   MOVE "further notice." TO LetterLine
                   PERFORM WRITE-LETTER-LINE
           END-EVALUATE

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "Please contact your branch if you wish to agree"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "a repayment arrangement." TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE

           ADD 1 TO WS-Letters-Sent
           MOVE SPACES TO RegisterLine
           STRING "  " Coll-KontoID " (" Coll-Kind ") customer "
               Coll-KundeID " " WS-Days-In-Default
               " days - " WS-Stage-Title DELIMITED BY "  "
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       REGISTER-HELD-LETTER.
           ADD 1 TO WS-Letters-Held
           MOVE SPACES TO RegisterLine
           STRING "  " Coll-KontoID " (" Coll-Kind ") customer "
               Coll-KundeID " " WS-Days-In-Default
               " days - letter held, refer to compliance"
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LetterLine
           MOVE "N" TO WS-Name-Found
           IF WS-KUNDE-OPEN
               MOVE Coll-KundeID TO KundeRecord-KundeID
               READ KundeFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Name-Found
                       STRING
                           KundeRecord-Fornavn DELIMITED BY "  "
                           " " KundeRecord-Efternavn
                           DELIMITED BY "  "
                           "  (KundeID " Coll-KundeID ")"
                           DELIMITED BY SIZE
                           INTO LetterLine
                       END-STRING
               END-READ
           END-IF
           IF NOT WS-HAS-NAME
               STRING "KundeID " Coll-KundeID
                   INTO LetterLine
               END-STRING
           END-IF
           PERFORM WRITE-LETTER-LINE

           IF WS-ADRESSE-OPEN
               MOVE Coll-KundeID TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       MOVE "    (no address on file)"
                           TO LetterLine
                       PERFORM WRITE-LETTER-LINE
                   NOT INVALID KEY
                       MOVE AdresseRecord-Gade TO LetterLine
                       PERFORM WRITE-LETTER-LINE
                       MOVE SPACES TO LetterLine
                       STRING
                           AdresseRecord-Postnr
                           " " AdresseRecord-By
                           INTO LetterLine
                       END-STRING
                       PERFORM WRITE-LETTER-LINE
                       MOVE AdresseRecord-Land TO LetterLine
                       PERFORM WRITE-LETTER-LINE
               END-READ
           ELSE
               MOVE "    (no address on file)" TO LetterLine
               PERFORM WRITE-LETTER-LINE
           END-IF.

      * a case not seen in default tonight - paid back within its
      * limit, or its arrears settled or written off - is closed and
      * escalates no further. What remains open is listed with its
      * stage for the collections desk.
       CLEAR-AND-LIST-CASES.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "CLEARED TONIGHT" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE

           SET END-COLL TO FALSE
           MOVE LOW-VALUES TO Coll-KontoID
           START CollFil KEY IS NOT LESS THAN Coll-KontoID
               INVALID KEY
                   SET END-COLL TO TRUE
           END-START
           PERFORM UNTIL END-COLL
               READ CollFil NEXT RECORD
                   AT END
                       SET END-COLL TO TRUE
                   NOT AT END
                       IF COLL-OPEN AND Coll-LastSeen < WS-Today
                           PERFORM CLEAR-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Cases-Cleared = ZERO
               MOVE "  none" TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
           END-IF

           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "OPEN CASES" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE

           SET END-COLL TO FALSE
           MOVE LOW-VALUES TO Coll-KontoID
           START CollFil KEY IS NOT LESS THAN Coll-KontoID
               INVALID KEY
                   SET END-COLL TO TRUE
           END-START
           PERFORM UNTIL END-COLL
               READ CollFil NEXT RECORD
                   AT END
                       SET END-COLL TO TRUE
                   NOT AT END
                       IF COLL-OPEN
                           PERFORM LIST-OPEN-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Cases-Open = ZERO
               MOVE "  none" TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       CLEAR-CASE.
           MOVE "C"      TO Coll-Status
           MOVE WS-Today TO Coll-ClearedDate
           REWRITE CollRecord
               INVALID KEY
                   DISPLAY "ERROR - rewrite failed for collections"
                       " case " Coll-KontoID
                   PERFORM CLOSE-MASTERS
                   CLOSE CollFil
                   CLOSE LetterFile
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
           END-REWRITE

           ADD 1 TO WS-Cases-Cleared
           MOVE SPACES TO RegisterLine
           STRING "  " Coll-KontoID " (" Coll-Kind ") customer "
               Coll-KundeID " in default since " Coll-Since
               " - cleared at stage " Coll-Stage
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       LIST-OPEN-CASE.
           ADD 1 TO WS-Cases-Open
           COMPUTE WS-Since-Int = FUNCTION INTEGER-OF-DATE(Coll-Since)
           COMPUTE WS-Days-In-Default = WS-Today-Int - WS-Since-Int
           MOVE Coll-Amount TO WS-Amount-Display
           MOVE SPACES TO RegisterLine
           STRING "  " Coll-KontoID " (" Coll-Kind ") customer "
               Coll-KundeID " " WS-Amount-Display " " Coll-Valuta
               " since " Coll-Since " (" WS-Days-In-Default
               " days) stage " Coll-Stage " sent " Coll-StageDate
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       CLOSE-MASTERS.
           CLOSE KontoFil
           IF WS-KUNDE-OPEN
               CLOSE KundeFil
           END-IF
           IF WS-ADRESSE-OPEN
               CLOSE AdresseFil
           END-IF
           IF WS-LIMITS-OPEN
               CLOSE LimitFil
           END-IF
           IF WS-LOANS-OPEN
               CLOSE LoanFil
               CLOSE SchedFil
           END-IF
           IF WS-SARCASES-OPEN
               CLOSE SarCaseFil
           END-IF.

       WRITE-LETTER-LINE.
           WRITE LetterLine
           IF WS-LetterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave90Letters.txt - status "
                   WS-LetterFile-Status
               CLOSE LetterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REGISTER-LINE.
           WRITE RegisterLine
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave90Register.txt -"
                   " status " WS-RegisterFile-Status
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "JOBLOG.cpy".

       COPY "SARCHECK.cpy".
