       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave120.

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
           SELECT CustStatusFil ASSIGN TO "CustomerStatus.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustStatus-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CustStatusFil-Status.
           SELECT UnclaimedFil ASSIGN TO "UnclaimedFunds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS UC-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UnclaimedFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT GenInventoryFil
               ASSIGN TO "KontoTransaktionGenerations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GenInventoryFil-Status.
           SELECT GenTransFil ASSIGN DYNAMIC WS-Gen-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GenTransFil-Status.
           SELECT ContactWorkFil ASSIGN TO "Opgave120ContactWork.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Contact-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ContactWorkFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT LetterFile ASSIGN TO "Opgave120Letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LetterFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave120Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave120LastRun.txt"
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
           02 KontoRecord-StatusDate    PIC 9(8).

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

      * the customer life status Opgave78 maintains - an estate is
      * settled through the estate process, never swept here.
       FD  CustStatusFil.
       01  CustStatusRecord.
           02 CustStatus-KundeID PIC X(10).
           02 CustStatus-Status  PIC X(1).
               88 CUSTSTATUS-DECEASED VALUE "D".
               88 CUSTSTATUS-SETTLED  VALUE "S".
           02 CustStatus-Date    PIC 9(8).

       FD  UnclaimedFil.
       01  UnclaimedRecord.
           COPY "UNCLAIM.cpy".

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * the generation inventory the year-end rolloff (Opgave41)
      * keeps - a limitation period reaches back well past the live
      * file, so every rolled year is read for the last contact.
       FD  GenInventoryFil.
       01  GenInventoryRecord.
           02 Inv-Year       PIC 9(4).
           02 Inv-Filename   PIC X(40).
           02 Inv-Moved      PIC 9(9).
           02 Inv-CarryCount PIC 9(7).
           02 Inv-RunDate    PIC 9(8).

       FD  GenTransFil.
       01  GenTransLine PIC X(126).

      * the last contact per account (kind K) and per customer
      * (kind C), rebuilt from scratch on every sweep the way
      * Opgave38ActivityWork.dat is.
       FD  ContactWorkFil.
       01  ContactRecord.
           02 Contact-Key.
               03 Contact-Kind PIC X(1).
               03 Contact-ID   PIC X(10).
           02 Contact-LastDate PIC X(8).

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

       FD  LetterFile.
       01  LetterLine PIC X(120).

       FD  ReportFile.
       01  ReportLine PIC X(120).

      * the last year already swept, carried forward so a rerun of
      * the chain cannot send the same last notices twice - the
      * same single-control-record idiom as Opgave39LastRun.txt.
       FD  LastRunFile.
       01  LastRunRecord.
           02 LastRun-Year PIC 9(4).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE120".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status        PIC X(2) VALUE "00".
       01 WS-KundeFil-Status        PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status      PIC X(2) VALUE "00".
       01 WS-UnclaimedFil-Status    PIC X(2) VALUE "00".
       01 WS-TransFil-Status        PIC X(2) VALUE "00".
       01 WS-GenInventoryFil-Status PIC X(2) VALUE "00".
       01 WS-GenTransFil-Status     PIC X(2) VALUE "00".
       01 WS-ContactWorkFil-Status  PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status      PIC X(2) VALUE "00".
       01 WS-LetterFile-Status      PIC X(2) VALUE "00".
       01 WS-ReportFile-Status      PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status     PIC X(2) VALUE "00".

       01 WS-Gen-Filename PIC X(40) VALUE SPACES.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-Business-Date-Parts REDEFINES WS-Business-Date.
           02 WS-Business-Year  PIC 9(4).
           02 WS-Business-MMDD  PIC 9(4).
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * The OPGAVE120 line carries in columns 11-12 the limitation
      * period in years (10 when absent) and in columns 13-15 the
      * days the customer is given to answer the last notice (90
      * when absent). The unclaimed-funds account for a currency is
      * named by an UNCLM-<currency> line, e.g. UNCLM-DKK.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Limit-Years PIC 99 VALUE 10.
       01 WS-Wait-Days   PIC 999 VALUE 90.

      * the unclaimed-funds account per currency, looked up in
      * RunControl.txt the first time the currency comes up.
       01 WS-UcKonto-Table.
           02 WS-UcKonto-Entry OCCURS 20 TIMES.
               03 WS-UcKonto-Valuta PIC X(3).
               03 WS-UcKonto-ID     PIC X(10).
       01 WS-UcKonto-Count PIC 99 VALUE ZERO.
       01 WS-UcKonto-Idx   PIC 99.
       01 WS-This-UcKonto  PIC X(10) VALUE SPACES.

       01 WS-CustStatusFil-Status PIC X(2) VALUE "00".
       01 WS-CustStatus-Open PIC X VALUE "N".
           88 WS-HAS-CUSTSTATUS VALUE "Y".
       01 WS-Adresse-Open PIC X VALUE "N".
           88 WS-ADRESSE-FILE-OPEN VALUE "Y".
       01 WS-In-Estate PIC X VALUE "N".
           88 WS-CUSTOMER-IN-ESTATE VALUE "Y".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-GENINV PIC X VALUE "N".
           88 END-GENINV VALUE "Y" FALSE "N".
       01 EOF-UC PIC X VALUE "N".
           88 END-UC VALUE "Y" FALSE "N".
       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y".

       01 WS-Last-Swept PIC 9(4) VALUE ZERO.

      * the limitation cutoff: the business date that many years
      * back - contact before it is beyond the period.
       01 WS-Cutoff-Date PIC 9(8) VALUE ZERO.
       01 WS-Cutoff-Parts REDEFINES WS-Cutoff-Date.
           02 WS-Cutoff-Year PIC 9(4).
           02 WS-Cutoff-MMDD PIC 9(4).
       01 WS-Cutoff-X PIC X(8).

       01 WS-Contact-Date PIC X(8) VALUE SPACES.
       01 WS-Contact-Num  PIC 9(8) VALUE ZERO.
       01 WS-Notice-Open  PIC X VALUE "N".
           88 WS-NOTICE-PENDING VALUE "Y".
       01 WS-This-KontoID PIC X(10) VALUE SPACES.
       01 WS-Due-Integer  PIC 9(8) VALUE ZERO.
       01 WS-Today-Integer PIC 9(8) VALUE ZERO.
       01 WS-Hold-Reason  PIC X(40) VALUE SPACES.
       01 WS-Name-Found   PIC X VALUE "N".
           88 WS-HAS-NAME VALUE "Y".

       01 WS-Trans-Read        PIC 9(9) VALUE ZERO.
       01 WS-Generations-Read  PIC 9(3) VALUE ZERO.
       01 WS-Konti-Candidates  PIC 9(7) VALUE ZERO.
       01 WS-Notices-Sent      PIC 9(7) VALUE ZERO.
       01 WS-Transfers-Made    PIC 9(7) VALUE ZERO.
       01 WS-Notices-Withdrawn PIC 9(7) VALUE ZERO.
       01 WS-Transfers-Held    PIC 9(7) VALUE ZERO.
       01 WS-Amount-Display    PIC -(10)9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       MOVE "OPGAVE120" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           IF WS-RC-Value(1:2) IS NUMERIC
                   AND WS-RC-Value(1:2) NOT = "00"
               MOVE WS-RC-Value(1:2) TO WS-Limit-Years
           END-IF
           IF WS-RC-Value(3:3) IS NUMERIC
                   AND WS-RC-Value(3:3) NOT = "000"
               MOVE WS-RC-Value(3:3) TO WS-Wait-Days
           END-IF
       END-IF
       PERFORM COMPUTE-CUTOFF-DATE

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

       OPEN INPUT CustStatusFil
       IF WS-CustStatusFil-Status = "00"
           MOVE "Y" TO WS-CustStatus-Open
       END-IF
       OPEN INPUT AdresseFil
       IF WS-AdresseFil-Status = "00"
           MOVE "Y" TO WS-Adresse-Open
       END-IF

       OPEN I-O UnclaimedFil
       IF WS-UnclaimedFil-Status = "35"
           OPEN OUTPUT UnclaimedFil
           CLOSE UnclaimedFil
           OPEN I-O UnclaimedFil
       END-IF
       IF WS-UnclaimedFil-Status NOT = "00"
           DISPLAY "ERROR opening UnclaimedFunds.txt - status "
               WS-UnclaimedFil-Status
           PERFORM CLOSE-MASTERS
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave120Report.txt - status "
               WS-ReportFile-Status
           PERFORM CLOSE-MASTERS
           CLOSE UnclaimedFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           PERFORM CLOSE-MASTERS
           CLOSE UnclaimedFil
           CLOSE ReportFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "Unclaimed funds - business date " WS-Business-Date
           " - limitation " WS-Limit-Years " years, answer within "
           WS-Wait-Days " days"
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD

      * the last notices go out once a year, on the first run of a
      * new business year; the waiting notices are looked at every
      * night so each transfers the day its period runs out.
       PERFORM READ-LAST-SWEPT
       IF WS-Last-Swept < WS-Business-Year
           PERFORM YEARLY-NOTICE-SWEEP
       END-IF

       PERFORM TRANSFER-DUE-BALANCES

       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-RECORD
       MOVE SPACES TO ReportLine
       STRING "Last notices sent: " WS-Notices-Sent
           "  transferred: " WS-Transfers-Made
           "  withdrawn: " WS-Notices-Withdrawn
           "  held: " WS-Transfers-Held
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD

       DISPLAY "Unclaimed funds for " WS-Business-Date ": "
           WS-Notices-Sent " notified, " WS-Transfers-Made
           " transferred, " WS-Notices-Withdrawn " withdrawn, "
           WS-Transfers-Held " held"

       PERFORM CLOSE-MASTERS
       CLOSE UnclaimedFil
       CLOSE ReportFile
       CLOSE IntakeFile
       MOVE WS-Notices-Sent   TO WS-Job-Count1
       MOVE WS-Transfers-Made TO WS-Job-Count2
       COMPUTE WS-Job-Count3
           = WS-Notices-Withdrawn + WS-Transfers-Held
       PERFORM JOBLOG-END
       STOP RUN.

       CLOSE-MASTERS.
           CLOSE KontoFil
           CLOSE KundeFil
           IF WS-HAS-CUSTSTATUS
               CLOSE CustStatusFil
           END-IF
           IF WS-ADRESSE-FILE-OPEN
               CLOSE AdresseFil
           END-IF.

      * a 29 February business date counts back to 28 February.
       COMPUTE-CUTOFF-DATE.
           MOVE WS-Business-Date TO WS-Cutoff-Date
           SUBTRACT WS-Limit-Years FROM WS-Cutoff-Year
           IF WS-Cutoff-MMDD = 0229
               MOVE 0228 TO WS-Cutoff-MMDD
           END-IF
           MOVE WS-Cutoff-Date TO WS-Cutoff-X.

       READ-LAST-SWEPT.
           OPEN INPUT LastRunFile
           IF WS-LastRunFile-Status = "00"
               PERFORM UNTIL END-LASTRUN
                   READ LastRunFile
                       AT END
                           SET END-LASTRUN TO TRUE
                       NOT AT END
                           MOVE LastRun-Year TO WS-Last-Swept
                   END-READ
               END-PERFORM
               CLOSE LastRunFile
           END-IF.

       WRITE-LAST-SWEPT.
           OPEN OUTPUT LastRunFile
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave120LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Business-Year TO LastRun-Year
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave120LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

      *-----------------------------------------------------------*
      * The yearly sweep: every dormant account holding money whose *
      * customer has not been heard from within the limitation      *
      * period gets a last notice to the registered address.        *
      *-----------------------------------------------------------*
       YEARLY-NOTICE-SWEEP.
           OPEN OUTPUT LetterFile
           IF WS-LetterFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave120Letters.txt - status "
                   WS-LetterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

      * the year is claimed before the first letter goes out, not
      * after the last - the same reasoning as Opgave39's month.
           PERFORM WRITE-LAST-SWEPT

           PERFORM BUILD-CONTACT-WORKFILE
           PERFORM FOLD-CUSTOMER-CONTACT

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "LAST NOTICES " WS-Business-Year
               " - no customer contact since before " WS-Cutoff-X
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD

           MOVE LOW-VALUES TO KontoRecord-KontoID
           SET END-KONTO TO FALSE
           START KontoFil KEY IS NOT LESS THAN KontoRecord-KontoID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KONTO-RECORD-DORMANT
                               AND KontoRecord-Balance > ZERO
                               AND KontoRecord-KundeID NOT = "*BANK*"
                           PERFORM CHECK-NOTICE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-Notices-Sent = ZERO
               MOVE "  none" TO ReportLine
               PERFORM WRITE-REPORT-RECORD
           END-IF

           CLOSE ContactWorkFil
           CLOSE LetterFile.

       BUILD-CONTACT-WORKFILE.
           OPEN OUTPUT ContactWorkFil
           IF WS-ContactWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening Opgave120ContactWork.dat -"
                   " status " WS-ContactWorkFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE ContactWorkFil
           OPEN I-O ContactWorkFil
           IF WS-ContactWorkFil-Status NOT = "00"
               DISPLAY "ERROR reopening Opgave120ContactWork.dat -"
                   " status " WS-ContactWorkFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN INPUT GenInventoryFil
           IF WS-GenInventoryFil-Status = "00"
               PERFORM UNTIL END-GENINV
                   READ GenInventoryFil
                       AT END
                           SET END-GENINV TO TRUE
                       NOT AT END
                           PERFORM READ-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE GenInventoryFil
           END-IF

      * a missing history file just means nothing has posted - the
      * customer record's own change date is then all there is.
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status = "00"
               SET END-TRANS TO FALSE
               PERFORM UNTIL END-TRANS
                   READ KontoTransaktionFil
                       AT END
                           SET END-TRANS TO TRUE
                       NOT AT END
                           PERFORM NOTE-POSTING-CONTACT
                   END-READ
               END-PERFORM
               CLOSE KontoTransaktionFil
           END-IF.

       READ-ONE-GENERATION.
           MOVE Inv-Filename TO WS-Gen-Filename
           OPEN INPUT GenTransFil
           IF WS-GenTransFil-Status NOT = "00"
               DISPLAY "ERROR opening generation " WS-Gen-Filename
                   " for " Inv-Year " - status "
                   WS-GenTransFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Generations-Read
           SET END-TRANS TO FALSE
           PERFORM UNTIL END-TRANS
               READ GenTransFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       MOVE GenTransLine TO KontoTransRecord
                       PERFORM NOTE-POSTING-CONTACT
               END-READ
           END-PERFORM
           CLOSE GenTransFil.

      * contact is something the customer did. The rolloff's type-B
      * carry-forwards, the interest run's type-I postings and the
      * bank's own transfer of an earlier unclaimed balance are all
      * raised by the bank and say nothing about the customer.
       NOTE-POSTING-CONTACT.
           ADD 1 TO WS-Trans-Read
           IF TransType = "B" OR TransType = "I"
               EXIT PARAGRAPH
           END-IF
           IF TransText(1:24) = "Unclaimed funds transfer"
               EXIT PARAGRAPH
           END-IF
           MOVE "K" TO Contact-Kind
           MOVE TransKontoID TO Contact-ID
           MOVE TransDate TO WS-Contact-Date
           PERFORM NOTE-CONTACT-DATE.

       NOTE-CONTACT-DATE.
           READ ContactWorkFil
               INVALID KEY
                   MOVE WS-Contact-Date TO Contact-LastDate
                   WRITE ContactRecord
                       INVALID KEY
                           DISPLAY "ERROR writing contact record"
                               " for " Contact-ID
                           STOP RUN WITH ERROR STATUS 1
                   END-WRITE
               NOT INVALID KEY
                   IF WS-Contact-Date > Contact-LastDate
                       MOVE WS-Contact-Date TO Contact-LastDate
                       REWRITE ContactRecord
                           INVALID KEY
                               DISPLAY "ERROR rewriting contact"
                                   " record for " Contact-ID
                               STOP RUN WITH ERROR STATUS 1
                       END-REWRITE
                   END-IF
           END-READ.

      * a customer in touch on any account is in touch on all of
      * them - each account's last contact is folded to its owner.
       FOLD-CUSTOMER-CONTACT.
           MOVE LOW-VALUES TO KontoRecord-KontoID
           SET END-KONTO TO FALSE
           START KontoFil KEY IS NOT LESS THAN KontoRecord-KontoID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       MOVE "K" TO Contact-Kind
                       MOVE KontoRecord-KontoID TO Contact-ID
                       READ ContactWorkFil
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE Contact-LastDate
                                   TO WS-Contact-Date
                               MOVE "C" TO Contact-Kind
                               MOVE KontoRecord-KundeID TO Contact-ID
                               PERFORM NOTE-CONTACT-DATE
                       END-READ
               END-READ
           END-PERFORM.

      * the customer's last contact is the later of the last posting
      * on any of their accounts and the last change to their
      * customer record; with neither on file the date the account
      * went dormant stands in, which can only delay the notice.
       CHECK-NOTICE-CANDIDATE.
           ADD 1 TO WS-Konti-Candidates
           PERFORM CHECK-ESTATE
           IF WS-CUSTOMER-IN-ESTATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Contact-Date
           MOVE "C" TO Contact-Kind
           MOVE KontoRecord-KundeID TO Contact-ID
           READ ContactWorkFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Contact-LastDate TO WS-Contact-Date
           END-READ

           MOVE "N" TO WS-Name-Found
           MOVE KontoRecord-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Name-Found
                   IF KundeRecord-LastChanged NOT = ZERO
                       MOVE KundeRecord-LastChanged TO WS-Contact-Num
                       IF WS-Contact-Date = SPACES
                               OR WS-Contact-Num > WS-Contact-Date
                           MOVE WS-Contact-Num TO WS-Contact-Date
                       END-IF
                   END-IF
           END-READ

           IF WS-Contact-Date = SPACES
               MOVE KontoRecord-StatusDate TO WS-Contact-Date
           END-IF

           IF WS-Contact-Date NOT < WS-Cutoff-X
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PENDING-NOTICE
           IF WS-NOTICE-PENDING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO UnclaimedRecord
           MOVE KontoRecord-KontoID TO UC-KontoID
           MOVE WS-Business-Date    TO UC-NoticeDate
           MOVE KontoRecord-KundeID TO UC-KundeID
           MOVE KontoRecord-Valuta  TO UC-Valuta
           MOVE "N" TO UC-Status
           MOVE WS-Contact-Date     TO UC-LastContact
           MOVE KontoRecord-Balance TO UC-NoticeAmount
           MOVE ZERO TO UC-WithdrawnDate
           MOVE ZERO TO UC-TransferDate
           MOVE ZERO TO UC-TransferAmount
           MOVE ZERO TO UC-ClaimDate
           WRITE UnclaimedRecord
               INVALID KEY
      * a rerun on the same night finds tonight's notice already
      * on file and leaves it be.
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM WRITE-NOTICE-LETTER
           ADD 1 TO WS-Notices-Sent
           MOVE KontoRecord-Balance TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING "  Konto " KontoRecord-KontoID
               " customer " KontoRecord-KundeID
               " balance " WS-Amount-Display " " KontoRecord-Valuta
               " last contact " WS-Contact-Date
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

      * an account still waiting on an earlier notice is not sent a
      * second one.
       FIND-PENDING-NOTICE.
           MOVE "N" TO WS-Notice-Open
           MOVE KontoRecord-KontoID TO WS-This-KontoID
           MOVE KontoRecord-KontoID TO UC-KontoID
           MOVE ZERO TO UC-NoticeDate
           SET END-UC TO FALSE
           START UnclaimedFil KEY IS NOT LESS THAN UC-Key
               INVALID KEY
                   SET END-UC TO TRUE
           END-START
           PERFORM UNTIL END-UC
               READ UnclaimedFil NEXT RECORD
                   AT END
                       SET END-UC TO TRUE
                   NOT AT END
                       IF UC-KontoID NOT = WS-This-KontoID
                           SET END-UC TO TRUE
                       ELSE
                           IF UC-NOTIFIED
                               MOVE "Y" TO WS-Notice-Open
                               SET END-UC TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ESTATE.
           MOVE "N" TO WS-In-Estate
           IF WS-HAS-CUSTSTATUS
               MOVE KontoRecord-KundeID TO CustStatus-KundeID
               READ CustStatusFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTSTATUS-DECEASED
                           MOVE "Y" TO WS-In-Estate
                       END-IF
               END-READ
           END-IF.

       WRITE-NOTICE-LETTER.
           MOVE SPACES TO LetterLine
           IF WS-HAS-NAME
               STRING
                   KundeRecord-Fornavn DELIMITED BY "  "
                   " " KundeRecord-Efternavn DELIMITED BY "  "
                   "  (KundeID " KontoRecord-KundeID ")"
                   DELIMITED BY SIZE
                   INTO LetterLine
               END-STRING
           ELSE
               STRING "KundeID " KontoRecord-KundeID
                   INTO LetterLine
               END-STRING
           END-IF
           PERFORM WRITE-LETTER-LINE

           IF WS-ADRESSE-FILE-OPEN
               MOVE KontoRecord-KundeID TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       MOVE "    (no address on file)" TO LetterLine
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
           END-IF

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE KontoRecord-Balance TO WS-Amount-Display
           MOVE SPACES TO LetterLine
           STRING "Your account " KontoRecord-KontoID
               " holds " WS-Amount-Display " " KontoRecord-Valuta
               " and we have not heard from you since "
               WS-Contact-Date "."
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "Unless you contact us within " WS-Wait-Days
               " days of " WS-Business-Date ", the balance will be"
               " moved to our unclaimed-funds account."
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "The money remains yours and will be paid back to"
               " you whenever you claim it."
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE ALL "-" TO LetterLine
           PERFORM WRITE-LETTER-LINE.

      *-----------------------------------------------------------*
      * Every night: each notice whose waiting period has run out   *
      * either transfers the balance or is withdrawn because the    *
      * customer has come back.                                     *
      *-----------------------------------------------------------*
       TRANSFER-DUE-BALANCES.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE "TRANSFERS AND WITHDRAWN NOTICES" TO ReportLine
           PERFORM WRITE-REPORT-RECORD

           COMPUTE WS-Today-Integer
               = FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           MOVE LOW-VALUES TO UC-Key
           SET END-UC TO FALSE
           START UnclaimedFil KEY IS NOT LESS THAN UC-Key
               INVALID KEY
                   SET END-UC TO TRUE
           END-START
           PERFORM UNTIL END-UC
               READ UnclaimedFil NEXT RECORD
                   AT END
                       SET END-UC TO TRUE
                   NOT AT END
                       IF UC-NOTIFIED
                           PERFORM CHECK-NOTICE-DUE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-NOTICE-DUE.
           COMPUTE WS-Due-Integer
               = FUNCTION INTEGER-OF-DATE(UC-NoticeDate)
               + WS-Wait-Days
           IF WS-Due-Integer > WS-Today-Integer
               EXIT PARAGRAPH
           END-IF

      * back in touch since the notice: the account reactivated by
      * Opgave38 on a posting, closed by the customer, or the
      * customer record changed.
           MOVE SPACES TO WS-Hold-Reason
           MOVE UC-KontoID TO KontoRecord-KontoID
           READ KontoFil KEY IS KontoRecord-KontoID
               INVALID KEY
                   MOVE "account no longer on file"
                       TO WS-Hold-Reason
               NOT INVALID KEY
                   IF NOT KONTO-RECORD-DORMANT
                       MOVE "account no longer dormant"
                           TO WS-Hold-Reason
                   ELSE
                       IF KontoRecord-Balance NOT > ZERO
                           MOVE "no balance left to transfer"
                               TO WS-Hold-Reason
                       END-IF
                   END-IF
           END-READ
           IF WS-Hold-Reason = SPACES
               MOVE UC-KundeID TO KundeRecord-KundeID
               READ KundeFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KundeRecord-LastChanged > UC-NoticeDate
                           MOVE "customer in contact since notice"
                               TO WS-Hold-Reason
                       END-IF
               END-READ
           END-IF
           IF WS-Hold-Reason NOT = SPACES
               PERFORM WITHDRAW-NOTICE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ESTATE
           IF WS-CUSTOMER-IN-ESTATE
               MOVE "customer's estate period" TO WS-Hold-Reason
               PERFORM HOLD-TRANSFER
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-UNCLAIMED-KONTO
           IF WS-This-UcKonto = SPACES
               MOVE SPACES TO WS-Hold-Reason
               STRING "no UNCLM-" KontoRecord-Valuta
                   " account in RunControl.txt"
                   INTO WS-Hold-Reason
               END-STRING
               PERFORM HOLD-TRANSFER
               EXIT PARAGRAPH
           END-IF

           MOVE UC-KontoID       TO Intake-KontoID
           MOVE WS-Business-Date TO Intake-Date
           MOVE "T"              TO Intake-Type
           MOVE KontoRecord-Balance TO Intake-Amount
           MOVE ZERO             TO Intake-BalanceAfter
           MOVE WS-This-UcKonto  TO Intake-ContraKontoID
           MOVE SPACE            TO Intake-DupOverride
           MOVE "Unclaimed funds transfer" TO Intake-Text
           MOVE WS-Business-Date TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           MOVE "T" TO UC-Status
           MOVE WS-Business-Date    TO UC-TransferDate
           MOVE KontoRecord-Balance TO UC-TransferAmount
           MOVE WS-This-UcKonto     TO UC-UnclaimedKonto
           PERFORM REWRITE-UNCLAIMED
           ADD 1 TO WS-Transfers-Made
           MOVE UC-TransferAmount TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING "  TRANSFERRED Konto " UC-KontoID
               " customer " UC-KundeID " " WS-Amount-Display " "
               UC-Valuta " to " WS-This-UcKonto
               " (noticed " UC-NoticeDate ")"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WITHDRAW-NOTICE.
           MOVE "W" TO UC-Status
           MOVE WS-Business-Date TO UC-WithdrawnDate
           PERFORM REWRITE-UNCLAIMED
           ADD 1 TO WS-Notices-Withdrawn
           MOVE SPACES TO ReportLine
           STRING "  WITHDRAWN   Konto " UC-KontoID
               " customer " UC-KundeID " (noticed " UC-NoticeDate
               ") - " WS-Hold-Reason
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       HOLD-TRANSFER.
           ADD 1 TO WS-Transfers-Held
           MOVE SPACES TO ReportLine
           STRING "  HELD        Konto " UC-KontoID
               " customer " UC-KundeID " (noticed " UC-NoticeDate
               ") - " WS-Hold-Reason
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       FIND-UNCLAIMED-KONTO.
           MOVE SPACES TO WS-This-UcKonto
           PERFORM VARYING WS-UcKonto-Idx FROM 1 BY 1
                   UNTIL WS-UcKonto-Idx > WS-UcKonto-Count
               IF WS-UcKonto-Valuta(WS-UcKonto-Idx)
                       = KontoRecord-Valuta
                   MOVE WS-UcKonto-ID(WS-UcKonto-Idx)
                       TO WS-This-UcKonto
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-UcKonto-Count >= 20
               DISPLAY "ERROR - unclaimed-funds account table full -"
                   " run aborted rather than holding transfers"
                   " silently"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE SPACES TO WS-RC-Program
           STRING "UNCLM-" KontoRecord-Valuta
               INTO WS-RC-Program
           END-STRING
           PERFORM READ-RUN-CONTROL
           IF WS-RC-PARAM-FOUND
               MOVE WS-RC-Value(1:10) TO WS-This-UcKonto
           END-IF
           ADD 1 TO WS-UcKonto-Count
           MOVE KontoRecord-Valuta
               TO WS-UcKonto-Valuta(WS-UcKonto-Count)
           MOVE WS-This-UcKonto TO WS-UcKonto-ID(WS-UcKonto-Count).

       REWRITE-UNCLAIMED.
           REWRITE UnclaimedRecord
               INVALID KEY
                   DISPLAY "ERROR rewriting UnclaimedFunds.txt for "
                       UC-KontoID " - status " WS-UnclaimedFil-Status
                   STOP RUN WITH ERROR STATUS 1
           END-REWRITE.

       WRITE-LETTER-LINE.
           WRITE LetterLine
           IF WS-LetterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave120Letters.txt - status "
                   WS-LetterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REPORT-RECORD.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave120Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
