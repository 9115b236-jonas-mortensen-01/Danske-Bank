       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave113.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PersFil ASSIGN TO "PersonalDetails.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pers-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PersFil-Status.
           SELECT GrdFil ASSIGN TO "Guardians.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grd-Key
               ALTERNATE RECORD KEY IS Grd-GuardianID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrdFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT ProduktFil ASSIGN TO "Produkter.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProduktRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProduktFil-Status.
           SELECT KycFil ASSIGN TO "KycRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KycRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KycFil-Status.
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
           SELECT LetterFile ASSIGN TO "Opgave113Letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LetterFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave113Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
      * a customer who takes the digital mailbox gets the welcome
      * letter there instead of (or as well as) on paper
      * (DELIVERY.cpy).
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * the date of birth Opgave9 keeps for each natural person.
       FD  PersFil.
       01  PersRecord.
           COPY "PERSDET.cpy".

       FD  GrdFil.
       01  GrdRecord.
           COPY "GUARDIAN.cpy".

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

      * the product catalog Opgave67 maintains - a youth product
      * names the adult product its accounts move to at 18.
       FD  ProduktFil.
       01  ProduktRecord.
           02 ProduktRecord-Kode        PIC X(20).
           02 ProduktRecord-Navn        PIC X(30).
           02 ProduktRecord-Valuta OCCURS 5 TIMES PIC X(3).
           02 ProduktRecord-RenteKey    PIC X(20).
           02 ProduktRecord-FeeKey      PIC X(20).
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * the periodic-review register Opgave83 lists overdue from -
      * a customer who comes of age is due a review as an adult.
       FD  KycFil.
       01  KycRecord.
           02 KycRecord-KundeID   PIC X(10).
           02 KycRecord-RiskClass PIC X(1).
               88 KYC-RISK-LOW    VALUE "L".
               88 KYC-RISK-MEDIUM VALUE "M".
               88 KYC-RISK-HIGH   VALUE "H".
           02 KycRecord-LastReview PIC 9(8).
           02 KycRecord-NextReview PIC 9(8).

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

       FD  LetterFile.
       01  LetterLine PIC X(120).

      * every customer come of age tonight, with the guardians
      * ended, the accounts moved and any account left on its
      * youth product because the adult product is not on file.
       FD  ReportFile.
       01  ReportLine PIC X(120).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE113".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-PersFil-Status    PIC X(2) VALUE "00".
       01 WS-GrdFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-ProduktFil-Status PIC X(2) VALUE "00".
       01 WS-KycFil-Status     PIC X(2) VALUE "00".
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status PIC X(2) VALUE "00".
       01 WS-LetterFile-Status PIC X(2) VALUE "00".
       01 WS-ReportFile-Status PIC X(2) VALUE "00".

      * fields the DELIVERY.cpy paragraphs expect to be loaded.
       01 WS-DlvPrefFil-Status PIC X(2) VALUE "00".
       01 WS-OutboxFil-Status  PIC X(2) VALUE "00".
       01 WS-Dlv-Open PIC X VALUE "N".
           88 WS-DLV-FILES-OPEN VALUE "Y".
       01 WS-Dlv-KundeID   PIC X(10) VALUE SPACES.
       01 WS-Dlv-Channel   PIC X(1) VALUE "P".
           88 WS-DLV-TO-PAPER   VALUE "P" "B".
           88 WS-DLV-TO-MAILBOX VALUE "D" "B".
       01 WS-Dlv-MailboxID PIC X(20) VALUE SPACES.
       01 WS-Dlv-DocType   PIC X(4) VALUE "MAJR".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE113".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-PERS PIC X VALUE "N".
           88 END-PERS VALUE "Y" FALSE "N".
       01 EOF-GRD PIC X VALUE "N".
           88 END-GRD VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".

       01 WS-Has-Adresse PIC X VALUE "N".
           88 WS-ADRESSE-OPEN VALUE "Y".
       01 WS-Has-Produkt PIC X VALUE "N".
           88 WS-PRODUKT-OPEN VALUE "Y".
       01 WS-Letter-Open PIC X VALUE "N".
           88 WS-WRITING-LETTER VALUE "Y".

      * the 18th birthday as a date - a 29 February birthday falls
      * on 1 March in a year that has none, since 0229 only stops
      * being later than the business date from then.
       01 WS-Majority-Date PIC 9(8) VALUE ZERO.
       01 WS-Adult-Kode    PIC X(20) VALUE SPACES.
       01 WS-Youth-Kode    PIC X(20) VALUE SPACES.

       01 WS-Cust-Guardians PIC 9(3) VALUE ZERO.
       01 WS-Cust-Moved     PIC 9(3) VALUE ZERO.

       01 WS-Pers-Read      PIC 9(7) VALUE ZERO.
       01 WS-Come-Of-Age    PIC 9(7) VALUE ZERO.
       01 WS-Guardians-Ended PIC 9(7) VALUE ZERO.
       01 WS-Accounts-Moved PIC 9(7) VALUE ZERO.
       01 WS-Accounts-Left  PIC 9(7) VALUE ZERO.
       01 WS-Kyc-Flagged    PIC 9(7) VALUE ZERO.
       01 WS-Letters-Total  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       OPEN I-O PersFil
       IF WS-PersFil-Status = "35"
      * no personal details on file yet - nobody's age is known, so
      * nobody can come of age.
           DISPLAY "No PersonalDetails.txt on file - nothing to do"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-PersFil-Status NOT = "00"
           DISPLAY "ERROR opening PersonalDetails.txt - status "
               WS-PersFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O GrdFil
       IF WS-GrdFil-Status = "35"
           OPEN OUTPUT GrdFil
           CLOSE GrdFil
           OPEN I-O GrdFil
       END-IF
       IF WS-GrdFil-Status NOT = "00"
           DISPLAY "ERROR opening Guardians.txt - status "
               WS-GrdFil-Status
           CLOSE PersFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE PersFil
           CLOSE GrdFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O KycFil
       IF WS-KycFil-Status = "35"
      * no register yet - the first customer flagged starts it.
           OPEN OUTPUT KycFil
           CLOSE KycFil
           OPEN I-O KycFil
       END-IF
       IF WS-KycFil-Status NOT = "00"
           DISPLAY "ERROR opening KycRegister.txt - status "
               WS-KycFil-Status
           CLOSE PersFil
           CLOSE GrdFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE PersFil
           CLOSE GrdFil
           CLOSE KontoFil
           CLOSE KycFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

      * without a catalog no product is a youth product - the
      * guardianship still ends and the letter still goes.
       OPEN INPUT ProduktFil
       IF WS-ProduktFil-Status = "00"
           MOVE "Y" TO WS-Has-Produkt
       END-IF
       OPEN INPUT AdresseFil
       IF WS-AdresseFil-Status = "00"
           MOVE "Y" TO WS-Has-Adresse
       END-IF

       OPEN OUTPUT LetterFile
       IF WS-LetterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave113Letters.txt - status "
               WS-LetterFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave113Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM OPEN-DELIVERY-FILES

       MOVE SPACES TO ReportLine
       STRING "Customers coming of age on " WS-Business-Date
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       PERFORM UNTIL END-PERS
           READ PersFil NEXT RECORD
               AT END
                   SET END-PERS TO TRUE
               NOT AT END
                   ADD 1 TO WS-Pers-Read
                   IF Pers-MajorityDate = ZERO
                           AND Pers-BirthDate NOT = ZERO
                       COMPUTE WS-Majority-Date
                           = (Pers-BirthYear + 18) * 10000
                           + Pers-BirthMMDD
                       IF WS-Majority-Date NOT > WS-Business-Date
                           PERFORM COME-OF-AGE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM

       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Personal records read: " WS-Pers-Read
           "  come of age: " WS-Come-Of-Age
           "  guardians ended: " WS-Guardians-Ended
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Accounts moved to the adult product: "
           WS-Accounts-Moved
           "  left on the youth product: " WS-Accounts-Left
           "  KYC reviews flagged: " WS-Kyc-Flagged
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       CLOSE PersFil
       CLOSE GrdFil
       CLOSE KontoFil
       CLOSE KycFil
       CLOSE KundeFil
       IF WS-PRODUKT-OPEN
           CLOSE ProduktFil
       END-IF
       IF WS-ADRESSE-OPEN
           CLOSE AdresseFil
       END-IF
       CLOSE LetterFile
       CLOSE ReportFile
       PERFORM CLOSE-DELIVERY-FILES

       DISPLAY "Personal records read:        " WS-Pers-Read
       DISPLAY "Customers come of age:        " WS-Come-Of-Age
       DISPLAY "Guardianships ended:          " WS-Guardians-Ended
       DISPLAY "Accounts moved to adult:      " WS-Accounts-Moved
       DISPLAY "KYC reviews flagged:          " WS-Kyc-Flagged
       DISPLAY "Welcome letters written:      " WS-Letters-Total
       DISPLAY "Letters sent to the digital mailbox: " WS-Dlv-Docs
       IF WS-Accounts-Left > ZERO
           DISPLAY "WARNING: " WS-Accounts-Left " youth account(s)"
               " name an adult product not in the catalog - see"
               " Opgave113Report.txt"
       END-IF

       MOVE WS-Come-Of-Age    TO WS-Job-Count1
       MOVE WS-Accounts-Moved TO WS-Job-Count2
       MOVE WS-Letters-Total  TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * the customer is 18 today or turned 18 on a day the chain did
      * not run: the guardians go, the youth accounts move to the
      * adult product, the customer is welcomed and is due a KYC
      * review as an adult. The majority date is stamped last, so a
      * run that stops part-way picks the customer up again.
       COME-OF-AGE.
           ADD 1 TO WS-Come-Of-Age
           MOVE ZERO TO WS-Cust-Guardians
           MOVE ZERO TO WS-Cust-Moved
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING Pers-KundeID " born " Pers-BirthDate
               " of age " WS-Majority-Date
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM END-GUARDIANSHIP

           MOVE "N" TO WS-Letter-Open
           MOVE Pers-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
      * details for a KundeID the customer master no longer knows -
      * the accounts still move, but there is nobody to write to.
                   MOVE SPACES TO ReportLine
                   STRING "  not on the customer master -"
                       " no welcome letter"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   PERFORM BEGIN-WELCOME-LETTER
           END-READ

           PERFORM CONVERT-YOUTH-ACCOUNTS

           IF WS-WRITING-LETTER
               PERFORM END-WELCOME-LETTER
           END-IF

           PERFORM FLAG-KYC-REVIEW

           MOVE WS-Business-Date TO Pers-MajorityDate
           MOVE WS-Business-Date TO Pers-LastChanged
           REWRITE PersRecord
           IF WS-PersFil-Status NOT = "00"
               DISPLAY "ERROR rewriting PersonalDetails.txt - status "
                   WS-PersFil-Status " for " Pers-KundeID
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * every guardian link on the minor goes - the guardian has no
      * more say over an adult's accounts.
       END-GUARDIANSHIP.
           SET END-GRD TO FALSE
           MOVE Pers-KundeID TO Grd-MinorID
           MOVE LOW-VALUES TO Grd-GuardianID
           START GrdFil KEY IS NOT LESS THAN Grd-Key
               INVALID KEY
                   SET END-GRD TO TRUE
           END-START
           PERFORM UNTIL END-GRD
               READ GrdFil NEXT RECORD
                   AT END
                       SET END-GRD TO TRUE
                   NOT AT END
                       IF Grd-MinorID NOT = Pers-KundeID
                           SET END-GRD TO TRUE
                       ELSE
                           DELETE GrdFil RECORD
                           IF WS-GrdFil-Status NOT = "00"
                               DISPLAY "ERROR deleting Guardians.txt"
                                   " - status " WS-GrdFil-Status
                                   " for " Grd-Key
                               STOP RUN WITH ERROR STATUS 1
                           END-IF
                           ADD 1 TO WS-Cust-Guardians
                           ADD 1 TO WS-Guardians-Ended
                           MOVE SPACES TO ReportLine
                           STRING "  guardian " Grd-GuardianID
                               " since " Grd-Since " ended"
                               INTO ReportLine
                           END-STRING
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Cust-Guardians = ZERO
               MOVE "  no guardians on file" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * an open account on a product that names an adult product
      * moves to it. The adult product must be in the catalog - an
      * account is never put on a product Opgave67 does not know.
       CONVERT-YOUTH-ACCOUNTS.
           IF NOT WS-PRODUKT-OPEN
               EXIT PARAGRAPH
           END-IF
           SET END-KONTO TO FALSE
           MOVE Pers-KundeID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID NOT = Pers-KundeID
                           SET END-KONTO TO TRUE
                       ELSE
                           IF NOT KONTO-RECORD-CLOSED
                               PERFORM CONVERT-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONVERT-ONE-ACCOUNT.
           MOVE KontoRecord-KontoType TO ProduktRecord-Kode
           READ ProduktFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ProduktRecord-AdultKode = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KontoType   TO WS-Youth-Kode
           MOVE ProduktRecord-AdultKode TO WS-Adult-Kode

           MOVE WS-Adult-Kode TO ProduktRecord-Kode
           READ ProduktFil
               INVALID KEY
                   ADD 1 TO WS-Accounts-Left
                   MOVE SPACES TO ReportLine
                   STRING "  account " KontoRecord-KontoID " "
                       WS-Youth-Kode " *** adult product "
                       WS-Adult-Kode " not in the catalog -"
                       " left as it is ***"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-Adult-Kode TO KontoRecord-KontoType
           REWRITE KontoRecord
           IF WS-KontoFil-Status NOT = "00"
               DISPLAY "ERROR rewriting Kontooplysninger.txt - status "
                   WS-KontoFil-Status " for " KontoRecord-KontoID
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Cust-Moved
           ADD 1 TO WS-Accounts-Moved
           MOVE SPACES TO ReportLine
           STRING "  account " KontoRecord-KontoID " "
               WS-Youth-Kode " -> " WS-Adult-Kode
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-WRITING-LETTER
               MOVE SPACES TO LetterLine
               STRING "    account " KontoRecord-KontoID
                   " is now a " ProduktRecord-Navn
                   INTO LetterLine
               END-STRING
               PERFORM WRITE-LETTER-LINE
           END-IF.

      * a customer in the register is brought forward to review
      * today unless already due sooner; one never reviewed is put
      * on it due today, low risk until the review says otherwise.
       FLAG-KYC-REVIEW.
           MOVE Pers-KundeID TO KycRecord-KundeID
           READ KycFil
               INVALID KEY
                   MOVE Pers-KundeID     TO KycRecord-KundeID
                   MOVE "L"              TO KycRecord-RiskClass
                   MOVE ZERO             TO KycRecord-LastReview
                   MOVE WS-Business-Date TO KycRecord-NextReview
                   WRITE KycRecord
                   IF WS-KycFil-Status NOT = "00"
                       DISPLAY "ERROR writing KycRegister.txt - status "
                           WS-KycFil-Status " for " Pers-KundeID
                       STOP RUN WITH ERROR STATUS 1
                   END-IF
                   ADD 1 TO WS-Kyc-Flagged
                   MOVE "  KYC review opened, due today" TO ReportLine
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF KycRecord-NextReview NOT > WS-Business-Date
               MOVE "  KYC review already due" TO ReportLine
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "  KYC review brought forward from "
               KycRecord-NextReview " to today"
               INTO ReportLine
           END-STRING
           MOVE WS-Business-Date TO KycRecord-NextReview
           REWRITE KycRecord
           IF WS-KycFil-Status NOT = "00"
               DISPLAY "ERROR rewriting KycRegister.txt - status "
                   WS-KycFil-Status " for " Pers-KundeID
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Kyc-Flagged
           PERFORM WRITE-REPORT-LINE.

       BEGIN-WELCOME-LETTER.
           MOVE Pers-KundeID TO WS-Dlv-KundeID
           PERFORM CHECK-DELIVERY-CHANNEL
           IF WS-DLV-TO-MAILBOX
               PERFORM OUTBOX-BEGIN-DOCUMENT
           END-IF
           MOVE "Y" TO WS-Letter-Open
           ADD 1 TO WS-Letters-Total

           MOVE SPACES TO LetterLine
           STRING "WELCOME AS AN ADULT CUSTOMER   ("
               WS-Business-Date ")"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING KundeRecord-Fornavn " " KundeRecord-Efternavn
               "  (KundeID " Pers-KundeID ")"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           IF WS-ADRESSE-OPEN
               MOVE Pers-KundeID TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AdresseRecord-Gade TO LetterLine
                       PERFORM WRITE-LETTER-LINE
                       MOVE SPACES TO LetterLine
                       STRING AdresseRecord-Postnr " "
                           AdresseRecord-By
                           INTO LetterLine
                       END-STRING
                       PERFORM WRITE-LETTER-LINE
                       MOVE AdresseRecord-Land TO LetterLine
                       PERFORM WRITE-LETTER-LINE
               END-READ
           END-IF
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE

           MOVE "Congratulations on your 18th birthday. From today"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "you manage your accounts yourself - your guardians"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "can no longer give instructions on them."
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE.

      * the accounts moved have been listed by CONVERT-ONE-ACCOUNT
      * between the opening and these closing lines.
       END-WELCOME-LETTER.
           IF WS-Cust-Moved > ZERO
               MOVE SPACES TO LetterLine
               PERFORM WRITE-LETTER-LINE
               MOVE "Your youth accounts above have moved to our adult"
                   TO LetterLine
               PERFORM WRITE-LETTER-LINE
               MOVE "products, whose terms and prices now apply."
                   TO LetterLine
               PERFORM WRITE-LETTER-LINE
               MOVE SPACES TO LetterLine
               PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE "We will contact you shortly to bring your customer"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "details up to date, as the law requires of us."
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "------------------------------------------------"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           IF WS-DLV-TO-MAILBOX
               MOVE LetterLine TO WS-Dlv-Line
               PERFORM OUTBOX-WRITE-LINE
           END-IF
           IF NOT WS-DLV-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           WRITE LetterLine
           IF WS-LetterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave113Letters.txt - status "
                   WS-LetterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave113Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "DELIVERY.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
