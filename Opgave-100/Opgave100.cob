       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT TaxResFil ASSIGN TO "TaxResidency.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxRes-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TaxResFil-Status.
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT EjereFil ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EjereRecord-Key
               ALTERNATE RECORD KEY IS EjereRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EjereFil-Status.
           SELECT BalHistFil ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BalHistFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT InterestWorkFil ASSIGN TO "Opgave100Work.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS IW-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-InterestWorkFil-Status.
           SELECT ReportableFile ASSIGN TO "Opgave100Reportable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportableFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave100Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

      * the self-certified residencies Opgave99 keeps - what makes a
      * customer reportable, and the TINs the authority matches on.
       FD  TaxResFil.
       01  TaxResRecord.
           COPY "TAXRES.cpy".

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

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

      * co-owners hold the account as much as the master's own
      * holder does, and are reported with its full balance.
       FD  EjereFil.
       01  EjereRecord.
           02 EjereRecord-Key.
               03 EjereRecord-KontoID PIC X(10).
               03 EjereRecord-KundeID PIC X(10).
           02 EjereRecord-Rolle PIC X(1).
               88 EJER-ROLLE-OWNER     VALUE "O".
               88 EJER-ROLLE-JOINT     VALUE "J".
               88 EJER-ROLLE-GUARDIAN  VALUE "G".
               88 EJER-ROLLE-POA       VALUE "P".

      * the closing balances the day-close (Opgave69) keeps - the
      * last close of the year is the year-end balance.
       FD  BalHistFil.
       01  BalHistRecord.
           02 BalHist-Key.
               03 BalHist-KontoID PIC X(10).
               03 BalHist-Date    PIC 9(8).
           02 BalHist-KundeID PIC X(10).
           02 BalHist-Balance PIC S9(10)V99.
           02 BalHist-Valuta  PIC X(3).
           02 BalHist-Status  PIC X(1).

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * gross interest credited per account in the year - the net
      * type I posting plus any tax Opgave12 withheld from it under
      * the same reference. Rebuilt every run, the Opgave34 idiom.
       FD  InterestWorkFil.
       01  InterestWorkRecord.
           02 IW-KontoID  PIC X(10).
           02 IW-Gross    PIC S9(12)V99.
           02 IW-Count    PIC 9(5).

      * the reportable-account file for the tax authority: an H
      * header, per reportable customer a P record (identity,
      * address, up to five residencies with their TINs) followed
      * by an A record per account held, and a T trailer whose
      * counts and hash totals tie back to the detail.
       FD  ReportableFile.
       01  RptHeaderRecord.
           02 RH-Type      PIC X(1).
           02 RH-Year      PIC 9(4).
           02 RH-Home      PIC X(2).
           02 RH-Created   PIC 9(8).
       01  RptPersonRecord.
           02 RP-Type      PIC X(1).
           02 RP-KundeID   PIC X(10).
           02 RP-Fornavn   PIC X(20).
           02 RP-Efternavn PIC X(20).
           02 RP-Gade      PIC X(30).
           02 RP-Postnr    PIC X(10).
           02 RP-By        PIC X(20).
           02 RP-Land      PIC X(20).
           02 RP-UsPerson  PIC X(1).
           02 RP-SelfCert  PIC 9(8).
           02 RP-Residency OCCURS 5 TIMES.
               03 RP-Country PIC X(2).
               03 RP-TIN     PIC X(20).
       01  RptAccountRecord.
           02 RA-Type      PIC X(1).
           02 RA-KundeID   PIC X(10).
           02 RA-KontoID   PIC X(10).
           02 RA-Role      PIC X(1).
           02 RA-Valuta    PIC X(3).
           02 RA-Closed    PIC X(1).
           02 RA-BalSign   PIC X(1).
           02 RA-Balance   PIC 9(10)V99.
           02 RA-Interest  PIC 9(12)V99.
           02 RA-Source    PIC X(1).
       01  RptTrailerRecord.
           02 RT-Type      PIC X(1).
           02 RT-Persons   PIC 9(7).
           02 RT-Accounts  PIC 9(7).
           02 RT-BalSign   PIC X(1).
           02 RT-Balance   PIC 9(12)V99.
           02 RT-Interest  PIC 9(12)V99.

       FD  ReportFile.
       01  ReportLine PIC X(100).

      * TAXHOME names the bank's own country of residence (columns
      * 11-12, DK when absent) - residence anywhere else makes the
      * customer reportable.
       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-KundeFil-Status        PIC X(2) VALUE "00".
       01 WS-TaxResFil-Status       PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status      PIC X(2) VALUE "00".
       01 WS-KontoFil-Status        PIC X(2) VALUE "00".
       01 WS-EjereFil-Status        PIC X(2) VALUE "00".
       01 WS-BalHistFil-Status      PIC X(2) VALUE "00".
       01 WS-TransFil-Status        PIC X(2) VALUE "00".
       01 WS-InterestWorkFil-Status PIC X(2) VALUE "00".
       01 WS-ReportableFile-Status  PIC X(2) VALUE "00".
       01 WS-ReportFile-Status      PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * the address book, the co-owner register and the balance
      * history are optional - without them the customer goes out
      * without an address, only the master's holder is reported,
      * and the year-end balance is the master's.
       01 WS-Adresse-Open PIC X VALUE "N".
           88 WS-HAS-ADRESSE-FILE VALUE "Y".
       01 WS-Ejere-Open   PIC X VALUE "N".
           88 WS-HAS-EJERE-FILE VALUE "Y".
       01 WS-BalHist-Open PIC X VALUE "N".
           88 WS-HAS-BALHIST-FILE VALUE "Y".

       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-KUNDE PIC X VALUE "N".
           88 END-KUNDE VALUE "Y" FALSE "N".
       01 EOF-TAXRES PIC X VALUE "N".
           88 END-TAXRES VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-EJERE PIC X VALUE "N".
           88 END-EJERE VALUE "Y" FALSE "N".
       01 EOF-BALHIST PIC X VALUE "N".
           88 END-BALHIST VALUE "Y" FALSE "N".

       01 WS-Tax-Year   PIC 9(4) VALUE ZERO.
       01 WS-Year-Start PIC 9(8) VALUE ZERO.
       01 WS-Year-End   PIC 9(8) VALUE ZERO.
       01 WS-Today      PIC 9(8) VALUE ZERO.
       01 WS-Home-Country PIC X(2) VALUE "DK".

      * the type I posting the withholding that follows belongs to.
       01 WS-Last-I-Ref   PIC 9(10) VALUE ZERO.
       01 WS-Last-I-Konto PIC X(10) VALUE SPACES.
       01 WS-Work-Konto   PIC X(10) VALUE SPACES.
       01 WS-Work-Amount  PIC S9(10)V99 VALUE ZERO.

      * the current customer's residencies.
       01 WS-Res-Table.
           02 WS-Res-Entry OCCURS 5 TIMES.
               03 WS-Res-Country PIC X(2).
               03 WS-Res-TIN     PIC X(20).
       01 WS-Res-Count    PIC 9(3) VALUE ZERO.
       01 WS-Res-Idx      PIC 9(3) VALUE ZERO.
       01 WS-Res-SelfCert PIC 9(8) VALUE ZERO.
       01 WS-Res-UsPerson PIC X VALUE "N".
           88 WS-CUST-US-PERSON VALUE "Y".
       01 WS-Res-Foreign  PIC X VALUE "N".
           88 WS-CUST-FOREIGN VALUE "Y".
       01 WS-Person-Written PIC X VALUE "N".
           88 WS-PERSON-IS-WRITTEN VALUE "Y".
       01 WS-Cust-Accounts PIC 9(5) VALUE ZERO.

       01 WS-Konto-Role    PIC X(1) VALUE SPACE.
       01 WS-YE-Balance    PIC S9(10)V99 VALUE ZERO.
       01 WS-YE-Source     PIC X(1) VALUE SPACE.
           88 WS-YE-FROM-HISTORY VALUE "H".
           88 WS-YE-FROM-MASTER  VALUE "M".
       01 WS-YE-Found      PIC X VALUE "N".
           88 WS-YE-IS-FOUND VALUE "Y".
       01 WS-First-Date    PIC 9(8) VALUE ZERO.
       01 WS-Konto-Reportable PIC X VALUE "Y".
           88 WS-KONTO-IS-REPORTABLE VALUE "Y".

       01 WS-Trans-Read        PIC 9(9) VALUE ZERO.
       01 WS-Interest-Trans    PIC 9(7) VALUE ZERO.
       01 WS-Customers-Read    PIC 9(7) VALUE ZERO.
       01 WS-Persons-Out       PIC 9(7) VALUE ZERO.
       01 WS-Accounts-Out      PIC 9(7) VALUE ZERO.
       01 WS-From-Master       PIC 9(7) VALUE ZERO.
       01 WS-Undocumented      PIC 9(7) VALUE ZERO.
       01 WS-Res-Overflow      PIC 9(7) VALUE ZERO.
       01 WS-Balance-Total     PIC S9(12)V99 VALUE ZERO.
       01 WS-Interest-Total    PIC S9(12)V99 VALUE ZERO.
       01 WS-Reported-Interest PIC S9(12)V99 VALUE ZERO.

       01 WS-Balance-Display   PIC -9999999999.99.
       01 WS-Interest-Display  PIC -999999999999.99.
       01 WS-Total-Display     PIC -999999999999.99.

       PROCEDURE DIVISION.
       DISPLAY "Tax year to report (YYYY): "
       ACCEPT WS-Tax-Year
       IF WS-Tax-Year = ZERO
           DISPLAY "No tax year given - nothing to report"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       COMPUTE WS-Year-Start = WS-Tax-Year * 10000 + 0101
       COMPUTE WS-Year-End   = WS-Tax-Year * 10000 + 1231
       ACCEPT WS-Today FROM DATE YYYYMMDD

       MOVE "TAXHOME" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:2) NOT = SPACES
           MOVE WS-RC-Value(1:2) TO WS-Home-Country
       END-IF

       OPEN INPUT TaxResFil
       IF WS-TaxResFil-Status NOT = "00"
           DISPLAY "ERROR opening TaxResidency.txt - status "
               WS-TaxResFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE TaxResFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoTransaktionFil
       IF WS-TransFil-Status NOT = "00"
           DISPLAY "ERROR opening KontoTransaktion.txt - status "
               WS-TransFil-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT InterestWorkFil
       IF WS-InterestWorkFil-Status NOT = "00"
           DISPLAY "ERROR opening Opgave100Work.dat - status "
               WS-InterestWorkFil-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE KontoTransaktionFil
           STOP RUN WITH ERROR STATUS 1
       END-IF
       CLOSE InterestWorkFil
       OPEN I-O InterestWorkFil
       IF WS-InterestWorkFil-Status NOT = "00"
           DISPLAY "ERROR reopening Opgave100Work.dat - status "
               WS-InterestWorkFil-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE KontoTransaktionFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportableFile
       IF WS-ReportableFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave100Reportable.txt - status "
               WS-ReportableFile-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE KontoTransaktionFil
           CLOSE InterestWorkFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave100Report.txt - status "
               WS-ReportFile-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE KontoTransaktionFil
           CLOSE InterestWorkFil
           CLOSE ReportableFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT AdresseFil
       IF WS-AdresseFil-Status = "00"
           MOVE "Y" TO WS-Adresse-Open
       END-IF
       OPEN INPUT EjereFil
       IF WS-EjereFil-Status = "00"
           MOVE "Y" TO WS-Ejere-Open
       END-IF
       OPEN INPUT BalHistFil
       IF WS-BalHistFil-Status = "00"
           MOVE "Y" TO WS-BalHist-Open
       ELSE
           DISPLAY "WARNING: BalanceHistory.txt not available -"
               " year-end balances taken from the account master"
       END-IF

       PERFORM UNTIL END-TRANS
           READ KontoTransaktionFil
               AT END
                   SET END-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-Trans-Read
                   PERFORM NOTE-INTEREST-TRANS
           END-READ
       END-PERFORM

       PERFORM WRITE-REPORTABLE-HEADER

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
                       ADD 1 TO WS-Customers-Read
                       PERFORM PROCESS-ONE-CUSTOMER
                   END-IF
           END-READ
       END-PERFORM

       PERFORM WRITE-REPORTABLE-TRAILER
       PERFORM WRITE-CONTROL-TOTALS

       CLOSE TaxResFil
       CLOSE KundeFil
       CLOSE KontoFil
       CLOSE KontoTransaktionFil
       CLOSE InterestWorkFil
       CLOSE ReportableFile
       CLOSE ReportFile
       IF WS-HAS-ADRESSE-FILE
           CLOSE AdresseFil
       END-IF
       IF WS-HAS-EJERE-FILE
           CLOSE EjereFil
       END-IF
       IF WS-HAS-BALHIST-FILE
           CLOSE BalHistFil
       END-IF
       STOP RUN.

      * a positive type I posting in the year is interest paid to
      * the customer, net of any tax withheld; the withholding leg
      * Opgave12 writes right after it, under the same reference,
      * is added back so the authority receives the gross figure.
      * Negative interest is a charge, not income, and is left out.
       NOTE-INTEREST-TRANS.
           IF TransType = "I"
               MOVE TransRef     TO WS-Last-I-Ref
               MOVE TransKontoID TO WS-Last-I-Konto
               IF TransDate(1:4) = WS-Tax-Year
                       AND TransAmount > ZERO
                   ADD 1 TO WS-Interest-Trans
                   MOVE TransKontoID TO WS-Work-Konto
                   MOVE TransAmount TO WS-Work-Amount
                   PERFORM ADD-TO-INTEREST-WORK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TransRef NOT = ZERO
                   AND TransRef = WS-Last-I-Ref
                   AND TransType = "C"
                   AND TransText = "Withholding tax"
                   AND TransDate(1:4) = WS-Tax-Year
               MOVE WS-Last-I-Konto TO WS-Work-Konto
               MOVE TransAmount TO WS-Work-Amount
               PERFORM ADD-TO-INTEREST-WORK
           END-IF.

       ADD-TO-INTEREST-WORK.
           ADD WS-Work-Amount TO WS-Interest-Total
           MOVE WS-Work-Konto TO IW-KontoID
           READ InterestWorkFil
               INVALID KEY
                   MOVE WS-Work-Amount TO IW-Gross
                   MOVE 1 TO IW-Count
                   WRITE InterestWorkRecord
                       INVALID KEY
                           DISPLAY "ERROR writing work record for "
                               IW-KontoID
                           STOP RUN WITH ERROR STATUS 1
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-Work-Amount TO IW-Gross
                   ADD 1 TO IW-Count
                   REWRITE InterestWorkRecord
                       INVALID KEY
                           DISPLAY "ERROR rewriting work record for "
                               IW-KontoID
                           STOP RUN WITH ERROR STATUS 1
                   END-REWRITE
           END-READ.

      * reportable: resident anywhere but the home country, or a US
      * person. A customer holding accounts with no self-certified
      * residency at all is undocumented - listed for the branch to
      * chase, since the authority must hear of those accounts too.
       PROCESS-ONE-CUSTOMER.
           PERFORM LOAD-CUSTOMER-RESIDENCIES
           IF WS-Res-SelfCert = ZERO
               PERFORM NOTE-UNDOCUMENTED-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CUST-FOREIGN AND NOT WS-CUST-US-PERSON
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-Person-Written
           MOVE ZERO TO WS-Cust-Accounts

           SET END-KONTO TO FALSE
           MOVE KundeRecord-KundeID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID
                               NOT = KundeRecord-KundeID
                           SET END-KONTO TO TRUE
                       ELSE
                           MOVE "O" TO WS-Konto-Role
                           PERFORM REPORT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HAS-EJERE-FILE
               PERFORM REPORT-JOINT-ACCOUNTS
           END-IF

           IF WS-PERSON-IS-WRITTEN
               PERFORM WRITE-CUSTOMER-REPORT-LINE
           END-IF.

      * accounts the customer co-owns through KontoEjere.txt - one
      * the master already names the customer on has been reported.
       REPORT-JOINT-ACCOUNTS.
           SET END-EJERE TO FALSE
           MOVE KundeRecord-KundeID TO EjereRecord-KundeID
           START EjereFil KEY IS EQUAL TO EjereRecord-KundeID
               INVALID KEY
                   SET END-EJERE TO TRUE
           END-START
           PERFORM UNTIL END-EJERE
               READ EjereFil NEXT RECORD
                   AT END
                       SET END-EJERE TO TRUE
                   NOT AT END
                       IF EjereRecord-KundeID
                               NOT = KundeRecord-KundeID
                           SET END-EJERE TO TRUE
                       ELSE
                           IF EJER-ROLLE-OWNER OR EJER-ROLLE-JOINT
                               PERFORM REPORT-JOINT-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-JOINT-ACCOUNT.
           MOVE EjereRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil KEY IS KontoRecord-KontoID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-KundeID = KundeRecord-KundeID
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WS-Konto-Role
           PERFORM REPORT-ONE-ACCOUNT.

       LOAD-CUSTOMER-RESIDENCIES.
           MOVE SPACES TO WS-Res-Table
           MOVE ZERO TO WS-Res-Count
           MOVE ZERO TO WS-Res-SelfCert
           MOVE "N" TO WS-Res-UsPerson
           MOVE "N" TO WS-Res-Foreign

           SET END-TAXRES TO FALSE
           MOVE KundeRecord-KundeID TO TaxRes-KundeID
           MOVE LOW-VALUES          TO TaxRes-Country
           START TaxResFil KEY IS NOT LESS THAN TaxRes-Key
               INVALID KEY
                   SET END-TAXRES TO TRUE
           END-START
           PERFORM UNTIL END-TAXRES
               READ TaxResFil NEXT RECORD
                   AT END
                       SET END-TAXRES TO TRUE
                   NOT AT END
                       IF TaxRes-KundeID NOT = KundeRecord-KundeID
                           SET END-TAXRES TO TRUE
                       ELSE
                           PERFORM NOTE-ONE-RESIDENCY
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-RESIDENCY.
           IF TaxRes-SelfCertDate = ZERO
               EXIT PARAGRAPH
           END-IF
           IF TaxRes-SelfCertDate > WS-Res-SelfCert
               MOVE TaxRes-SelfCertDate TO WS-Res-SelfCert
           END-IF
           IF TAXRES-US-PERSON OR TaxRes-Country = "US"
               MOVE "Y" TO WS-Res-UsPerson
           END-IF
           IF TaxRes-Country NOT = WS-Home-Country
               MOVE "Y" TO WS-Res-Foreign
           END-IF
           IF WS-Res-Count = 5
               ADD 1 TO WS-Res-Overflow
               DISPLAY "WARNING: customer " TaxRes-KundeID
                   " has more than 5 residencies - "
                   TaxRes-Country " not sent"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Res-Count
           MOVE TaxRes-Country TO WS-Res-Country(WS-Res-Count)
           MOVE TaxRes-TIN     TO WS-Res-TIN(WS-Res-Count).

      * only customers who actually hold an account are chased.
       NOTE-UNDOCUMENTED-CUSTOMER.
           MOVE KundeRecord-KundeID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           ADD 1 TO WS-Undocumented
           MOVE SPACES TO ReportLine
           STRING "NO SELF-CERTIFICATION  " KundeRecord-KundeID
               " " KundeRecord-Fornavn " " KundeRecord-Efternavn
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * KontoRecord and WS-Konto-Role are loaded. An account closed
      * before the year began, or opened after it ended, was not
      * held in the year and is left out; one closed during the
      * year is reported with the closure flag.
       REPORT-ONE-ACCOUNT.
           IF KONTO-RECORD-CLOSED
                   AND KontoRecord-StatusDate < WS-Year-Start
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-YEAR-END-BALANCE
           IF NOT WS-KONTO-IS-REPORTABLE
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-PERSON-IS-WRITTEN
               PERFORM WRITE-PERSON-RECORD
           END-IF

           MOVE SPACES TO RptAccountRecord
           MOVE "A"                 TO RA-Type
           MOVE KundeRecord-KundeID TO RA-KundeID
           MOVE KontoRecord-KontoID TO RA-KontoID
           MOVE WS-Konto-Role       TO RA-Role
           MOVE KontoRecord-Valuta  TO RA-Valuta
           IF KONTO-RECORD-CLOSED
                   AND KontoRecord-StatusDate NOT > WS-Year-End
               MOVE "Y" TO RA-Closed
           ELSE
               MOVE "N" TO RA-Closed
           END-IF
           IF WS-YE-Balance < ZERO
               MOVE "-" TO RA-BalSign
           ELSE
               MOVE "+" TO RA-BalSign
           END-IF
           COMPUTE RA-Balance = FUNCTION ABS(WS-YE-Balance)

           MOVE KontoRecord-KontoID TO IW-KontoID
           READ InterestWorkFil
               INVALID KEY
                   MOVE ZERO TO IW-Gross
           END-READ
           MOVE IW-Gross TO RA-Interest
           MOVE WS-YE-Source TO RA-Source

           WRITE RptAccountRecord
           IF WS-ReportableFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave100Reportable.txt -"
                   " status " WS-ReportableFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Accounts-Out
           ADD 1 TO WS-Cust-Accounts
           ADD WS-YE-Balance TO WS-Balance-Total
           ADD IW-Gross TO WS-Reported-Interest

           IF WS-YE-FROM-MASTER
               ADD 1 TO WS-From-Master
               MOVE WS-YE-Balance TO WS-Balance-Display
               MOVE SPACES TO ReportLine
               STRING "BALANCE FROM MASTER    " KontoRecord-KontoID
                   " " KontoRecord-Valuta " " WS-Balance-Display
                   " - no close on or before " WS-Year-End
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * the last close kept on or before 31 December. An account
      * whose kept closings all fall after the year was opened
      * after it; one with none at all falls back to the master's
      * balance, which is the year-end figure when the run is made
      * before the new year's first posting.
       FIND-YEAR-END-BALANCE.
           MOVE "Y" TO WS-Konto-Reportable
           MOVE "N" TO WS-YE-Found
           MOVE ZERO TO WS-First-Date
           MOVE KontoRecord-Balance TO WS-YE-Balance
           MOVE "M" TO WS-YE-Source
           IF NOT WS-HAS-BALHIST-FILE
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
                           IF BalHist-Date > WS-Year-End
                               SET END-BALHIST TO TRUE
                           ELSE
                               MOVE "Y" TO WS-YE-Found
                               MOVE BalHist-Balance TO WS-YE-Balance
                               MOVE "H" TO WS-YE-Source
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-YE-IS-FOUND AND WS-First-Date > WS-Year-End
               MOVE "N" TO WS-Konto-Reportable
           END-IF.

       WRITE-REPORTABLE-HEADER.
           MOVE SPACES TO RptHeaderRecord
           MOVE "H"             TO RH-Type
           MOVE WS-Tax-Year     TO RH-Year
           MOVE WS-Home-Country TO RH-Home
           MOVE WS-Today        TO RH-Created
           WRITE RptHeaderRecord
           IF WS-ReportableFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave100Reportable.txt -"
                   " status " WS-ReportableFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-PERSON-RECORD.
           MOVE SPACES TO AdresseRecord
           IF WS-HAS-ADRESSE-FILE
               MOVE KundeRecord-KundeID TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       MOVE SPACES TO AdresseRecord
               END-READ
           END-IF

           MOVE SPACES TO RptPersonRecord
           MOVE "P"                   TO RP-Type
           MOVE KundeRecord-KundeID   TO RP-KundeID
           MOVE KundeRecord-Fornavn   TO RP-Fornavn
           MOVE KundeRecord-Efternavn TO RP-Efternavn
           MOVE AdresseRecord-Gade    TO RP-Gade
           MOVE AdresseRecord-Postnr  TO RP-Postnr
           MOVE AdresseRecord-By      TO RP-By
           MOVE AdresseRecord-Land    TO RP-Land
           MOVE WS-Res-UsPerson       TO RP-UsPerson
           MOVE WS-Res-SelfCert       TO RP-SelfCert
           PERFORM VARYING WS-Res-Idx FROM 1 BY 1
                   UNTIL WS-Res-Idx > WS-Res-Count
               MOVE WS-Res-Country(WS-Res-Idx)
                   TO RP-Country(WS-Res-Idx)
               MOVE WS-Res-TIN(WS-Res-Idx) TO RP-TIN(WS-Res-Idx)
           END-PERFORM
           WRITE RptPersonRecord
           IF WS-ReportableFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave100Reportable.txt -"
                   " status " WS-ReportableFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Person-Written
           ADD 1 TO WS-Persons-Out.

       WRITE-CUSTOMER-REPORT-LINE.
           MOVE SPACES TO ReportLine
           STRING "REPORTED               " KundeRecord-KundeID
               " " KundeRecord-Fornavn " " KundeRecord-Efternavn
               " US " WS-Res-UsPerson
               " accounts " WS-Cust-Accounts
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * hash totals across currencies - they prove the file is
      * complete, not what any customer holds.
       WRITE-REPORTABLE-TRAILER.
           MOVE SPACES TO RptTrailerRecord
           MOVE "T"             TO RT-Type
           MOVE WS-Persons-Out  TO RT-Persons
           MOVE WS-Accounts-Out TO RT-Accounts
           IF WS-Balance-Total < ZERO
               MOVE "-" TO RT-BalSign
           ELSE
               MOVE "+" TO RT-BalSign
           END-IF
           COMPUTE RT-Balance = FUNCTION ABS(WS-Balance-Total)
           MOVE WS-Reported-Interest TO RT-Interest
           WRITE RptTrailerRecord
           IF WS-ReportableFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave100Reportable.txt -"
                   " status " WS-ReportableFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "=== SUMMARY ===" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Tax year " WS-Tax-Year
               "  home country " WS-Home-Country
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Customers read:           " WS-Customers-Read
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Reportable customers:     " WS-Persons-Out
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Reportable accounts:      " WS-Accounts-Out
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Balances from the master: " WS-From-Master
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Without self-certification: " WS-Undocumented
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-Interest-Total TO WS-Total-Display
           MOVE SPACES TO ReportLine
           STRING "Gross interest paid, all accounts: "
               WS-Total-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           DISPLAY "Transactions read:        " WS-Trans-Read
           DISPLAY "Interest postings in " WS-Tax-Year ": "
               WS-Interest-Trans
           DISPLAY "Reportable customers:     " WS-Persons-Out
           DISPLAY "Reportable accounts:      " WS-Accounts-Out
           DISPLAY "Without self-certification: " WS-Undocumented
           IF WS-Res-Overflow > ZERO
               DISPLAY "Residencies not sent (over 5): "
                   WS-Res-Overflow
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave100Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".
