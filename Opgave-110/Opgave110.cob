       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave110.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BusCustFil ASSIGN TO "BusinessCustomers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BusCust-KundeID
               ALTERNATE RECORD KEY IS BusCust-CVR
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BusCustFil-Status.
           SELECT UboFil ASSIGN TO "BeneficialOwners.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Ubo-Key
               ALTERNATE RECORD KEY IS Ubo-OwnerID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UboFil-Status.
           SELECT AssignFil ASSIGN TO "BranchAssignments.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AssignRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AssignFil-Status.
           SELECT BranchFil ASSIGN TO "Branches.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BranchRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BranchFil-Status.
           SELECT CustStatusFil ASSIGN TO "CustomerStatus.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustStatus-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CustStatusFil-Status.
           SELECT KycFil ASSIGN TO "KycRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KycRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KycFil-Status.
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
           SELECT TaxResFil ASSIGN TO "TaxResidency.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxRes-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TaxResFil-Status.
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT PrefFil ASSIGN TO "AlertPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PrefRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PrefFil-Status.
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
           SELECT IbanFil ASSIGN TO "KontoIBAN.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KI-KontoID
               ALTERNATE RECORD KEY IS KI-IBAN
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-IbanFil-Status.
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
           SELECT OrderFil ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OrderRecord-OrderID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OrderFil-Status.
           SELECT MandateFil ASSIGN TO "Mandates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MandateRecord-Key
               ALTERNATE RECORD KEY IS MandateRecord-HolderID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MandateFil-Status.
           SELECT Audit9File ASSIGN TO "Opgave9Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit9-Status.
           SELECT Audit36File ASSIGN TO "Opgave36Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit36-Status.
           SELECT ArchInventory ASSIGN TO "ArchiveGenerations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchInventory-Status.
           SELECT ArchAuditFile ASSIGN DYNAMIC WS-Arch-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchAudit-Status.
           SELECT ExportFile ASSIGN DYNAMIC WS-Export-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExportFile-Status.
           SELECT AccessLog ASSIGN TO "Opgave110AccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AccessLog-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
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

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

       FD  BusCustFil.
       01  BusCustRecord.
           COPY "BUSCUST.cpy".

       FD  UboFil.
       01  UboRecord.
           COPY "UBOREG.cpy".

       FD  AssignFil.
       01  AssignRecord.
           02 AssignRecord-KundeID PIC X(10).
           02 AssignRecord-Branch  PIC X(4).

       FD  BranchFil.
       01  BranchRecord.
           02 BranchRecord-Kode PIC X(4).
           02 BranchRecord-Navn PIC X(30).

       FD  CustStatusFil.
       01  CustStatusRecord.
           02 CustStatus-KundeID PIC X(10).
           02 CustStatus-Status  PIC X(1).
           02 CustStatus-Date    PIC 9(8).

       FD  KycFil.
       01  KycRecord.
           02 KycRecord-KundeID   PIC X(10).
           02 KycRecord-RiskClass PIC X(1).
           02 KycRecord-LastReview PIC 9(8).
           02 KycRecord-NextReview PIC 9(8).

       FD  PersFil.
       01  PersRecord.
           COPY "PERSDET.cpy".

       FD  GrdFil.
       01  GrdRecord.
           COPY "GUARDIAN.cpy".

       FD  TaxResFil.
       01  TaxResRecord.
           COPY "TAXRES.cpy".

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  PrefFil.
       01  PrefRecord.
           02 PrefRecord-KundeID  PIC X(10).
           02 PrefRecord-LowBal   PIC 9(10)V99.
           02 PrefRecord-BigDebit PIC 9(10)V99.
           02 PrefRecord-SOFail   PIC X(1).
           02 PrefRecord-Channel  PIC X(1).

       FD  KontoFil.
       01  KontoRecord.
           02 KontoRecord-KontoID       PIC X(10).
           02 KontoRecord-KundeID       PIC X(10).
           02 KontoRecord-KontoType     PIC X(20).
           02 KontoRecord-Balance       PIC S9(10)V99.
           02 KontoRecord-Valuta        PIC X(3).
           02 KontoRecord-Status        PIC X(1).
           02 KontoRecord-StatusDate    PIC 9(8).

       FD  EjereFil.
       01  EjereRecord.
           02 EjereRecord-Key.
               03 EjereRecord-KontoID PIC X(10).
               03 EjereRecord-KundeID PIC X(10).
           02 EjereRecord-Rolle PIC X(1).

       FD  IbanFil.
       01  IbanRecord.
           COPY "KONTOIBAN.cpy".

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * the generation inventory the year-end rolloff (Opgave41)
      * keeps, and one rolled year read through the live record.
       FD  GenInventoryFil.
       01  GenInventoryRecord.
           02 Inv-Year       PIC 9(4).
           02 Inv-Filename   PIC X(40).
           02 Inv-Moved      PIC 9(9).
           02 Inv-CarryCount PIC 9(7).
           02 Inv-RunDate    PIC 9(8).

       FD  GenTransFil.
       01  GenTransLine PIC X(126).

       FD  OrderFil.
       01  OrderRecord.
           02 OrderRecord-OrderID    PIC X(10).
           02 OrderRecord-PayerKonto PIC X(10).
           02 OrderRecord-PayeeKonto PIC X(10).
           02 OrderRecord-Amount     PIC S9(10)V99.
           02 OrderRecord-Valuta     PIC X(3).
           02 OrderRecord-Frequency  PIC X(1).
           02 OrderRecord-NextDue    PIC 9(8).

       FD  MandateFil.
       01  MandateRecord.
           02 MandateRecord-Key.
               03 MandateRecord-KontoID  PIC X(10).
               03 MandateRecord-HolderID PIC X(10).
           02 MandateRecord-Name       PIC X(30).
           02 MandateRecord-Basis      PIC X(1).
           02 MandateRecord-Scope      PIC X(1).
           02 MandateRecord-DebitLimit PIC 9(10)V99.
           02 MandateRecord-ValidFrom  PIC 9(8).
           02 MandateRecord-ValidTo    PIC 9(8).
           02 MandateRecord-DocRef     PIC X(20).

      * the customer-maintenance trail (Opgave9, and the address
      * feed Opgave77 applies through the same file) and the merge
      * trail Opgave36 writes - neither keeps the KundeID in a fixed
      * column, so every line is searched for it.
       FD  Audit9File.
       01  Audit9Line PIC X(100).

       FD  Audit36File.
       01  Audit36Line PIC X(120).

      * the archive inventory the housekeeping step (Opgave71)
      * keeps - rolled-off audit generations are searched too.
       FD  ArchInventory.
       01  ArchInventoryRecord.
           02 Arch-Date     PIC 9(8).
           02 Arch-Source   PIC X(30).
           02 Arch-File     PIC X(50).
           02 Arch-Count    PIC 9(9).

       FD  ArchAuditFile.
       01  ArchAuditLine PIC X(120).

      * the document handed to the customer, one per request.
       FD  ExportFile.
       01  ExportLine PIC X(132).

      * who produced which export and when, against the statutory
      * deadline. Append-only.
       FD  AccessLog.
       01  AccessLogRecord.
           02 AL-Date      PIC 9(8).
           02 AL-Time      PIC 9(8).
           02 AL-KundeID   PIC X(10).
           02 AL-Operator  PIC X(10).
           02 AL-Received  PIC 9(8).
           02 AL-Deadline  PIC 9(8).
           02 AL-Timely    PIC X(1).
               88 AL-ON-TIME VALUE "Y".
               88 AL-LATE    VALUE "N".
           02 AL-Lines     PIC 9(7).
           02 AL-Filename  PIC X(40).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status    PIC X(2) VALUE "00".
       01 WS-BusCustFil-Status    PIC X(2) VALUE "00".
       01 WS-UboFil-Status        PIC X(2) VALUE "00".
       01 WS-AssignFil-Status     PIC X(2) VALUE "00".
       01 WS-BranchFil-Status     PIC X(2) VALUE "00".
       01 WS-CustStatusFil-Status PIC X(2) VALUE "00".
       01 WS-KycFil-Status        PIC X(2) VALUE "00".
       01 WS-TaxResFil-Status     PIC X(2) VALUE "00".
       01 WS-PersFil-Status       PIC X(2) VALUE "00".
       01 WS-GrdFil-Status        PIC X(2) VALUE "00".
       01 WS-DlvPrefFil-Status    PIC X(2) VALUE "00".
       01 WS-PrefFil-Status       PIC X(2) VALUE "00".
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-EjereFil-Status      PIC X(2) VALUE "00".
       01 WS-IbanFil-Status       PIC X(2) VALUE "00".
       01 WS-TransFil-Status      PIC X(2) VALUE "00".
       01 WS-GenInventoryFil-Status PIC X(2) VALUE "00".
       01 WS-GenTransFil-Status   PIC X(2) VALUE "00".
       01 WS-OrderFil-Status      PIC X(2) VALUE "00".
       01 WS-MandateFil-Status    PIC X(2) VALUE "00".
       01 WS-Audit9-Status        PIC X(2) VALUE "00".
       01 WS-Audit36-Status       PIC X(2) VALUE "00".
       01 WS-ArchInventory-Status PIC X(2) VALUE "00".
       01 WS-ArchAudit-Status     PIC X(2) VALUE "00".
       01 WS-ExportFile-Status    PIC X(2) VALUE "00".
       01 WS-AccessLog-Status     PIC X(2) VALUE "00".

       01 EOF-SCAN PIC X VALUE "N".
           88 END-SCAN VALUE "Y" FALSE "N".
       01 EOF-GENINV PIC X VALUE "N".
           88 END-GENINV VALUE "Y" FALSE "N".
       01 EOF-ARCHINV PIC X VALUE "N".
           88 END-ARCHINV VALUE "Y" FALSE "N".

      * the request: whose data, and the day it reached the bank -
      * the deadline runs from receipt, not from the day the export
      * is taken.
       01 WS-Subject-KundeID PIC X(10) VALUE SPACES.
       01 WS-Subject-Len     PIC 9(2) VALUE ZERO.
       01 WS-Received-Date   PIC 9(8) VALUE ZERO.
       01 WS-Received-Parts REDEFINES WS-Received-Date.
           02 WS-Received-Year  PIC 9(4).
           02 WS-Received-Month PIC 9(2).
           02 WS-Received-Day   PIC 9(2).
       01 WS-Deadline-Date   PIC 9(8) VALUE ZERO.
       01 WS-Deadline-Days   PIC 9(3) VALUE 30.
       01 WS-Today    PIC 9(8) VALUE ZERO.
       01 WS-Now-Time PIC 9(8) VALUE ZERO.
       01 WS-Export-Filename PIC X(40) VALUE SPACES.

      * every account the customer owns or holds a role on, with
      * the role - O owner, J joint, G guardian, P power of
      * attorney, as KontoEjere.txt spells them; the account
      * master's own owner counts as O.
       01 WS-Acct-Table.
           02 WS-Acct-Entry OCCURS 100 TIMES.
               03 WS-Acct-KontoID PIC X(10).
               03 WS-Acct-Rolle   PIC X(1).
       01 WS-Acct-Count     PIC 9(3) VALUE ZERO.
       01 WS-Acct-Idx       PIC 9(3) VALUE ZERO.
       01 WS-Acct-Found-Idx PIC 9(3) VALUE ZERO.
       01 WS-Find-KontoID   PIC X(10) VALUE SPACES.
       01 WS-Acct-Full      PIC X VALUE "N".
           88 WS-ACCT-TABLE-FULL VALUE "Y".

      * searching an audit line for the subject's KundeID.
       01 WS-Scan-Line  PIC X(120) VALUE SPACES.
       01 WS-Scan-Pos   PIC 9(3) VALUE ZERO.
       01 WS-Scan-Last  PIC 9(3) VALUE ZERO.
       01 WS-Scan-Next  PIC 9(3) VALUE ZERO.
       01 WS-Line-Hit   PIC X VALUE "N".
           88 WS-LINE-MATCHES VALUE "Y".
       01 WS-Audit-Label PIC X(10) VALUE SPACES.

       01 WS-Lines-Written  PIC 9(7) VALUE ZERO.
       01 WS-Section-Count  PIC 9(7) VALUE ZERO.
       01 WS-Trans-Count    PIC 9(7) VALUE ZERO.
       01 WS-Audit-Count    PIC 9(7) VALUE ZERO.
       01 WS-Heading        PIC X(60) VALUE SPACES.
       01 WS-Amount-Disp    PIC -(10)9.99.
       01 WS-Amount2-Disp   PIC -(10)9.99.
       01 WS-Percent-Disp   PIC ZZ9.99.
       01 WS-Rolle-Text     PIC X(16) VALUE SPACES.
       01 WS-Gen-Filename   PIC X(40) VALUE SPACES.
       01 WS-Arch-Filename  PIC X(50) VALUE SPACES.

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields OPERATOR-SIGNON/SUPERVISOR-APPROVAL (SIGNON.cpy)
      * expect to be loaded.
       01 WS-OperatorFil-Status PIC X(2) VALUE "00".
       01 WS-Operator-ID    PIC X(10) VALUE SPACES.
       01 WS-Operator-Level PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-Signon-OK      PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-Signon-Tries   PIC 9 VALUE ZERO.
       01 WS-Approval-ID    PIC X(10) VALUE SPACES.
       01 WS-Approval-OK    PIC X VALUE "N".
           88 WS-APPROVAL-GIVEN VALUE "Y".

       PROCEDURE DIVISION.
       ACCEPT WS-Today FROM DATE YYYYMMDD

      * the statutory answer period in days, on the OPGAVE110
      * run-control line (columns 11-13) - one month, taken as 30
      * days, when the line is absent.
       MOVE "OPGAVE110" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:3) IS NUMERIC
               AND WS-RC-Value(1:3) NOT = "000"
           MOVE WS-RC-Value(1:3) TO WS-Deadline-Days
       END-IF

       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - access export unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       DISPLAY "KundeID of the data subject: "
       ACCEPT WS-Subject-KundeID
       IF WS-Subject-KundeID = SPACES
           DISPLAY "No KundeID given - nothing exported"
           STOP RUN
       END-IF
       PERFORM VARYING WS-Subject-Len FROM 10 BY -1
               UNTIL WS-Subject-Len = 0
               OR WS-Subject-KundeID(WS-Subject-Len:1) NOT = SPACE
           CONTINUE
       END-PERFORM

       DISPLAY "Date the request was received (YYYYMMDD,"
           " 0 = today): "
       ACCEPT WS-Received-Date
       IF WS-Received-Date = ZERO
           MOVE WS-Today TO WS-Received-Date
       END-IF
       IF WS-Received-Date > WS-Today
               OR WS-Received-Month < 1 OR WS-Received-Month > 12
               OR WS-Received-Day < 1 OR WS-Received-Day > 31
           DISPLAY "Invalid receipt date " WS-Received-Date
               " - nothing exported"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       COMPUTE WS-Deadline-Date = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-Received-Date)
           + WS-Deadline-Days)

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO WS-Export-Filename
       STRING "Opgave110Export." WS-Subject-KundeID ".txt"
           DELIMITED BY SPACE
           INTO WS-Export-Filename
       END-STRING
       OPEN OUTPUT ExportFile
       IF WS-ExportFile-Status NOT = "00"
           DISPLAY "ERROR opening " WS-Export-Filename
               " - status " WS-ExportFile-Status
           CLOSE KundeFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       ACCEPT WS-Now-Time FROM TIME
       MOVE SPACES TO ExportLine
       STRING "Personal data held on customer " WS-Subject-KundeID
           INTO ExportLine
       END-STRING
       PERFORM WRITE-EXPORT-LINE
       MOVE SPACES TO ExportLine
       STRING "Produced " WS-Today " " WS-Now-Time(1:4)
           " by operator " WS-Operator-ID
           INTO ExportLine
       END-STRING
       PERFORM WRITE-EXPORT-LINE
       MOVE SPACES TO ExportLine
       STRING "Request received " WS-Received-Date
           ", answer due by " WS-Deadline-Date
           INTO ExportLine
       END-STRING
       PERFORM WRITE-EXPORT-LINE

       PERFORM EXPORT-CUSTOMER
       PERFORM EXPORT-ADDRESS
       PERFORM EXPORT-PERSONAL
       PERFORM EXPORT-BUSINESS
       PERFORM EXPORT-BRANCH-AND-STATUS
       PERFORM EXPORT-KYC-AND-TAX
       PERFORM EXPORT-PREFERENCES
       PERFORM COLLECT-ACCOUNTS
       PERFORM EXPORT-ACCOUNTS
       PERFORM EXPORT-TRANSACTIONS
       PERFORM EXPORT-STANDING-ORDERS
       PERFORM EXPORT-MANDATES
       PERFORM EXPORT-AUDIT-TRAIL

       MOVE SPACES TO ExportLine
       PERFORM WRITE-EXPORT-LINE
       MOVE SPACES TO ExportLine
       STRING "End of export - " WS-Acct-Count " accounts, "
           WS-Trans-Count " transactions, "
           WS-Audit-Count " audit lines"
           INTO ExportLine
       END-STRING
       PERFORM WRITE-EXPORT-LINE

       CLOSE ExportFile
       CLOSE KundeFil
       CLOSE KontoFil

       PERFORM WRITE-ACCESS-LOG

       DISPLAY "Export written to " WS-Export-Filename " ("
           WS-Lines-Written " lines)"
       IF AL-LATE
           DISPLAY "*** Produced after the deadline of "
               WS-Deadline-Date " - logged as late ***"
       END-IF
       STOP RUN.

       WRITE-EXPORT-LINE.
           WRITE ExportLine
           IF WS-ExportFile-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Export-Filename
                   " - status " WS-ExportFile-Status
               CLOSE ExportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Lines-Written.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO ExportLine
           PERFORM WRITE-EXPORT-LINE
           MOVE WS-Heading TO ExportLine
           PERFORM WRITE-EXPORT-LINE
           MOVE ZERO TO WS-Section-Count.

       WRITE-NONE-ON-FILE.
           MOVE "  (nothing on file)" TO ExportLine
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-CUSTOMER.
           MOVE "Customer record (Kundeoplysninger.txt)" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           MOVE WS-Subject-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   PERFORM WRITE-NONE-ON-FILE
               NOT INVALID KEY
                   MOVE SPACES TO ExportLine
                   STRING "  Name " KundeRecord-Fornavn " "
                       KundeRecord-Efternavn
                       INTO ExportLine
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
                   MOVE SPACES TO ExportLine
                   STRING "  Account " KundeRecord-KontoId
                       " currency " KundeRecord-Valuta
                       " last changed " KundeRecord-LastChanged
                       INTO ExportLine
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
           END-READ.

       EXPORT-ADDRESS.
           MOVE "Address and contact details (KundeAdresser.txt)"
               TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT AdresseFil
           IF WS-AdresseFil-Status NOT = "00"
               PERFORM WRITE-NONE-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Subject-KundeID TO AdresseRecord-KundeID
           READ AdresseFil
               INVALID KEY
                   PERFORM WRITE-NONE-ON-FILE
               NOT INVALID KEY
                   MOVE SPACES TO ExportLine
                   STRING "  " AdresseRecord-Gade " "
                       AdresseRecord-Postnr " " AdresseRecord-By
                       " " AdresseRecord-Land
                       INTO ExportLine
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
                   MOVE SPACES TO ExportLine
                   STRING "  Phone " AdresseRecord-Telefon
                       " e-mail " AdresseRecord-Email
                       INTO ExportLine
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
           END-READ
           CLOSE AdresseFil.

      * the date of birth, and the guardians of a minor together
      * with every minor the customer is guardian of.
       EXPORT-PERSONAL.
           MOVE "Personal details and guardianship" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT PersFil
           IF WS-PersFil-Status = "00"
               MOVE WS-Subject-KundeID TO Pers-KundeID
               READ PersFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ExportLine
                       STRING "  Born " Pers-BirthDate
                           " of age (recorded) " Pers-MajorityDate
                           " last changed " Pers-LastChanged
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE PersFil
           END-IF

           OPEN INPUT GrdFil
           IF WS-GrdFil-Status = "00"
               MOVE WS-Subject-KundeID TO Grd-MinorID
               MOVE LOW-VALUES TO Grd-GuardianID
               SET END-SCAN TO FALSE
               START GrdFil KEY IS NOT LESS THAN Grd-Key
                   INVALID KEY
                       SET END-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-SCAN
                   READ GrdFil NEXT RECORD
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           IF Grd-MinorID NOT = WS-Subject-KundeID
                               SET END-SCAN TO TRUE
                           ELSE
                               PERFORM WRITE-GUARDIAN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-Subject-KundeID TO Grd-GuardianID
               SET END-SCAN TO FALSE
               START GrdFil KEY IS EQUAL TO Grd-GuardianID
                   INVALID KEY
                       SET END-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-SCAN
                   READ GrdFil NEXT RECORD
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           IF Grd-GuardianID NOT = WS-Subject-KundeID
                               SET END-SCAN TO TRUE
                           ELSE
                               PERFORM WRITE-GUARDIAN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GrdFil
           END-IF

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

       WRITE-GUARDIAN-LINE.
           MOVE SPACES TO ExportLine
           STRING "  Minor " Grd-MinorID " guardian " Grd-GuardianID
               " basis " Grd-Basis " since " Grd-Since
               INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-Section-Count.

      * the company details when the customer is a business, and
      * every company the customer stands behind as owner,
      * controller or manager.
       EXPORT-BUSINESS.
           MOVE "Business details and beneficial ownership"
               TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT BusCustFil
           IF WS-BusCustFil-Status = "00"
               MOVE WS-Subject-KundeID TO BusCust-KundeID
               READ BusCustFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ExportLine
                       STRING "  Company CVR " BusCust-CVR " "
                           BusCust-LegalName " " BusCust-LegalForm
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE BusCustFil
           END-IF

           OPEN INPUT UboFil
           IF WS-UboFil-Status = "00"
               MOVE WS-Subject-KundeID TO Ubo-CompanyID
               MOVE LOW-VALUES TO Ubo-OwnerID
               SET END-SCAN TO FALSE
               START UboFil KEY IS NOT LESS THAN Ubo-Key
                   INVALID KEY
                       SET END-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-SCAN
                   READ UboFil NEXT RECORD
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           IF Ubo-CompanyID NOT = WS-Subject-KundeID
                               SET END-SCAN TO TRUE
                           ELSE
                               MOVE "  Owned by " TO WS-Rolle-Text
                               PERFORM WRITE-UBO-LINE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-Subject-KundeID TO Ubo-OwnerID
               SET END-SCAN TO FALSE
               START UboFil KEY IS EQUAL TO Ubo-OwnerID
                   INVALID KEY
                       SET END-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-SCAN
                   READ UboFil NEXT RECORD
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           IF Ubo-OwnerID NOT = WS-Subject-KundeID
                               SET END-SCAN TO TRUE
                           ELSE
                               MOVE "  Stands behind " TO WS-Rolle-Text
                               PERFORM WRITE-UBO-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UboFil
           END-IF

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

       WRITE-UBO-LINE.
           MOVE Ubo-Percent TO WS-Percent-Disp
           MOVE SPACES TO ExportLine
           STRING WS-Rolle-Text " company " Ubo-CompanyID
               " owner " Ubo-OwnerID " basis " Ubo-Basis
               " " WS-Percent-Disp "% since " Ubo-Since
               INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-Section-Count.

       EXPORT-BRANCH-AND-STATUS.
           MOVE "Branch and customer status" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT AssignFil
           IF WS-AssignFil-Status = "00"
               MOVE WS-Subject-KundeID TO AssignRecord-KundeID
               READ AssignFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO BranchRecord-Navn
                       OPEN INPUT BranchFil
                       IF WS-BranchFil-Status = "00"
                           MOVE AssignRecord-Branch
                               TO BranchRecord-Kode
                           READ BranchFil
                               INVALID KEY
                                   MOVE SPACES TO BranchRecord-Navn
                           END-READ
                           CLOSE BranchFil
                       END-IF
                       MOVE SPACES TO ExportLine
                       STRING "  Branch " AssignRecord-Branch " "
                           BranchRecord-Navn
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE AssignFil
           END-IF

           OPEN INPUT CustStatusFil
           IF WS-CustStatusFil-Status = "00"
               MOVE WS-Subject-KundeID TO CustStatus-KundeID
               READ CustStatusFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ExportLine
                       STRING "  Status " CustStatus-Status
                           " since " CustStatus-Date
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE CustStatusFil
           END-IF

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

       EXPORT-KYC-AND-TAX.
           MOVE "Know-your-customer and tax residency" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT KycFil
           IF WS-KycFil-Status = "00"
               MOVE WS-Subject-KundeID TO KycRecord-KundeID
               READ KycFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ExportLine
                       STRING "  KYC risk class " KycRecord-RiskClass
                           " last review " KycRecord-LastReview
                           " next review " KycRecord-NextReview
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE KycFil
           END-IF

           OPEN INPUT TaxResFil
           IF WS-TaxResFil-Status = "00"
               MOVE WS-Subject-KundeID TO TaxRes-KundeID
               MOVE LOW-VALUES TO TaxRes-Country
               SET END-SCAN TO FALSE
               START TaxResFil KEY IS NOT LESS THAN TaxRes-Key
                   INVALID KEY
                       SET END-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-SCAN
                   READ TaxResFil NEXT RECORD
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           IF TaxRes-KundeID NOT = WS-Subject-KundeID
                               SET END-SCAN TO TRUE
                           ELSE
                               MOVE SPACES TO ExportLine
                               STRING "  Tax resident " TaxRes-Country
                                   " TIN " TaxRes-TIN
                                   " self-certified "
                                   TaxRes-SelfCertDate
                                   " US person " TaxRes-UsPerson
                                   INTO ExportLine
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                               ADD 1 TO WS-Section-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TaxResFil
           END-IF

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

       EXPORT-PREFERENCES.
           MOVE "Delivery and alert preferences" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT DlvPrefFil
           IF WS-DlvPrefFil-Status = "00"
               MOVE WS-Subject-KundeID TO DP-KundeID
               READ DlvPrefFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ExportLine
                       STRING "  Delivery channel " DP-Channel
                           " mailbox " DP-MailboxID
                           " changed " DP-LastChanged
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE DlvPrefFil
           END-IF

           OPEN INPUT PrefFil
           IF WS-PrefFil-Status = "00"
               MOVE WS-Subject-KundeID TO PrefRecord-KundeID
               READ PrefFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PrefRecord-LowBal TO WS-Amount-Disp
                       MOVE PrefRecord-BigDebit TO WS-Amount2-Disp
                       MOVE SPACES TO ExportLine
                       STRING "  Alerts: low balance " WS-Amount-Disp
                           " large debit " WS-Amount2-Disp
                           " failed standing order "
                           PrefRecord-SOFail
                           " channel " PrefRecord-Channel
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                       ADD 1 TO WS-Section-Count
               END-READ
               CLOSE PrefFil
           END-IF

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

      * the accounts the master names the customer as owner of,
      * then every role KontoEjere.txt gives them.
       COLLECT-ACCOUNTS.
           MOVE ZERO TO WS-Acct-Count
           MOVE WS-Subject-KundeID TO KontoRecord-KundeID
           SET END-SCAN TO FALSE
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-SCAN
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID NOT = WS-Subject-KundeID
                           SET END-SCAN TO TRUE
                       ELSE
                           MOVE KontoRecord-KontoID TO WS-Find-KontoID
                           MOVE "O" TO WS-Rolle-Text
                           PERFORM ADD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT EjereFil
           IF WS-EjereFil-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Subject-KundeID TO EjereRecord-KundeID
           SET END-SCAN TO FALSE
           START EjereFil KEY IS EQUAL TO EjereRecord-KundeID
               INVALID KEY
                   SET END-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-SCAN
               READ EjereFil NEXT RECORD
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       IF EjereRecord-KundeID NOT = WS-Subject-KundeID
                           SET END-SCAN TO TRUE
                       ELSE
                           MOVE EjereRecord-KontoID TO WS-Find-KontoID
                           MOVE EjereRecord-Rolle TO WS-Rolle-Text
                           PERFORM ADD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EjereFil.

       ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT
           IF WS-Acct-Found-Idx NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Acct-Count >= 100
               MOVE "Y" TO WS-Acct-Full
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Acct-Count
           MOVE WS-Find-KontoID TO WS-Acct-KontoID(WS-Acct-Count)
           MOVE WS-Rolle-Text(1:1) TO WS-Acct-Rolle(WS-Acct-Count).

       FIND-ACCOUNT.
           MOVE ZERO TO WS-Acct-Found-Idx
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
                   OR WS-Acct-Found-Idx NOT = ZERO
               IF WS-Acct-KontoID(WS-Acct-Idx) = WS-Find-KontoID
                   MOVE WS-Acct-Idx TO WS-Acct-Found-Idx
               END-IF
           END-PERFORM.

       EXPORT-ACCOUNTS.
           MOVE "Accounts owned or held a role on (KontoEjere.txt)"
               TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           IF WS-Acct-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-TABLE-FULL
               MOVE "  WARNING: more than 100 accounts - the list and"
                   & " the history below stop at the first 100"
                   TO ExportLine
               PERFORM WRITE-EXPORT-LINE
           END-IF

           OPEN INPUT IbanFil
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               EVALUATE WS-Acct-Rolle(WS-Acct-Idx)
                   WHEN "O"
                       MOVE "owner" TO WS-Rolle-Text
                   WHEN "J"
                       MOVE "joint owner" TO WS-Rolle-Text
                   WHEN "G"
                       MOVE "guardian" TO WS-Rolle-Text
                   WHEN "P"
                       MOVE "power of attorney" TO WS-Rolle-Text
                   WHEN OTHER
                       MOVE WS-Acct-Rolle(WS-Acct-Idx) TO WS-Rolle-Text
               END-EVALUATE
               MOVE WS-Acct-KontoID(WS-Acct-Idx) TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       MOVE SPACES TO ExportLine
                       STRING "  " KontoRecord-KontoID " as "
                           WS-Rolle-Text
                           " - account no longer on the master"
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
                   NOT INVALID KEY
                       MOVE KontoRecord-Balance TO WS-Amount-Disp
                       MOVE SPACES TO ExportLine
                       STRING "  " KontoRecord-KontoID " as "
                           WS-Rolle-Text " " KontoRecord-KontoType
                           " balance " WS-Amount-Disp " "
                           KontoRecord-Valuta " status "
                           KontoRecord-Status " since "
                           KontoRecord-StatusDate
                           INTO ExportLine
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
               END-READ
               IF WS-IbanFil-Status = "00"
                   MOVE WS-Acct-KontoID(WS-Acct-Idx) TO KI-KontoID
                   READ IbanFil
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO ExportLine
                           STRING "             IBAN " KI-IBAN
                               " BIC " KI-BIC
                               INTO ExportLine
                           END-STRING
                           PERFORM WRITE-EXPORT-LINE
                   END-READ
               END-IF
           END-PERFORM
           IF WS-IbanFil-Status = "00"
               CLOSE IbanFil
           END-IF.

      * the rolled-off years first, oldest first as the inventory
      * lists them, then the live file - the history reads forward.
       EXPORT-TRANSACTIONS.
           MOVE "Transaction history on those accounts" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           IF WS-Acct-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
               EXIT PARAGRAPH
           END-IF

           SET END-GENINV TO FALSE
           OPEN INPUT GenInventoryFil
           IF WS-GenInventoryFil-Status = "00"
               PERFORM UNTIL END-GENINV
                   READ GenInventoryFil
                       AT END
                           SET END-GENINV TO TRUE
                       NOT AT END
                           PERFORM EXPORT-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE GenInventoryFil
           END-IF

           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               DISPLAY "ERROR opening KontoTransaktion.txt - status "
                   WS-TransFil-Status
               CLOSE ExportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           SET END-SCAN TO FALSE
           PERFORM UNTIL END-SCAN
               READ KontoTransaktionFil
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       PERFORM EXPORT-IF-SUBJECT-TRANS
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

       EXPORT-ONE-GENERATION.
           MOVE Inv-Filename TO WS-Gen-Filename
           OPEN INPUT GenTransFil
           IF WS-GenTransFil-Status NOT = "00"
               MOVE SPACES TO ExportLine
               STRING "  WARNING: generation " WS-Gen-Filename
                   " is missing - year " Inv-Year " not included"
                   INTO ExportLine
               END-STRING
               PERFORM WRITE-EXPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET END-SCAN TO FALSE
           PERFORM UNTIL END-SCAN
               READ GenTransFil
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       MOVE GenTransLine TO KontoTransRecord
                       PERFORM EXPORT-IF-SUBJECT-TRANS
               END-READ
           END-PERFORM
           CLOSE GenTransFil.

       EXPORT-IF-SUBJECT-TRANS.
           MOVE TransKontoID TO WS-Find-KontoID
           PERFORM FIND-ACCOUNT
           IF WS-Acct-Found-Idx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE TransAmount TO WS-Amount-Disp
           MOVE TransBalanceAfter TO WS-Amount2-Disp
           MOVE SPACES TO ExportLine
           STRING "  " TransKontoID " " TransDate " " TransType
               " " WS-Amount-Disp " bal " WS-Amount2-Disp
               " ref " TransRef " " TransText
               INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-Section-Count
           ADD 1 TO WS-Trans-Count.

      * orders paying from or into any of the customer's accounts.
       EXPORT-STANDING-ORDERS.
           MOVE "Standing orders (StandingOrders.txt)" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT OrderFil
           IF WS-OrderFil-Status NOT = "00" OR WS-Acct-Count = ZERO
               IF WS-OrderFil-Status = "00"
                   CLOSE OrderFil
               END-IF
               PERFORM WRITE-NONE-ON-FILE
               EXIT PARAGRAPH
           END-IF
           SET END-SCAN TO FALSE
           PERFORM UNTIL END-SCAN
               READ OrderFil NEXT RECORD
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       MOVE OrderRecord-PayerKonto TO WS-Find-KontoID
                       PERFORM FIND-ACCOUNT
                       IF WS-Acct-Found-Idx = ZERO
                           MOVE OrderRecord-PayeeKonto
                               TO WS-Find-KontoID
                           PERFORM FIND-ACCOUNT
                       END-IF
                       IF WS-Acct-Found-Idx NOT = ZERO
                           MOVE OrderRecord-Amount TO WS-Amount-Disp
                           MOVE SPACES TO ExportLine
                           STRING "  Order " OrderRecord-OrderID
                               " from " OrderRecord-PayerKonto
                               " to " OrderRecord-PayeeKonto " "
                               WS-Amount-Disp " " OrderRecord-Valuta
                               " every " OrderRecord-Frequency
                               " next " OrderRecord-NextDue
                               INTO ExportLine
                           END-STRING
                           PERFORM WRITE-EXPORT-LINE
                           ADD 1 TO WS-Section-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OrderFil
           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

      * mandates the customer holds, and mandates others hold over
      * the customer's accounts.
       EXPORT-MANDATES.
           MOVE "Mandates (Mandates.txt)" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT MandateFil
           IF WS-MandateFil-Status NOT = "00"
               PERFORM WRITE-NONE-ON-FILE
               EXIT PARAGRAPH
           END-IF
           SET END-SCAN TO FALSE
           PERFORM UNTIL END-SCAN
               READ MandateFil NEXT RECORD
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       MOVE MandateRecord-KontoID TO WS-Find-KontoID
                       PERFORM FIND-ACCOUNT
                       IF WS-Acct-Found-Idx NOT = ZERO
                               OR MandateRecord-HolderID
                                   = WS-Subject-KundeID
                           MOVE MandateRecord-DebitLimit
                               TO WS-Amount-Disp
                           MOVE SPACES TO ExportLine
                           STRING "  Account " MandateRecord-KontoID
                               " holder " MandateRecord-HolderID " "
                               MandateRecord-Name " scope "
                               MandateRecord-Scope " limit "
                               WS-Amount-Disp " "
                               MandateRecord-ValidFrom "-"
                               MandateRecord-ValidTo " doc "
                               MandateRecord-DocRef
                               INTO ExportLine
                           END-STRING
                           PERFORM WRITE-EXPORT-LINE
                           ADD 1 TO WS-Section-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MandateFil
           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

      * archived generations of the two trails first, then the live
      * files, so the trail reads forward in time.
       EXPORT-AUDIT-TRAIL.
           MOVE "Audit trail lines naming the customer" TO WS-Heading
           PERFORM WRITE-SECTION-HEADING

           SET END-ARCHINV TO FALSE
           OPEN INPUT ArchInventory
           IF WS-ArchInventory-Status = "00"
               PERFORM UNTIL END-ARCHINV
                   READ ArchInventory
                       AT END
                           SET END-ARCHINV TO TRUE
                       NOT AT END
                           PERFORM SEARCH-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ArchInventory
           END-IF

           MOVE "OPGAVE9" TO WS-Audit-Label
           OPEN INPUT Audit9File
           IF WS-Audit9-Status = "00"
               SET END-SCAN TO FALSE
               PERFORM UNTIL END-SCAN
                   READ Audit9File
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           MOVE Audit9Line TO WS-Scan-Line
                           PERFORM EXPORT-IF-SUBJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE Audit9File
           END-IF

           MOVE "OPGAVE36" TO WS-Audit-Label
           OPEN INPUT Audit36File
           IF WS-Audit36-Status = "00"
               SET END-SCAN TO FALSE
               PERFORM UNTIL END-SCAN
                   READ Audit36File
                       AT END
                           SET END-SCAN TO TRUE
                       NOT AT END
                           MOVE Audit36Line TO WS-Scan-Line
                           PERFORM EXPORT-IF-SUBJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE Audit36File
           END-IF

           IF WS-Section-Count = ZERO
               PERFORM WRITE-NONE-ON-FILE
           END-IF.

       SEARCH-ONE-ARCHIVE.
           EVALUATE Arch-Source
               WHEN "Opgave9Audit.txt"
                   MOVE "OPGAVE9"  TO WS-Audit-Label
               WHEN "Opgave36Audit.txt"
                   MOVE "OPGAVE36" TO WS-Audit-Label
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE Arch-File TO WS-Arch-Filename
           OPEN INPUT ArchAuditFile
           IF WS-ArchAudit-Status NOT = "00"
               MOVE SPACES TO ExportLine
               STRING "  WARNING: archive " WS-Arch-Filename
                   " is missing - trail incomplete"
                   INTO ExportLine
               END-STRING
               PERFORM WRITE-EXPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET END-SCAN TO FALSE
           PERFORM UNTIL END-SCAN
               READ ArchAuditFile
                   AT END
                       SET END-SCAN TO TRUE
                   NOT AT END
                       MOVE ArchAuditLine TO WS-Scan-Line
                       PERFORM EXPORT-IF-SUBJECT-LINE
               END-READ
           END-PERFORM
           CLOSE ArchAuditFile.

      * the KundeID must stand on its own - a longer number that
      * merely contains it is somebody else.
       EXPORT-IF-SUBJECT-LINE.
           MOVE "N" TO WS-Line-Hit
           COMPUTE WS-Scan-Last = 121 - WS-Subject-Len
           PERFORM VARYING WS-Scan-Pos FROM 1 BY 1
                   UNTIL WS-Scan-Pos > WS-Scan-Last
                   OR WS-LINE-MATCHES
               IF WS-Scan-Line(WS-Scan-Pos:WS-Subject-Len)
                       = WS-Subject-KundeID(1:WS-Subject-Len)
                   MOVE "Y" TO WS-Line-Hit
                   IF WS-Scan-Pos > 1
                       IF WS-Scan-Line(WS-Scan-Pos - 1:1) IS NUMERIC
                           MOVE "N" TO WS-Line-Hit
                       END-IF
                   END-IF
                   COMPUTE WS-Scan-Next = WS-Scan-Pos + WS-Subject-Len
                   IF WS-Scan-Next <= 120
                       IF WS-Scan-Line(WS-Scan-Next:1) IS NUMERIC
                           MOVE "N" TO WS-Line-Hit
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINE-MATCHES
               MOVE SPACES TO ExportLine
               STRING "  " WS-Audit-Label " " WS-Scan-Line
                   INTO ExportLine
               END-STRING
               PERFORM WRITE-EXPORT-LINE
               ADD 1 TO WS-Section-Count
               ADD 1 TO WS-Audit-Count
           END-IF.

       WRITE-ACCESS-LOG.
           OPEN EXTEND AccessLog
           IF WS-AccessLog-Status = "35"
               OPEN OUTPUT AccessLog
           END-IF
           IF WS-AccessLog-Status NOT = "00"
               DISPLAY "ERROR opening Opgave110AccessLog.txt - status "
                   WS-AccessLog-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Today            TO AL-Date
           MOVE WS-Now-Time         TO AL-Time
           MOVE WS-Subject-KundeID  TO AL-KundeID
           MOVE WS-Operator-ID      TO AL-Operator
           MOVE WS-Received-Date    TO AL-Received
           MOVE WS-Deadline-Date    TO AL-Deadline
           IF WS-Today > WS-Deadline-Date
               SET AL-LATE TO TRUE
           ELSE
               SET AL-ON-TIME TO TRUE
           END-IF
           MOVE WS-Lines-Written    TO AL-Lines
           MOVE WS-Export-Filename  TO AL-Filename
           WRITE AccessLogRecord
           IF WS-AccessLog-Status NOT = "00"
               DISPLAY "ERROR writing Opgave110AccessLog.txt - status "
                   WS-AccessLog-Status
               CLOSE AccessLog
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE AccessLog.

       COPY "RUNCTL.cpy".

       COPY "SIGNON.cpy".
