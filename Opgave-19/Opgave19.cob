               RECORD KEY IS ValutaRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ValutaFil-Status.
           SELECT TaxResFil ASSIGN TO "TaxResidency.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxRes-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TaxResFil-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLine PIC X(100).

      * every opening is logged as a lifecycle event for the
      * monthly acquisition report - and a customer's first
      * account also as a new customer.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       FD  PeriodFil.
       01  PeriodRecord.
           02 PeriodRecord-Period PIC 9(6).
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * the currency master Opgave47 maintains.
       FD  ValutaFil.
           02 ValutaRecord-Active    PIC X(1).
               88 VALUTA-RECORD-ACTIVE VALUE "A".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

      * the tax-residency register Opgave99 maintains - no account
      * is opened for a customer without a self-certification on
      * file.
       FD  TaxResFil.
       01  TaxResRecord.
           COPY "TAXRES.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KundeFil-Status       PIC X(2) VALUE "00".
       01 WS-Kyc-Overdue PIC X VALUE "N".
           88 WS-KYC-IS-OVERDUE VALUE "Y".

      * a missing tax-residency register means self-certification
      * has not been introduced yet - openings proceed as before.
       01 WS-TaxResFil-Status PIC X(2) VALUE "00".
       01 WS-TaxRes-File-Open PIC X VALUE "N".
           88 WS-HAS-TAXRES-FILE VALUE "Y".
       01 WS-SelfCert-Found PIC X VALUE "Y".
           88 WS-SELFCERT-ON-FILE VALUE "Y".
       01 EOF-TAXRES PIC X VALUE "N".
           88 END-TAXRES VALUE "Y" FALSE "N".

      * a missing product catalog is announced and the free-text
      * validation of old times applies for the night - the same
      * stance CURRMAST.cpy takes to a late currency master.
       01 WS-Period-Is-Open PIC X VALUE "Y".
           88 WS-OPEN-PERIOD VALUE "Y".

       01 WS-LifeEvt-Status PIC X(2) VALUE "00".
       01 WS-First-Acct-Flag PIC X VALUE "N".
           88 WS-FIRST-ACCOUNT VALUE "Y".

       01 WS-Opened-Count   PIC 9(7) VALUE ZERO.
       01 WS-Rejected-Count PIC 9(7) VALUE ZERO.
       01 WS-RejectFile-Status PIC X(2) VALUE "00".
           MOVE "Y" TO WS-Kyc-File-Open
       END-IF

       OPEN INPUT TaxResFil
       IF WS-TaxResFil-Status = "00"
           MOVE "Y" TO WS-TaxRes-File-Open
       END-IF

       MOVE "Kundeoplysninger.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE
       MOVE "Kontooplysninger.txt" TO WS-Precheck-Filename
       IF WS-HAS-KYC-FILE
           CLOSE KycFil
       END-IF
       IF WS-HAS-TAXRES-FILE
           CLOSE TaxResFil
       END-IF
       STOP RUN.

      * one forward pass over the existing master, the same scan
               END-IF
           END-IF

           IF WS-INTAKE-OK
               PERFORM CHECK-TAX-SELFCERT
               IF NOT WS-SELFCERT-ON-FILE
                   MOVE "N" TO WS-Intake-Valid
                   PERFORM WRITE-NO-SELFCERT-REJECT
               END-IF
           END-IF

           IF WS-INTAKE-OK
               PERFORM OPEN-NEW-ACCOUNT
           END-IF.
           MOVE "KYCO" TO WS-Reject-Reason
           PERFORM WRITE-STRUCT-REJECT.

      * any residency on file carrying a self-certification date
      * will do - the bank's own accounts (*BANK*) certify nothing.
      * Like an overdue review, its own reject reason: the opening
      * waits in the repair flow until Opgave99's entry is approved.
       CHECK-TAX-SELFCERT.
           MOVE "Y" TO WS-SelfCert-Found
           IF NOT WS-HAS-TAXRES-FILE
                   OR Intake-KundeID = "*BANK*"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SelfCert-Found
           SET END-TAXRES TO FALSE
           MOVE Intake-KundeID TO TaxRes-KundeID
           MOVE LOW-VALUES     TO TaxRes-Country
           START TaxResFil KEY IS NOT LESS THAN TaxRes-Key
               INVALID KEY
                   SET END-TAXRES TO TRUE
           END-START
           PERFORM UNTIL END-TAXRES OR WS-SELFCERT-ON-FILE
               READ TaxResFil NEXT RECORD
                   AT END
                       SET END-TAXRES TO TRUE
                   NOT AT END
                       IF TaxRes-KundeID NOT = Intake-KundeID
                           SET END-TAXRES TO TRUE
                       ELSE
                           IF TaxRes-SelfCertDate > ZERO
                               MOVE "Y" TO WS-SelfCert-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NO-SELFCERT-REJECT.
           ADD 1 TO WS-Rejected-Count
           MOVE SPACES TO OpeningsLine
           STRING
               "REJECTED - KundeID " Intake-KundeID
               " has no tax self-certification on file"
               INTO OpeningsLine
           END-STRING
           PERFORM WRITE-OPENINGS-LINE
           MOVE "TAXC" TO WS-Reject-Reason
           PERFORM WRITE-STRUCT-REJECT.

       WRITE-INVALID-PRODUCT-REJECT.
           ADD 1 TO WS-Rejected-Count
           MOVE SPACES TO OpeningsLine
       OPEN-NEW-ACCOUNT.
           PERFORM GENERATE-NEXT-KONTOID

      * a KundeID with no account yet is a customer won, not just
      * another account sold - looked up before this one is added.
           MOVE "N" TO WS-First-Acct-Flag
           MOVE Intake-KundeID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   MOVE "Y" TO WS-First-Acct-Flag
           END-START

           MOVE WS-AccountNumber  TO KontoID
           MOVE Intake-KundeID    TO KontoKundeID
           MOVE Intake-KontoType  TO KontoType
                   MOVE KontoBalance TO WS-Audit-Balance-Disp
                   MOVE KontoValuta  TO WS-Audit-Currency
                   PERFORM WRITE-AUDIT-LINE
                   PERFORM LOG-OPENING-EVENTS
           END-WRITE.

       LOG-OPENING-EVENTS.
           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Today            TO LE-Date
           MOVE "OPGAVE19"          TO LE-Source
           MOVE KontoRecord-KundeID TO LE-KundeID
           MOVE KontoRecord-KontoID TO LE-KontoID
           MOVE KontoRecord-KontoType TO LE-KontoType
           MOVE KontoRecord-Balance TO LE-Balance
           MOVE KontoRecord-Valuta  TO LE-Valuta
           IF WS-FIRST-ACCOUNT
               SET LE-NEW-CUSTOMER TO TRUE
               PERFORM WRITE-LIFE-EVENT
           END-IF
           SET LE-ACCOUNT-OPENED TO TRUE
           PERFORM WRITE-LIFE-EVENT.

       WRITE-OPENED-LINE.
           MOVE KontoBalance TO WS-Balance-Display
           MOVE SPACES TO OpeningsLine

       COPY "AUDITLOG.cpy".

       COPY "LIFELOG.cpy".

       COPY "FILECHECK.cpy".

       COPY "PERIODCHK.cpy".
