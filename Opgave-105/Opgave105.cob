       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave105.

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
           SELECT IbanFil ASSIGN TO "KontoIBAN.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KI-KontoID
               ALTERNATE RECORD KEY IS KI-IBAN
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-IbanFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave105Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
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

      * the IBAN register - one record per account, the IBAN a
      * unique alternate key so clearing can match on it.
       FD  IbanFil.
       01  IbanRecord.
           COPY "KONTOIBAN.cpy".

      * tonight's new assignments, for the branches to pass on to
      * the customers concerned.
       FD  ReportFile.
       01  ReportLine PIC X(100).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE105".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-IbanFil-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
      * The BANKID line carries the bank's identity: country code
      * in columns 11-12, registration number in 13-16 and the BIC
      * in 17-27 (an 8-character BIC padded with spaces).
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
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields VALIDATE-ACCOUNT-NUMBER (VALIDKONTO.cpy) expects to
      * be loaded.
       01 WS-AccountNumber   PIC X(10).
       01 WS-Account-Valid   PIC X VALUE "Y".
           88 WS-ACCOUNT-NUMBER-OK VALUE "Y".
       01 WS-AN-Idx           PIC 99.
       01 WS-AN-Digit         PIC 9.
       01 WS-AN-Sum           PIC 9(3).
       01 WS-AN-Quotient      PIC 9.
       01 WS-AN-Expected      PIC 9.

      * fields BUILD-IBAN/VALIDATE-IBAN (IBAN.cpy) expect to be
      * loaded.
       01 WS-IBAN          PIC X(34).
       01 WS-IBAN-Valid    PIC X VALUE "Y".
           88 WS-IBAN-OK VALUE "Y".
       01 WS-IB-Country    PIC X(2).
       01 WS-IB-BankCode   PIC X(4).
       01 WS-IB-KontoID    PIC X(10).
       01 WS-IB-Len        PIC 99.
       01 WS-IB-Idx        PIC 99.
       01 WS-IB-Pos        PIC 99.
       01 WS-IB-Letter     PIC 99.
       01 WS-IB-Char       PIC X.
       01 WS-IB-Digit      PIC 9.
       01 WS-IB-Rem        PIC 99.
       01 WS-IB-Check      PIC 99.
       01 WS-IB-Work       PIC 9(5).
       01 WS-IB-Quotient   PIC 9(5).
       01 WS-IB-Letters    PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-Bank-BIC PIC X(11) VALUE SPACES.

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".

       01 WS-Accounts-Read     PIC 9(7) VALUE ZERO.
       01 WS-Ibans-Assigned    PIC 9(7) VALUE ZERO.
       01 WS-Accounts-Skipped  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

      * without the bank's identity there is nothing to derive an
      * IBAN from - tonight's new accounts wait for tomorrow, and
      * incoming items quoting them fall to suspense until then.
       MOVE "BANKID" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF NOT WS-RC-PARAM-FOUND
               OR WS-RC-Value(1:2) NOT ALPHABETIC-UPPER
               OR WS-RC-Value(1:1) = SPACE
               OR WS-RC-Value(2:1) = SPACE
               OR WS-RC-Value(3:4) NOT NUMERIC
               OR WS-RC-Value(7:8) = SPACES
           DISPLAY "WARNING: no valid BANKID line in RunControl.txt"
               " - no IBANs assigned"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       MOVE WS-RC-Value(1:2)  TO WS-IB-Country
       MOVE WS-RC-Value(3:4)  TO WS-IB-BankCode
       MOVE WS-RC-Value(7:11) TO WS-Bank-BIC

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O IbanFil
       IF WS-IbanFil-Status = "35"
      * no register yet - the first run creates it and assigns
      * every account on the master.
           OPEN OUTPUT IbanFil
           CLOSE IbanFil
           OPEN I-O IbanFil
       END-IF
       IF WS-IbanFil-Status NOT = "00"
           DISPLAY "ERROR opening KontoIBAN.txt - status "
               WS-IbanFil-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave105Report.txt - status "
               WS-ReportFile-Status
           CLOSE KontoFil
           CLOSE IbanFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "IBANs assigned on " WS-Business-Date
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       PERFORM UNTIL END-KONTO
           READ KontoFil NEXT RECORD
               AT END
                   SET END-KONTO TO TRUE
               NOT AT END
                   ADD 1 TO WS-Accounts-Read
                   PERFORM ASSIGN-ACCOUNT-IBAN
           END-READ
       END-PERFORM

       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Accounts read: " WS-Accounts-Read
           "  IBANs assigned: " WS-Ibans-Assigned
           "  not in our numbering: " WS-Accounts-Skipped
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       CLOSE KontoFil
       CLOSE IbanFil
       CLOSE ReportFile

       DISPLAY "Accounts read: " WS-Accounts-Read
       DISPLAY "IBANs assigned: " WS-Ibans-Assigned
       DISPLAY "Accounts outside the numbering scheme: "
           WS-Accounts-Skipped

       MOVE WS-Accounts-Read    TO WS-Job-Count1
       MOVE WS-Ibans-Assigned   TO WS-Job-Count2
       MOVE WS-Accounts-Skipped TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * an IBAN, once assigned, is never touched again - customers
      * print it on invoices and give it to employers. Closed
      * accounts get one too: a payment can still arrive quoting
      * it and must be matched to be returned. Only an account
      * outside our numbering (the bank's own ledger plumbing) is
      * left without one - its number cannot carry a check digit
      * the sending bank would expect.
       ASSIGN-ACCOUNT-IBAN.
           MOVE KontoRecord-KontoID TO KI-KontoID
           READ IbanFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE KontoRecord-KontoID TO WS-AccountNumber
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF NOT WS-ACCOUNT-NUMBER-OK
               ADD 1 TO WS-Accounts-Skipped
               EXIT PARAGRAPH
           END-IF

           MOVE KontoRecord-KontoID TO WS-IB-KontoID
           PERFORM BUILD-IBAN
           IF NOT WS-IBAN-OK
               ADD 1 TO WS-Accounts-Skipped
               EXIT PARAGRAPH
           END-IF

           MOVE KontoRecord-KontoID TO KI-KontoID
           MOVE WS-IBAN             TO KI-IBAN
           MOVE WS-Bank-BIC         TO KI-BIC
           MOVE WS-Business-Date    TO KI-Assigned
           WRITE IbanRecord
           IF WS-IbanFil-Status NOT = "00"
               DISPLAY "ERROR writing KontoIBAN.txt - status "
                   WS-IbanFil-Status " for " KontoRecord-KontoID
               CLOSE KontoFil
               CLOSE IbanFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Ibans-Assigned

           MOVE SPACES TO ReportLine
           STRING "  " KontoRecord-KontoID
               " " KontoRecord-KundeID
               " " KI-IBAN
               " " KI-BIC
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave105Report.txt - status "
                   WS-ReportFile-Status
               CLOSE KontoFil
               CLOSE IbanFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "IBAN.cpy".

       COPY "VALIDKONTO.cpy".

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
