               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT SarCaseFil ASSIGN TO "SarCases.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SC-CaseNo
               ALTERNATE RECORD KEY IS SC-KundeID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SarCaseFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT AlertFile ASSIGN TO "Opgave64Alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlertFile-Status.
      * a customer who takes the digital mailbox gets the alert
      * there instead of (or as well as) through the contact
      * channel (DELIVERY.cpy).
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

      * a customer under a suspicious activity case is sent no
      * alerts until the case closes (SARCHECK.cpy).
       FD  SarCaseFil.
       01  SarCaseRecord.
           COPY "SARCASE.cpy".

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".
       FD  AlertFile.
       01  AlertLine PIC X(132).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
       01 WS-RejectScanFile-Status PIC X(2) VALUE "00".
       01 WS-AlertFile-Status      PIC X(2) VALUE "00".

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
       01 WS-Dlv-DocType   PIC X(4) VALUE "ALRT".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE64".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

       01 EOF-PREFINTAKE PIC X VALUE "N".
           88 END-PREFINTAKE VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
       01 WS-Has-Adresse PIC X VALUE "N".
           88 WS-ADRESSE-OPEN VALUE "Y".

      * fields CHECK-SAR-HOLD (SARCHECK.cpy) expects to be loaded.
       01 WS-SarCaseFil-Status PIC X(2) VALUE "00".
       01 WS-Has-SarCases PIC X VALUE "N".
           88 WS-SARCASES-OPEN VALUE "Y".
       01 WS-Sar-KundeID PIC X(10) VALUE SPACES.
       01 WS-Sar-Hold    PIC X VALUE "N".
           88 WS-SAR-HOLD-ON VALUE "Y".
       01 EOF-SARCASE PIC X VALUE "N".
           88 END-SARCASE VALUE "Y" FALSE "N".
       01 WS-Alerts-Held PIC 9(5) VALUE ZERO.

      * the day's final balance per account with activity - the
      * low-balance test runs on where the account ENDED, not on
      * every dip it passed through.
           MOVE "Y" TO WS-Has-Adresse
       END-IF

       OPEN INPUT SarCaseFil
       IF WS-SarCaseFil-Status = "00"
           MOVE "Y" TO WS-Has-SarCases
       END-IF

       OPEN OUTPUT AlertFile
       IF WS-AlertFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave64Alerts.txt - status "
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM OPEN-DELIVERY-FILES

       PERFORM SCAN-TODAYS-POSTINGS
       PERFORM EVALUATE-FINAL-BALANCES
       PERFORM SCAN-FAILED-TRANSFERS
       IF WS-ADRESSE-OPEN
           CLOSE AdresseFil
       END-IF
       IF WS-SARCASES-OPEN
           CLOSE SarCaseFil
       END-IF
       CLOSE AlertFile
       PERFORM CLOSE-DELIVERY-FILES

       DISPLAY "Preference changes applied: " WS-Prefs-Applied
       DISPLAY "Alerts raised: " WS-Alerts-Raised
       DISPLAY "Alerts sent to the digital mailbox: " WS-Dlv-Docs
       DISPLAY "Alerts held back: " WS-Alerts-Held

       MOVE WS-Trans-Seen    TO WS-Job-Count1
       MOVE WS-Alerts-Raised TO WS-Job-Count2
                   MOVE "Y" TO WS-Pref-Hit
           END-READ.

      * nothing says why an alert is held - the count goes to the
      * run log only.
       RAISE-ALERT.
           MOVE KontoRecord-KundeID TO WS-Sar-KundeID
           PERFORM CHECK-SAR-HOLD
           IF WS-SAR-HOLD-ON
               ADD 1 TO WS-Alerts-Held
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Contact
           IF WS-ADRESSE-OPEN
               MOVE KontoRecord-KundeID
           END-IF

           ADD 1 TO WS-Alerts-Raised
           MOVE KontoRecord-KundeID TO WS-Dlv-KundeID
           PERFORM CHECK-DELIVERY-CHANNEL
           IF WS-DLV-TO-MAILBOX
               PERFORM OUTBOX-BEGIN-DOCUMENT
               MOVE SPACES TO WS-Dlv-Line
               STRING WS-Today " " WS-Alert-Text
                   DELIMITED BY SIZE INTO WS-Dlv-Line
               END-STRING
               PERFORM OUTBOX-WRITE-LINE
           END-IF
           IF NOT WS-DLV-TO-PAPER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AlertLine
           STRING
               WS-Today
           END-IF.

       COPY "JOBLOG.cpy".

       COPY "SARCHECK.cpy".

       COPY "DELIVERY.cpy".
