           SELECT TaxReportFile ASSIGN TO "Opgave34TaxReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TaxReportFile-Status.
      * a customer who takes the digital mailbox gets the letter
      * there instead of (or as well as) on paper (DELIVERY.cpy).
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.

       DATA DIVISION.
       FILE SECTION.
           02 Tax-Interest   PIC 9(12)V99.
           02 Tax-TransCount PIC 9(7).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TransFil-Status       PIC X(2) VALUE "00".
       01 WS-KontoFil-Status       PIC X(2) VALUE "00".
       01 WS-LetterFile-Status     PIC X(2) VALUE "00".
       01 WS-TaxReportFile-Status  PIC X(2) VALUE "00".

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
       01 WS-Dlv-DocType   PIC X(4) VALUE "TAXL".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE34".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y".
       01 EOF-WORK PIC X VALUE "N".
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM OPEN-DELIVERY-FILES

       PERFORM UNTIL END-TRANS
           READ KontoTransaktionFil
               AT END
       CLOSE KundeWorkFil
       CLOSE LetterFile
       CLOSE TaxReportFile
       PERFORM CLOSE-DELIVERY-FILES
       STOP RUN.

      * one interest posting: find the owning customer through the
                   MOVE "on file)"   TO KundeRecord-Efternavn
           END-READ

           MOVE Work-KundeID TO WS-Dlv-KundeID
           PERFORM CHECK-DELIVERY-CHANNEL
           IF WS-DLV-TO-MAILBOX
               PERFORM OUTBOX-BEGIN-DOCUMENT
           END-IF

           MOVE Work-Interest TO WS-Interest-Display

           MOVE SPACES TO LetterLine
           DISPLAY "Interest postings in " WS-Tax-Year ": "
               WS-Interest-Trans
           DISPLAY "Customers reported:      " WS-Customers-Out
           DISPLAY "Letters sent to the digital mailbox: "
               WS-Dlv-Docs
           DISPLAY "Interest postings on accounts no longer on the"
               " master: " WS-Unknown-Konto
           DISPLAY "Total interest for " WS-Tax-Year ":  "
               " Opgave12InterestReport.txt for " WS-Tax-Year.

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
               DISPLAY "ERROR writing Opgave34TaxLetters.txt -"
           END-IF.

       COPY "FILECHECK.cpy".

       COPY "DELIVERY.cpy".
