           SELECT LetterFile ASSIGN TO "Opgave63Letter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LetterFile-Status.
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
       FD  LetterFile.
       01  LetterLine PIC X(120).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-HoldFil-Status    PIC X(2) VALUE "00".
       01 WS-LetterFile-Status PIC X(2) VALUE "00".

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
       01 WS-Dlv-DocType   PIC X(4) VALUE "CONF".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE63".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM OPEN-DELIVERY-FILES
       MOVE WS-Lookup-KundeID TO WS-Dlv-KundeID
       PERFORM CHECK-DELIVERY-CHANNEL
       IF WS-DLV-TO-MAILBOX
           PERFORM OUTBOX-BEGIN-DOCUMENT
       END-IF

       PERFORM COLLECT-KUNDE-ACCOUNTS
       PERFORM REPLAY-ASOF-BALANCES
       PERFORM WRITE-LETTER
           CLOSE HoldFil
       END-IF
       CLOSE LetterFile
       PERFORM CLOSE-DELIVERY-FILES

       IF WS-DLV-TO-PAPER
           DISPLAY "Confirmation letter written to Opgave63Letter.txt"
       END-IF
       IF WS-DLV-TO-MAILBOX
           DISPLAY "Confirmation letter sent to the digital mailbox"
       END-IF
       STOP RUN.

       COLLECT-KUNDE-ACCOUNTS.
           END-IF.

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
               DISPLAY "ERROR writing Opgave63Letter.txt - status "
               CLOSE LetterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "DELIVERY.cpy".
