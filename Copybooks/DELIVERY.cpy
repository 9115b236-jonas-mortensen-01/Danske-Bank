      *-----------------------------------------------------------*
      * DELIVERY.cpy - routes a customer document to paper, to the *
      * digital mailbox outbox (DOCOUTBOX.cpy) or to both, by the  *
      * customer's delivery preference (DLVPREF.cpy). Copied into  *
      * PROCEDURE DIVISION, the same way SARCHECK.cpy is.          *
      *                                                             *
      * Contract - the including program must declare:              *
      *   SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"     *
      *       ORGANIZATION IS INDEXED                               *
      *       RECORD KEY IS DP-KundeID                              *
      *       ACCESS MODE IS DYNAMIC                                *
      *       FILE STATUS IS WS-DlvPrefFil-Status.                  *
      *   SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"           *
      *       ORGANIZATION IS LINE SEQUENTIAL                       *
      *       FILE STATUS IS WS-OutboxFil-Status.                   *
      *   FD DlvPrefFil. 01 DlvPrefRecord. COPY "DLVPREF.cpy".      *
      *   FD OutboxFil.  01 OutboxRecord.  COPY "DOCOUTBOX.cpy".    *
      *   WS-DlvPrefFil-Status, WS-OutboxFil-Status PIC X(2)        *
      *   WS-Dlv-Open     PIC X                                     *
      *       88 WS-DLV-FILES-OPEN VALUE "Y"                        *
      *   WS-Dlv-KundeID  PIC X(10) (set before the PERFORM)        *
      *   WS-Dlv-Channel  PIC X(1)                                  *
      *       88 WS-DLV-TO-PAPER   VALUE "P" "B"                    *
      *       88 WS-DLV-TO-MAILBOX VALUE "D" "B"                    *
      *   WS-Dlv-MailboxID PIC X(20)                                *
      *   WS-Dlv-DocType  PIC X(4)  (set before BEGIN-DOCUMENT)     *
      *   WS-Dlv-Source   PIC X(10) (the program's own name)        *
      *   WS-Dlv-Date     PIC 9(8)                                  *
      *   WS-Dlv-Line     PIC X(132)                                *
      *   WS-Dlv-Docs     PIC 9(5)  (documents sent to the outbox)  *
      * PERFORM OPEN-DELIVERY-FILES once before the first document  *
      * and CLOSE-DELIVERY-FILES at the end. Per document, load     *
      * WS-Dlv-KundeID and PERFORM CHECK-DELIVERY-CHANNEL: print    *
      * when WS-DLV-TO-PAPER; when WS-DLV-TO-MAILBOX, PERFORM       *
      * OUTBOX-BEGIN-DOCUMENT, then OUTBOX-WRITE-LINE for every     *
      * line with the line in WS-Dlv-Line. No preference file means *
      * paper for everyone, never an error; a digital preference    *
      * with no mailbox identifier falls back to paper.             *
      *-----------------------------------------------------------*
       OPEN-DELIVERY-FILES.
           MOVE "N" TO WS-Dlv-Open
           MOVE ZERO TO WS-Dlv-Docs
           ACCEPT WS-Dlv-Date FROM DATE YYYYMMDD
           OPEN INPUT DlvPrefFil
           IF WS-DlvPrefFil-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OutboxFil
           IF WS-OutboxFil-Status = "35"
               OPEN OUTPUT OutboxFil
           END-IF
           IF WS-OutboxFil-Status NOT = "00"
               DISPLAY "ERROR opening DocumentOutbox.txt - status "
                   WS-OutboxFil-Status
               CLOSE DlvPrefFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Dlv-Open.

       CLOSE-DELIVERY-FILES.
           IF WS-DLV-FILES-OPEN
               CLOSE DlvPrefFil
               CLOSE OutboxFil
               MOVE "N" TO WS-Dlv-Open
           END-IF.

       CHECK-DELIVERY-CHANNEL.
           MOVE "P" TO WS-Dlv-Channel
           MOVE SPACES TO WS-Dlv-MailboxID
           IF NOT WS-DLV-FILES-OPEN OR WS-Dlv-KundeID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Dlv-KundeID TO DP-KundeID
           READ DlvPrefFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DP-CHANNEL-DIGITAL OR DP-CHANNEL-BOTH
               IF DP-MailboxID NOT = SPACES
                   MOVE DP-Channel   TO WS-Dlv-Channel
                   MOVE DP-MailboxID TO WS-Dlv-MailboxID
               END-IF
           END-IF.

       OUTBOX-BEGIN-DOCUMENT.
           MOVE SPACES           TO OutboxRecord
           MOVE "H"              TO DO-RecType
           MOVE WS-Dlv-DocType   TO DO-DocType
           MOVE WS-Dlv-KundeID   TO DO-KundeID
           MOVE WS-Dlv-MailboxID TO DO-MailboxID
           MOVE WS-Dlv-Date      TO DO-Date
           MOVE WS-Dlv-Source    TO DO-Source
           IF WS-DLV-TO-PAPER
               MOVE "Y" TO DO-PaperCopy
           ELSE
               MOVE "N" TO DO-PaperCopy
           END-IF
           PERFORM WRITE-OUTBOX-RECORD
           ADD 1 TO WS-Dlv-Docs.

       OUTBOX-WRITE-LINE.
           MOVE "L"         TO DO-RecType
           MOVE WS-Dlv-Line TO DO-Text
           PERFORM WRITE-OUTBOX-RECORD.

       WRITE-OUTBOX-RECORD.
           WRITE OutboxRecord
           IF WS-OutboxFil-Status NOT = "00"
               DISPLAY "ERROR writing DocumentOutbox.txt - status "
                   WS-OutboxFil-Status
               CLOSE OutboxFil
               STOP RUN WITH ERROR STATUS 1
           END-IF.
