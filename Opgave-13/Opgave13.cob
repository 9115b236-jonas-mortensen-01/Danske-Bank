               ASSIGN TO "Opgave13StatementIndex.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StatementIndex-Status.
      * a customer who takes the digital mailbox gets the statement
      * there instead of (or as well as) on paper (DELIVERY.cpy).
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
               RECORD KEY IS HoldRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.
           SELECT IbanFil ASSIGN TO "KontoIBAN.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KI-KontoID
               ALTERNATE RECORD KEY IS KI-IBAN
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-IbanFil-Status.

       DATA DIVISION.
       FILE SECTION.
           02 Idx-Pages    PIC 9(4).
           02 Idx-Filename PIC X(40).

      * the IBAN register Opgave105 maintains - the account's IBAN
      * and our BIC print under every account line, so the customer
      * has them to hand for payments from abroad.
       FD  IbanFil.
       01  IbanRecord.
           COPY "KONTOIBAN.cpy".

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".
               88 SCHED-PENDING VALUE "P".
               88 SCHED-RAISED  VALUE "R".
               88 SCHED-PAID    VALUE "D".
               88 SCHED-WRITTEN-OFF VALUE "W".
           02 SchedRecord-RaisedDate PIC 9(8).

      * the ownership-roles master Opgave35 maintains.
       01 WS-Sched-Amount PIC S9(10)V99.
       01 WS-Sched-Display PIC -9999999999.99.

      * fields the DELIVERY.cpy paragraphs expect to be loaded. A
      * statement that goes only to the mailbox gets no print file -
      * its index record names the outbox instead.
       01 WS-DlvPrefFil-Status PIC X(2) VALUE "00".
       01 WS-OutboxFil-Status  PIC X(2) VALUE "00".
       01 WS-Dlv-Open PIC X VALUE "N".
           88 WS-DLV-FILES-OPEN VALUE "Y".
       01 WS-Dlv-KundeID   PIC X(10) VALUE SPACES.
       01 WS-Dlv-Channel   PIC X(1) VALUE "P".
           88 WS-DLV-TO-PAPER   VALUE "P" "B".
           88 WS-DLV-TO-MAILBOX VALUE "D" "B".
       01 WS-Dlv-MailboxID PIC X(20) VALUE SPACES.
       01 WS-Dlv-DocType   PIC X(4) VALUE "STMT".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE13".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

       01 WS-StatementIndex-Status PIC X(2) VALUE "00".
       01 WS-Statement-Filename    PIC X(40) VALUE SPACES.

           88 WS-HOLD-FILE-OPEN VALUE "Y".
       01 WS-Hold-Flag PIC X(9) VALUE SPACES.

      * a missing IBAN register only costs the IBAN line.
       01 WS-IbanFil-Status PIC X(2) VALUE "00".
       01 WS-Iban-Open PIC X VALUE "N".
           88 WS-HAS-IBAN-FILE VALUE "Y".

      * the rolled generations, held ascending by year so a
      * statement whose period reaches back past the live file can
      * replay them in order before the live history.
       IF WS-HoldFil-Status = "00"
           MOVE "Y" TO WS-Has-Hold-File
       END-IF
       OPEN INPUT IbanFil
       IF WS-IbanFil-Status = "00"
           MOVE "Y" TO WS-Iban-Open
       END-IF
       OPEN INPUT LoanSchedFil
       IF WS-LoanSchedFil-Status = "00"
           MOVE "Y" TO WS-LoanSched-Open
       END-IF

       PERFORM LOAD-GENERATION-INVENTORY
       PERFORM OPEN-DELIVERY-FILES

       PERFORM READ-STATEMENT-INDEX

       IF WS-HOLD-FILE-OPEN
           CLOSE HoldFil
       END-IF
       IF WS-HAS-IBAN-FILE
           CLOSE IbanFil
       END-IF
       PERFORM CLOSE-DELIVERY-FILES
       IF WS-Dlv-Docs > ZERO
           DISPLAY "Statements sent to the digital mailbox: "
               WS-Dlv-Docs
       END-IF
       STOP RUN.

      * the highest statement number already issued - the index is
               CLOSE StatementIndex
           END-IF.

      * a reprint is asked for at the branch and goes to paper,
      * whatever the customer's delivery preference.
       WRITE-STATEMENT.
           MOVE KundeRecord-KundeID TO WS-Dlv-KundeID
           IF WS-MODE-REPRINT
               MOVE "P" TO WS-Dlv-Channel
           ELSE
               PERFORM CHECK-DELIVERY-CHANNEL
           END-IF
           IF WS-DLV-TO-MAILBOX
               PERFORM OUTBOX-BEGIN-DOCUMENT
           END-IF

           MOVE SPACES TO WS-Statement-Filename
           IF WS-DLV-TO-PAPER
               STRING "Opgave13Statement." KundeRecord-KundeID ".txt"
                   INTO WS-Statement-Filename
               END-STRING
               OPEN OUTPUT StatementFile
               IF WS-StatementFile-Status NOT = "00"
                   DISPLAY "ERROR opening " WS-Statement-Filename
                       " - status " WS-StatementFile-Status
                   CLOSE KundeFil
                   CLOSE KontoFil
                   CLOSE StatementIndex
                   STOP RUN WITH ERROR STATUS 1
               END-IF
           ELSE
               MOVE "DocumentOutbox.txt" TO WS-Statement-Filename
           END-IF
           MOVE ZERO TO WS-Stmt-Line-Count

               TO StatementLine
           PERFORM WRITE-STATEMENT-LINE

           IF WS-DLV-TO-PAPER
               CLOSE StatementFile
           END-IF
           PERFORM WRITE-INDEX-RECORD.

      * accounts this customer holds a role on without being the
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           IF WS-HAS-IBAN-FILE
               MOVE KontoRecord-KontoID TO KI-KontoID
               READ IbanFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO StatementLine
                       STRING
                           "    IBAN " KI-IBAN
                           " BIC " KI-BIC
                           INTO StatementLine
                       END-STRING
                       PERFORM WRITE-STATEMENT-LINE
               END-READ
           END-IF

           PERFORM WRITE-KONTO-STATEMENT-SECTION
           PERFORM WRITE-LOAN-SCHEDULE-SECTION.

      * a loan account's statement closes with the installments
      * still to pay - due date and the principal/interest split,
      * straight from the schedule Opgave66 maintains. Accounts
      * with no schedule print nothing extra, and a written-off
      * loan has nothing left to pay on its schedule.
       WRITE-LOAN-SCHEDULE-SECTION.
           IF NOT WS-HAS-LOANSCHED
               EXIT PARAGRAPH
                           SET END-SCHED TO TRUE
                       ELSE
                           IF NOT SCHED-PAID
                                   AND NOT SCHED-WRITTEN-OFF
                               PERFORM WRITE-ONE-SCHEDULE-LINE
                           END-IF
                       END-IF
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           IF WS-DLV-TO-MAILBOX
               MOVE StatementLine TO WS-Dlv-Line
               PERFORM OUTBOX-WRITE-LINE
           END-IF
           IF WS-DLV-TO-PAPER
               WRITE StatementLine
               IF WS-StatementFile-Status NOT = "00"
                   DISPLAY "ERROR writing " WS-Statement-Filename
                       " - status " WS-StatementFile-Status
                   CLOSE KundeFil
                   CLOSE KontoFil
                   CLOSE StatementFile
                   CLOSE StatementIndex
                   STOP RUN WITH ERROR STATUS 1
               END-IF
           END-IF
           ADD 1 TO WS-Stmt-Line-Count.

       COPY "DELIVERY.cpy".
