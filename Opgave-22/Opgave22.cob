               RECORD KEY IS ValutaRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ValutaFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.

       DATA DIVISION.
       FILE SECTION.
           02 ValutaRecord-Active    PIC X(1).
               88 VALUTA-RECORD-ACTIVE VALUE "A".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * an order keyed here is only a request until a second
      * operator approves it in Opgave60 - the order master is read
      * here, never written.
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
       01 WS-Order-Valid PIC X VALUE "Y".
           88 WS-ORDER-OK VALUE "Y".

       01 WS-MaintQueue-Status PIC X(2) VALUE "00".

      * fields OPERATOR-SIGNON (SIGNON.cpy) expects to be loaded -
      * every order request carries the ID of the operator who
      * keyed it, so the approver can be told apart.
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
      * the nightly chain owns the masters while it runs - an
      * evening session colliding with the batch start is exactly
           STOP RUN WITH ERROR STATUS 1
       END-IF
       PERFORM SESSION-OPEN
       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - order maintenance unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF
       PERFORM LOAD-CURRENCY-MASTER

       OPEN I-O OrderFil

           PERFORM VALIDATE-ORDER
           IF WS-ORDER-OK
               MOVE SPACES TO MR-After
               MOVE OrderRecord TO MR-After(1:54)
               READ OrderFil
                   INVALID KEY
                       MOVE "SO" TO MR-Kind
                       MOVE "A"  TO MR-Action
                       MOVE MR-After(1:10) TO MR-Key
                       MOVE SPACES TO MR-Before
                       PERFORM QUEUE-MAINTENANCE-REQUEST
                   NOT INVALID KEY
                       DISPLAY "Order " OrderRecord-OrderID
                           " already exists - not added"
               END-READ
           END-IF.

       VALIDATE-ORDER.
                   DISPLAY "Order " OrderRecord-OrderID
                       " not found"
               NOT INVALID KEY
                   MOVE SPACES TO MR-Before
                   MOVE OrderRecord TO MR-Before(1:54)
                   DISPLAY "Amount (" OrderRecord-Amount
                       ") - Enter to keep, else new value: "
                   ACCEPT WS-Field

                   PERFORM VALIDATE-ORDER
                   IF WS-ORDER-OK
                       MOVE "SO" TO MR-Kind
                       MOVE "C"  TO MR-Action
                       MOVE OrderRecord-OrderID TO MR-Key
                       MOVE SPACES TO MR-After
                       MOVE OrderRecord TO MR-After(1:54)
                       PERFORM QUEUE-MAINTENANCE-REQUEST
                   END-IF
           END-READ.

                   DISPLAY "Order " OrderRecord-OrderID
                       " not found"
               NOT INVALID KEY
                   MOVE "SO" TO MR-Kind
                   MOVE "D"  TO MR-Action
                   MOVE OrderRecord-OrderID TO MR-Key
                   MOVE SPACES TO MR-Before
                   MOVE OrderRecord TO MR-Before(1:54)
                   MOVE SPACES TO MR-After
                   PERFORM QUEUE-MAINTENANCE-REQUEST
           END-READ.

       COPY "CURRMAST.cpy".

       COPY "MAINTQ.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".
