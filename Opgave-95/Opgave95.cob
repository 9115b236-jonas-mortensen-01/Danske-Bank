       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave95.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT MandateFil ASSIGN TO "Mandates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MandateRecord-Key
               ALTERNATE RECORD KEY IS MandateRecord-HolderID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MandateFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT AuditFile ASSIGN TO "Opgave95Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy).
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

      * who besides the owners may act on an account, and how far:
      * scope V sees the account only, L may debit up to the
      * mandate's limit per instruction, F acts as the owner would.
      * The basis says what the authority rests on - a power of
      * attorney (fuldmagt), a bookkeeper's engagement by a firm, a
      * guardian appointed by the court - and the document
      * reference where the paper is filed. ValidTo 99999999 is
      * until revoked.
       FD  MandateFil.
       01  MandateRecord.
           02 MandateRecord-Key.
               03 MandateRecord-KontoID  PIC X(10).
               03 MandateRecord-HolderID PIC X(10).
           02 MandateRecord-Name       PIC X(30).
           02 MandateRecord-Basis      PIC X(1).
               88 MANDATE-BASIS-POA        VALUE "P".
               88 MANDATE-BASIS-BOOKKEEPER VALUE "B".
               88 MANDATE-BASIS-GUARDIAN   VALUE "G".
               88 MANDATE-BASIS-OTHER      VALUE "O".
               88 MANDATE-BASIS-VALID      VALUE "P" "B" "G" "O".
           02 MandateRecord-Scope      PIC X(1).
               88 MANDATE-SCOPE-VIEW    VALUE "V".
               88 MANDATE-SCOPE-LIMITED VALUE "L".
               88 MANDATE-SCOPE-FULL    VALUE "F".
               88 MANDATE-SCOPE-VALID   VALUE "V" "L" "F".
           02 MandateRecord-DebitLimit PIC 9(10)V99.
           02 MandateRecord-ValidFrom  PIC 9(8).
           02 MandateRecord-ValidTo    PIC 9(8).
           02 MandateRecord-DocRef     PIC X(20).

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

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  AuditFile.
       01  AuditLine PIC X(100).

      * a mandate granted, changed or revoked here is a request
      * until a second operator approves it in Opgave60 -
      * Mandates.txt is read here, never written.
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.
       01 WS-MandateFil-Status PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-AuditFile-Status  PIC X(2) VALUE "00".
       01 WS-MaintQueue-Status PIC X(2) VALUE "00".

       01 WS-Done       PIC X VALUE "N".
          88 WS-IS-DONE VALUE "Y".

       01 WS-Transaction PIC X VALUE SPACE.
           88 WS-TXN-ADD    VALUE "A" "a".
           88 WS-TXN-CHANGE VALUE "C" "c".
           88 WS-TXN-END    VALUE "E" "e".
           88 WS-TXN-LIST   VALUE "I" "i".
           88 WS-TXN-EXIT   VALUE "X" "x".

       01 WS-Konto-Known PIC X VALUE "Y".
           88 WS-KONTO-IS-KNOWN VALUE "Y".

       01 EOF-MANDATE PIC X VALUE "N".
           88 END-MANDATE VALUE "Y" FALSE "N".
       01 WS-Mandate-Count PIC 9(5) VALUE ZERO.
       01 WS-List-KontoID  PIC X(10).
       01 WS-Save-Key      PIC X(20).

       01 WS-Today PIC 9(8) VALUE ZERO.

      * keyed answers - blank keeps the value already on file on a
      * change, and takes the default on an add.
       01 WS-Key-From   PIC X(8) VALUE SPACES.
       01 WS-Key-To     PIC X(8) VALUE SPACES.
       01 WS-Key-Scope  PIC X(1) VALUE SPACE.
       01 WS-Key-DocRef PIC X(20) VALUE SPACES.
       01 WS-Fields-OK  PIC X VALUE "N".
           88 WS-FIELDS-VALID VALUE "Y".

       01 WS-Limit-Display PIC ZZZZZZZZZ9.99.

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
       PERFORM CHECK-BATCH-LOCK
       IF WS-BATCH-RUNNING
           DISPLAY "The nightly batch is running - the masters are"
               " closed to online work until it completes"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       PERFORM SESSION-OPEN
       ACCEPT WS-Today FROM DATE YYYYMMDD

       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - mandate maintenance unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT MandateFil
       IF WS-MandateFil-Status = "35"
      * no mandates yet - an empty register is created so the
      * first grant can be checked against it like any other.
           OPEN OUTPUT MandateFil
           CLOSE MandateFil
           OPEN INPUT MandateFil
       END-IF
       IF WS-MandateFil-Status NOT = "00"
           DISPLAY "ERROR opening Mandates.txt - status "
               WS-MandateFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE MandateFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status = "35"
           OPEN OUTPUT AuditFile
       END-IF
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave95Audit.txt - status "
               WS-AuditFile-Status
           CLOSE MandateFil
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "A=Add mandate  C=Change  E=End (revoke)"
               "  I=List an account's mandates  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
               WHEN WS-TXN-ADD
                   PERFORM ADD-MANDATE
               WHEN WS-TXN-CHANGE
                   PERFORM CHANGE-MANDATE
               WHEN WS-TXN-END
                   PERFORM END-MANDATE-GRANT
               WHEN WS-TXN-LIST
                   PERFORM LIST-MANDATES
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE
       END-PERFORM

       CLOSE MandateFil
       CLOSE KontoFil
       CLOSE AuditFile
       PERFORM SESSION-CLOSE
       STOP RUN.

       ADD-MANDATE.
           DISPLAY "KontoID: "
           ACCEPT MandateRecord-KontoID
           PERFORM CHECK-KONTO-KNOWN
           IF NOT WS-KONTO-IS-KNOWN
               DISPLAY "Account " MandateRecord-KontoID
                   " not on file - mandate not added"
               EXIT PARAGRAPH
           END-IF
           IF KONTO-RECORD-CLOSED
               DISPLAY "Account " MandateRecord-KontoID
                   " is closed - mandate not added"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Mandate holder ID (KundeID or ID on the"
               " document): "
           ACCEPT MandateRecord-HolderID
           IF MandateRecord-HolderID = SPACES
               DISPLAY "No holder ID - mandate not added"
               EXIT PARAGRAPH
           END-IF
           IF MandateRecord-HolderID = KontoRecord-KundeID
               DISPLAY MandateRecord-HolderID
                   " is the account holder - no mandate needed"
               EXIT PARAGRAPH
           END-IF

           MOVE MandateRecord-Key TO WS-Save-Key
           READ MandateFil
               INVALID KEY
                   MOVE WS-Save-Key TO MandateRecord-Key
               NOT INVALID KEY
                   DISPLAY "A mandate for " MandateRecord-HolderID
                       " on " MandateRecord-KontoID
                       " is already on file - change it instead"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Holder's name: "
           ACCEPT MandateRecord-Name
           DISPLAY "Basis (P=Power of attorney  B=Bookkeeper"
               "  G=Court-appointed guardian  O=Other): "
           ACCEPT MandateRecord-Basis
           IF NOT MANDATE-BASIS-VALID
               DISPLAY "Invalid basis " MandateRecord-Basis
                   " - mandate not added"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE  TO MandateRecord-Scope
           MOVE ZERO   TO MandateRecord-DebitLimit
           MOVE WS-Today TO MandateRecord-ValidFrom
           MOVE 99999999 TO MandateRecord-ValidTo
           MOVE SPACES TO MandateRecord-DocRef
           PERFORM ACCEPT-MANDATE-TERMS
           IF NOT WS-FIELDS-VALID
               DISPLAY "Mandate not added"
               EXIT PARAGRAPH
           END-IF

           MOVE "MA" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE MandateRecord-KontoID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE MandateRecord TO MR-After(1:100)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-MANDATE-AUDIT
           END-IF.

       CHANGE-MANDATE.
           DISPLAY "KontoID: "
           ACCEPT MandateRecord-KontoID
           DISPLAY "Mandate holder ID: "
           ACCEPT MandateRecord-HolderID
           READ MandateFil
               INVALID KEY
                   DISPLAY "No mandate for " MandateRecord-HolderID
                       " on " MandateRecord-KontoID
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-MANDATE
           MOVE SPACES TO MR-Before
           MOVE MandateRecord TO MR-Before(1:100)

           DISPLAY "Blank keeps the current value"
           PERFORM ACCEPT-MANDATE-TERMS
           IF NOT WS-FIELDS-VALID
               DISPLAY "Mandate not changed"
               EXIT PARAGRAPH
           END-IF
           IF MandateRecord = MR-Before(1:100)
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF

           MOVE "MA" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE MandateRecord-KontoID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE MandateRecord TO MR-After(1:100)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-MANDATE-AUDIT
           END-IF.

      * a revoked mandate is removed outright - the audit trail and
      * MaintenanceAudit.txt keep what it was.
       END-MANDATE-GRANT.
           DISPLAY "KontoID: "
           ACCEPT MandateRecord-KontoID
           DISPLAY "Mandate holder ID: "
           ACCEPT MandateRecord-HolderID
           READ MandateFil
               INVALID KEY
                   DISPLAY "No mandate for " MandateRecord-HolderID
                       " on " MandateRecord-KontoID
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-MANDATE
           MOVE "MA" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE MandateRecord-KontoID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE MandateRecord TO MR-Before(1:100)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-MANDATE-AUDIT
           END-IF.

      * scope, debit limit, validity and document - the terms an
      * add sets and a change may alter.
       ACCEPT-MANDATE-TERMS.
           MOVE "N" TO WS-Fields-OK

           DISPLAY "Scope (V=View only  L=Debit up to a limit"
               "  F=Full): "
           ACCEPT WS-Key-Scope
           IF WS-Key-Scope NOT = SPACE
               MOVE WS-Key-Scope TO MandateRecord-Scope
           END-IF
           IF NOT MANDATE-SCOPE-VALID
               DISPLAY "Invalid scope " MandateRecord-Scope
               EXIT PARAGRAPH
           END-IF
           IF MANDATE-SCOPE-LIMITED
               DISPLAY "Debit limit per instruction: "
               ACCEPT MandateRecord-DebitLimit
               IF MandateRecord-DebitLimit NOT > ZERO
                   DISPLAY "A limited mandate needs a debit limit"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ZERO TO MandateRecord-DebitLimit
           END-IF

           DISPLAY "Valid from (YYYYMMDD): "
           ACCEPT WS-Key-From
           IF WS-Key-From NOT = SPACES
               IF WS-Key-From IS NOT NUMERIC
                   DISPLAY "Valid-from is not a date"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Key-From TO MandateRecord-ValidFrom
           END-IF
           DISPLAY "Valid to (YYYYMMDD, 99999999 = until"
               " revoked): "
           ACCEPT WS-Key-To
           IF WS-Key-To NOT = SPACES
               IF WS-Key-To IS NOT NUMERIC
                   DISPLAY "Valid-to is not a date"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Key-To TO MandateRecord-ValidTo
           END-IF
           IF MandateRecord-ValidTo < MandateRecord-ValidFrom
               DISPLAY "The mandate ends before it starts"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Document reference: "
           ACCEPT WS-Key-DocRef
           IF WS-Key-DocRef NOT = SPACES
               MOVE WS-Key-DocRef TO MandateRecord-DocRef
           END-IF
      * no mandate without the paper behind it.
           IF MandateRecord-DocRef = SPACES
               DISPLAY "A mandate needs a document reference"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-Fields-OK.

       LIST-MANDATES.
           DISPLAY "KontoID: "
           ACCEPT WS-List-KontoID
           MOVE ZERO TO WS-Mandate-Count
           SET END-MANDATE TO FALSE
           MOVE WS-List-KontoID TO MandateRecord-KontoID
           MOVE LOW-VALUES      TO MandateRecord-HolderID
           START MandateFil KEY IS NOT LESS THAN MandateRecord-Key
               INVALID KEY
                   SET END-MANDATE TO TRUE
           END-START

           PERFORM UNTIL END-MANDATE
               READ MandateFil NEXT RECORD
                   AT END
                       SET END-MANDATE TO TRUE
                   NOT AT END
                       IF MandateRecord-KontoID NOT = WS-List-KontoID
                           SET END-MANDATE TO TRUE
                       ELSE
                           ADD 1 TO WS-Mandate-Count
                           PERFORM SHOW-ONE-MANDATE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-Mandate-Count " mandate(s) on file for "
               WS-List-KontoID.

       SHOW-ONE-MANDATE.
           MOVE MandateRecord-DebitLimit TO WS-Limit-Display
           DISPLAY "Holder " MandateRecord-HolderID " "
               MandateRecord-Name
           DISPLAY "  basis " MandateRecord-Basis
               " scope " MandateRecord-Scope
               " limit " WS-Limit-Display
               " valid " MandateRecord-ValidFrom
               "-" MandateRecord-ValidTo
               " doc " MandateRecord-DocRef.

       CHECK-KONTO-KNOWN.
           MOVE "Y" TO WS-Konto-Known
           MOVE MandateRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   MOVE "N" TO WS-Konto-Known
           END-READ.

      * the line records the request and who keyed it - the
      * approval lands in MaintenanceAudit.txt with both IDs.
       WRITE-MANDATE-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Today " MANDATE REQ " MR-Action
               " Konto " MandateRecord-KontoID
               " holder " MandateRecord-HolderID
               " scope " MandateRecord-Scope
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "MAINTQ.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".
