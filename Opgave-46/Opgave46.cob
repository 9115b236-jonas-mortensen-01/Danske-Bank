           SELECT AuditFile ASSIGN TO "Opgave46Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLine PIC X(100).

      * a hold placed or lifted here is a request until a second
      * supervisor approves it in Opgave60 - KontoHolds.txt is
      * read here, never written.
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-HoldFil-Status   PIC X(2) VALUE "00".
       01 WS-KontoFil-Status  PIC X(2) VALUE "00".
       01 WS-AuditFile-Status PIC X(2) VALUE "00".
       01 WS-MaintQueue-Status PIC X(2) VALUE "00".

       01 WS-Done       PIC X VALUE "N".
          88 WS-IS-DONE VALUE "Y".

      * fields OPERATOR-SIGNON/SUPERVISOR-APPROVAL (SIGNON.cpy)
      * expect to be loaded - placing or lifting a freeze is
      * supervisor territory, a court order is not teller work, and
      * Opgave60 lets only a second supervisor approve it.
       01 WS-OperatorFil-Status PIC X(2) VALUE "00".
       01 WS-Operator-ID    PIC X(10) VALUE SPACES.
       01 WS-Operator-Level PIC X VALUE SPACE.
                   ACCEPT HoldRecord-Reason
                   MOVE WS-Today TO HoldRecord-Date

                   MOVE SPACES TO MR-After
                   MOVE HoldRecord TO MR-After(1:49)
                   READ HoldFil
                       INVALID KEY
                           MOVE MR-After(1:49) TO HoldRecord
                           MOVE "HO" TO MR-Kind
                           MOVE "A"  TO MR-Action
                           MOVE HoldRecord-KontoID TO MR-Key
                           MOVE SPACES TO MR-Before
                           PERFORM QUEUE-MAINTENANCE-REQUEST
                           IF WS-MaintQueue-Status = "00"
                               PERFORM WRITE-HOLD-AUDIT
                           END-IF
                       NOT INVALID KEY
                           DISPLAY "A hold already exists on "
                               HoldRecord-KontoID
                               " - lift it first"
                   END-READ
               END-IF
           END-IF.

                   DISPLAY "No hold on file for "
                       HoldRecord-KontoID
               NOT INVALID KEY
                   MOVE "HO" TO MR-Kind
                   MOVE "D"  TO MR-Action
                   MOVE HoldRecord-KontoID TO MR-Key
                   MOVE SPACES TO MR-Before
                   MOVE HoldRecord TO MR-Before(1:49)
                   MOVE SPACES TO MR-After
                   PERFORM QUEUE-MAINTENANCE-REQUEST
                   IF WS-MaintQueue-Status = "00"
                       PERFORM WRITE-HOLD-AUDIT
                   END-IF
           END-READ.

       LIST-HOLDS.
           END-PERFORM
           DISPLAY WS-Hold-Count " hold(s) on file".

      * the line records the request and who keyed it - the
      * approval lands in MaintenanceAudit.txt with both IDs.
       WRITE-HOLD-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Today " HOLD REQ " WS-Transaction
               " Konto " HoldRecord-KontoID
               " type " HoldRecord-Type
               " (" HoldRecord-Reason ")"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "MAINTQ.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".
