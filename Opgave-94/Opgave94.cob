       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave94.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT CustAuditFile ASSIGN TO "Opgave9Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CustAudit-Status.
           SELECT HoldAuditFile ASSIGN TO "Opgave46Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldAudit-Status.
           SELECT OperAuditFile ASSIGN TO "Opgave45Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OperAudit-Status.
           SELECT StatusAuditFile ASSIGN TO "Opgave78Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StatusAudit-Status.
           SELECT RegisterFile ASSIGN TO "Opgave60Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT PendingQueue ASSIGN TO "PendingApprovals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingQueue-Status.
           SELECT MaintAuditFile ASSIGN TO "MaintenanceAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintAudit-Status.
           SELECT ReportFile ASSIGN TO "Opgave94Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * who may act at supervisor level is read from the operator
      * master as it stands today.
       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * a posting names an account - the account names the customer
      * whose static data and limits were maintained.
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

      * customer maintenance - the WRITE-AUDIT-LINE shape
      * (AUDITLOG.cpy); the operator rides at the end of the line.
       FD  CustAuditFile.
       01  CustAuditLine.
           02 CustAudit-Date     PIC X(8).
           02 FILLER             PIC X(9).
           02 CustAudit-KundeTag PIC X(9).
           02 CustAudit-KundeID  PIC X(10).
           02 FILLER             PIC X(34).
           02 CustAudit-OperTag  PIC X(10).
           02 CustAudit-Operator PIC X(10).
           02 FILLER             PIC X(10).

      * holds keyed at the hold desk (Opgave46) - HOLD REQ since
      * holds go through approval, plain HOLD before that.
       FD  HoldAuditFile.
       01  HoldAuditLine PIC X(100).

      * operator master maintenance (Opgave45).
       FD  OperAuditFile.
       01  OperAuditLine.
           02 OperAudit-Date     PIC X(8).
           02 OperAudit-Tag      PIC X(10).
           02 OperAudit-Subject  PIC X(10).
           02 FILLER             PIC X(7).
           02 OperAudit-Level    PIC X(1).
           02 FILLER             PIC X(4).
           02 OperAudit-Operator PIC X(10).
           02 FILLER             PIC X(50).

      * customer status changes (Opgave78).
       FD  StatusAuditFile.
       01  StatusAuditLine.
           02 StatusAudit-Date     PIC X(8).
           02 StatusAudit-Tag      PIC X(8).
           02 StatusAudit-KundeID  PIC X(10).
           02 FILLER               PIC X(5).
           02 FILLER               PIC X(4).
           02 StatusAudit-Operator PIC X(10).
           02 FILLER               PIC X(55).

      * one line per posting or maintenance request disposed of in
      * Opgave60 - who queued it and who reviewed it.
       FD  RegisterFile.
       01  RegisterLine PIC X(120).

      * postings queued at the terminal and not yet reviewed.
       FD  PendingQueue.
       01  PendingRecord.
           02 PA-Operator    PIC X(10).
           02 PA-QueuedDate  PIC 9(8).
           02 PA-KontoID     PIC X(10).
           02 PA-Type        PIC X(1).
           02 PA-Amount      PIC S9(10)V99.
           02 PA-Date        PIC X(8).
           02 PA-ValueDate   PIC X(8).
           02 PA-ContraKonto PIC X(10).
           02 PA-Text        PIC X(30).

      * every maintenance request disposed of, in full - keyer,
      * approver and what was maintained.
       FD  MaintAuditFile.
       01  MaintAuditRecord.
           COPY "MAINTREQ.cpy".

       FD  ReportFile.
       01  ReportLine PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-OperatorFil-Status  PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-CustAudit-Status    PIC X(2) VALUE "00".
       01 WS-HoldAudit-Status    PIC X(2) VALUE "00".
       01 WS-OperAudit-Status    PIC X(2) VALUE "00".
       01 WS-StatusAudit-Status  PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status PIC X(2) VALUE "00".
       01 WS-PendingQueue-Status PIC X(2) VALUE "00".
       01 WS-MaintAudit-Status   PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".

       01 EOF-SOURCE PIC X VALUE "N".
           88 END-SOURCE VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8).

       01 WS-Period-From-X PIC X(8) VALUE SPACES.
       01 WS-Period-To-X   PIC X(8) VALUE SPACES.
       01 WS-Period-From   PIC 9(8) VALUE ZERO.
       01 WS-Period-To     PIC 9(8) VALUE ZERO.

       01 WS-Chk-Date PIC X(8).
       01 WS-In-Period PIC X VALUE "N".
           88 WS-IS-IN-PERIOD VALUE "Y".

       01 WS-Chk-Operator PIC X(10).
       01 WS-Chk-Level    PIC X(1).
           88 WS-CHK-SUPERVISOR  VALUE "S".
           88 WS-CHK-NOT-ON-FILE VALUE "?".

       01 WS-Source-Name   PIC X(22).
       01 WS-Source-Status PIC X(2).
       01 WS-Lines-Read  PIC 9(7) VALUE ZERO.

      * the Opgave60 register line taken apart - head carries the
      * verdict, KontoID, type and amount at fixed columns.
       01 WS-Reg-Head    PIC X(60).
       01 WS-Reg-QDate   PIC X(8).
       01 WS-Reg-Maker   PIC X(10).
       01 WS-Reg-Checker PIC X(10).

      * the hold audit line taken apart - the REQ form sits four
      * columns to the right of the older one.
       01 WS-Hold-KontoID  PIC X(10).
       01 WS-Hold-Operator PIC X(10).

      * who touched what: limits on an account (L) or a customer
      * (K), a customer's static data (M), postings to an account
      * (P). A P event carries the KundeID owning its account.
       01 WS-Event-Table.
           02 WS-Event OCCURS 2000 TIMES.
               03 WS-Ev-Side     PIC X(1).
                   88 WS-EV-ACCOUNT-LIMIT  VALUE "L".
                   88 WS-EV-CUSTOMER-LIMIT VALUE "K".
                   88 WS-EV-CUSTOMER-DATA  VALUE "M".
                   88 WS-EV-POSTING        VALUE "P".
               03 WS-Ev-Operator PIC X(10).
               03 WS-Ev-Object   PIC X(10).
               03 WS-Ev-Owner    PIC X(10).
               03 WS-Ev-Date     PIC X(8).
               03 WS-Ev-Source   PIC X(22).
       01 WS-Event-Count PIC 9(5) VALUE ZERO.
       01 WS-Ev-Idx      PIC 9(5).
       01 WS-Ev-Jdx      PIC 9(5).
       01 WS-Event-Full  PIC X VALUE "N".
           88 WS-EVENTS-OVERFLOWED VALUE "Y".

       01 WS-New-Side     PIC X(1).
       01 WS-New-Operator PIC X(10).
       01 WS-New-Object   PIC X(10).
       01 WS-New-Date     PIC X(8).

      * one line per operator, rule and object, however often it
      * recurred in the period.
       01 WS-Vio-Table.
           02 WS-Vio OCCURS 500 TIMES.
               03 WS-Vio-Rule     PIC X(2).
               03 WS-Vio-Operator PIC X(10).
               03 WS-Vio-Object   PIC X(10).
               03 WS-Vio-First    PIC X(8).
               03 WS-Vio-Times    PIC 9(5).
               03 WS-Vio-Detail   PIC X(66).
       01 WS-Vio-Count PIC 9(5) VALUE ZERO.
       01 WS-Vio-Idx   PIC 9(5).
       01 WS-Vio-Found PIC X VALUE "N".
           88 WS-VIO-FOUND-IT VALUE "Y".
       01 WS-Vio-Full  PIC X VALUE "N".
           88 WS-VIOS-OVERFLOWED VALUE "Y".

       01 WS-New-Rule   PIC X(2).
           88 WS-RULE-SAME-POSTING   VALUE "MC".
           88 WS-RULE-SAME-MAINT     VALUE "MM".
           88 WS-RULE-OWN-OPERATOR   VALUE "SO".
           88 WS-RULE-LIMIT-POSTING  VALUE "LP".
           88 WS-RULE-CUST-POSTING   VALUE "CP".
           88 WS-RULE-NOT-SUPERVISOR VALUE "SV".
       01 WS-New-Detail PIC X(66).

       01 WS-Rule-List PIC X(12) VALUE "MCMMSOLPCPSV".
       01 WS-Rule-Idx  PIC 99.
       01 WS-Rule-Pos  PIC 99.
       01 WS-Rule-Hits PIC 9(5).
       01 WS-Rule-Title PIC X(70).

       01 WS-Times-Display PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCEPT WS-Today FROM DATE YYYYMMDD

       DISPLAY "Period from (YYYYMMDD): "
       ACCEPT WS-Period-From-X
       DISPLAY "Period to (YYYYMMDD): "
       ACCEPT WS-Period-To-X
       IF WS-Period-From-X IS NOT NUMERIC
               OR WS-Period-To-X IS NOT NUMERIC
           DISPLAY "Period dates must be YYYYMMDD - nothing done"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       MOVE WS-Period-From-X TO WS-Period-From
       MOVE WS-Period-To-X   TO WS-Period-To
       IF WS-Period-From > WS-Period-To
           DISPLAY "Period ends before it starts - nothing done"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT OperatorFil
       IF WS-OperatorFil-Status NOT = "00"
           DISPLAY "ERROR opening Operatorer.txt - status "
               WS-OperatorFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE OperatorFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave94Report.txt - status "
               WS-ReportFile-Status
           CLOSE OperatorFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "=== SEGREGATION OF DUTIES REPORT " WS-Today " ==="
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Period " WS-Period-From " - " WS-Period-To
           "   operator levels as on Operatorer.txt today"
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-LINE

      * every trail is read once; a trail not on file is reported
      * as such and the rest still reviewed.
       PERFORM SCAN-MAINTENANCE-AUDIT
       PERFORM SCAN-APPROVAL-REGISTER
       PERFORM SCAN-PENDING-APPROVALS
       PERFORM SCAN-CUSTOMER-AUDIT
       PERFORM SCAN-STATUS-AUDIT
       PERFORM SCAN-HOLD-AUDIT
       PERFORM SCAN-OPERATOR-AUDIT

       PERFORM MATCH-MAINTAINERS-TO-POSTERS

       PERFORM REPORT-VIOLATIONS

       CLOSE OperatorFil
       CLOSE KontoFil
       CLOSE ReportFile

       DISPLAY "Events collected: " WS-Event-Count
           "  violations: " WS-Vio-Count
           " - see Opgave94Report.txt"
       STOP RUN.

      * each request names who keyed it and who disposed of it -
      * never the same ID. Limit and customer maintenance, by
      * either of them, is a maintaining side to hold against
      * postings. Holds and customer deletes are supervisor work.
       SCAN-MAINTENANCE-AUDIT.
           MOVE "MaintenanceAudit.txt" TO WS-Source-Name
           OPEN INPUT MaintAuditFile
           MOVE WS-MaintAudit-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ MaintAuditFile
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       PERFORM CHECK-MAINTENANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE MaintAuditFile
           PERFORM REPORT-SOURCE-READ.

       CHECK-MAINTENANCE-RECORD.
           MOVE MR-AppDate TO WS-Chk-Date
           PERFORM CHECK-IN-PERIOD
           IF NOT WS-IS-IN-PERIOD
               EXIT PARAGRAPH
           END-IF

           IF MR-Requester = MR-Approver
               MOVE "MM"         TO WS-New-Rule
               MOVE MR-Requester TO WS-New-Operator
               MOVE MR-Key       TO WS-New-Object
               MOVE WS-Chk-Date  TO WS-New-Date
               MOVE SPACES       TO WS-New-Detail
               STRING "request " MR-Kind " " MR-Action
                   " keyed " MR-ReqDate " outcome " MR-Outcome
                   INTO WS-New-Detail
               END-STRING
               PERFORM RECORD-VIOLATION
           END-IF

           IF MR-KIND-HOLD
                   OR (MR-KIND-KUNDE AND MR-ACTION-DELETE)
               MOVE MR-Approver TO WS-Chk-Operator
               PERFORM LOOKUP-OPERATOR-LEVEL
               IF NOT WS-CHK-SUPERVISOR
                   MOVE "SV"        TO WS-New-Rule
                   MOVE MR-Approver TO WS-New-Operator
                   MOVE MR-Key      TO WS-New-Object
                   MOVE WS-Chk-Date TO WS-New-Date
                   MOVE SPACES      TO WS-New-Detail
                   STRING "reviewed request " MR-Kind " " MR-Action
                       " level " WS-Chk-Level
                       " (MaintenanceAudit)"
                       INTO WS-New-Detail
                   END-STRING
                   PERFORM RECORD-VIOLATION
               END-IF
           END-IF

           IF NOT MR-APPLIED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MR-KIND-LIMIT
                   MOVE "L" TO WS-New-Side
               WHEN MR-KIND-CUSTLIMIT
                   MOVE "K" TO WS-New-Side
               WHEN MR-KIND-KUNDE
               WHEN MR-KIND-ADRESSE
               WHEN MR-KIND-RETENTION
                   MOVE "M" TO WS-New-Side
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE MR-Key TO WS-New-Object
           MOVE MR-Requester TO WS-New-Operator
           MOVE MR-ReqDate   TO WS-New-Date
           PERFORM ADD-EVENT
           MOVE MR-Approver  TO WS-New-Operator
           MOVE MR-AppDate   TO WS-New-Date
           PERFORM ADD-EVENT.

      * posting approvals: APPROVED/REJECTED <KontoID> <type>
      * <amount> queued <date> by <keyer> reviewed by <reviewer>.
      * The maintenance lines are read from MaintenanceAudit.txt in
      * full instead.
       SCAN-APPROVAL-REGISTER.
           MOVE "Opgave60Register.txt" TO WS-Source-Name
           OPEN INPUT RegisterFile
           MOVE WS-RegisterFile-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ RegisterFile
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       PERFORM CHECK-REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE RegisterFile
           PERFORM REPORT-SOURCE-READ.

       CHECK-REGISTER-LINE.
           IF RegisterLine(1:9) NOT = "APPROVED "
                   AND RegisterLine(1:9) NOT = "REJECTED "
               EXIT PARAGRAPH
           END-IF
           IF RegisterLine(10:6) = "MAINT "
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Reg-Head
           MOVE SPACES TO WS-Reg-QDate
           MOVE SPACES TO WS-Reg-Maker
           MOVE SPACES TO WS-Reg-Checker
           UNSTRING RegisterLine
               DELIMITED BY " queued " OR " reviewed by " OR " by "
               INTO WS-Reg-Head WS-Reg-QDate
                   WS-Reg-Maker WS-Reg-Checker
           END-UNSTRING

           MOVE WS-Reg-QDate TO WS-Chk-Date
           PERFORM CHECK-IN-PERIOD
           IF NOT WS-IS-IN-PERIOD
               EXIT PARAGRAPH
           END-IF

           IF WS-Reg-Maker = WS-Reg-Checker
               MOVE "MC"               TO WS-New-Rule
               MOVE WS-Reg-Maker       TO WS-New-Operator
               MOVE RegisterLine(10:10) TO WS-New-Object
               MOVE WS-Chk-Date        TO WS-New-Date
               MOVE SPACES             TO WS-New-Detail
               STRING "queued and reviewed - "
                   RegisterLine(1:8)
                   INTO WS-New-Detail
               END-STRING
               PERFORM RECORD-VIOLATION
           END-IF

           MOVE WS-Reg-Checker TO WS-Chk-Operator
           PERFORM LOOKUP-OPERATOR-LEVEL
           IF NOT WS-CHK-SUPERVISOR
               MOVE "SV"               TO WS-New-Rule
               MOVE WS-Reg-Checker     TO WS-New-Operator
               MOVE RegisterLine(10:10) TO WS-New-Object
               MOVE WS-Chk-Date        TO WS-New-Date
               MOVE SPACES             TO WS-New-Detail
               STRING "reviewed a queued posting level "
                   WS-Chk-Level " (Opgave60Register)"
                   INTO WS-New-Detail
               END-STRING
               PERFORM RECORD-VIOLATION
           END-IF

           MOVE "P"                 TO WS-New-Side
           MOVE RegisterLine(10:10) TO WS-New-Object
           MOVE WS-Chk-Date         TO WS-New-Date
           MOVE WS-Reg-Maker        TO WS-New-Operator
           PERFORM ADD-EVENT
           IF RegisterLine(1:9) = "APPROVED "
               MOVE WS-Reg-Checker TO WS-New-Operator
               PERFORM ADD-EVENT
           END-IF.

      * postings still waiting for review count as postings by
      * whoever keyed them.
       SCAN-PENDING-APPROVALS.
           MOVE "PendingApprovals.txt" TO WS-Source-Name
           OPEN INPUT PendingQueue
           MOVE WS-PendingQueue-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ PendingQueue
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       MOVE PA-QueuedDate TO WS-Chk-Date
                       PERFORM CHECK-IN-PERIOD
                       IF WS-IS-IN-PERIOD
                           MOVE "P"         TO WS-New-Side
                           MOVE PA-Operator TO WS-New-Operator
                           MOVE PA-KontoID  TO WS-New-Object
                           MOVE WS-Chk-Date TO WS-New-Date
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingQueue
           PERFORM REPORT-SOURCE-READ.

      * only the WRITE-AUDIT-LINE shape names an operator; the
      * DELETE REQ follow-on lines and lines written before the
      * operator was carried are passed over.
       SCAN-CUSTOMER-AUDIT.
           MOVE "Opgave9Audit.txt" TO WS-Source-Name
           OPEN INPUT CustAuditFile
           MOVE WS-CustAudit-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ CustAuditFile
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       IF CustAudit-KundeTag = " KundeID="
                               AND CustAudit-OperTag = " Operator="
                           MOVE CustAudit-Date TO WS-Chk-Date
                           PERFORM CHECK-IN-PERIOD
                           IF WS-IS-IN-PERIOD
                               MOVE "M" TO WS-New-Side
                               MOVE CustAudit-Operator
                                   TO WS-New-Operator
                               MOVE CustAudit-KundeID
                                   TO WS-New-Object
                               MOVE WS-Chk-Date TO WS-New-Date
                               PERFORM ADD-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustAuditFile
           PERFORM REPORT-SOURCE-READ.

       SCAN-STATUS-AUDIT.
           MOVE "Opgave78Audit.txt" TO WS-Source-Name
           OPEN INPUT StatusAuditFile
           MOVE WS-StatusAudit-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ StatusAuditFile
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       IF StatusAudit-Tag = " STATUS "
                           MOVE StatusAudit-Date TO WS-Chk-Date
                           PERFORM CHECK-IN-PERIOD
                           IF WS-IS-IN-PERIOD
                               MOVE "M" TO WS-New-Side
                               MOVE StatusAudit-Operator
                                   TO WS-New-Operator
                               MOVE StatusAudit-KundeID
                                   TO WS-New-Object
                               MOVE WS-Chk-Date TO WS-New-Date
                               PERFORM ADD-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StatusAuditFile
           PERFORM REPORT-SOURCE-READ.

      * the hold desk is supervisor work, whether the hold was
      * placed directly (HOLD) or keyed for approval (HOLD REQ).
       SCAN-HOLD-AUDIT.
           MOVE "Opgave46Audit.txt" TO WS-Source-Name
           OPEN INPUT HoldAuditFile
           MOVE WS-HoldAudit-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ HoldAuditFile
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       PERFORM CHECK-HOLD-LINE
               END-READ
           END-PERFORM
           CLOSE HoldAuditFile
           PERFORM REPORT-SOURCE-READ.

       CHECK-HOLD-LINE.
           EVALUATE TRUE
               WHEN HoldAuditLine(9:10) = " HOLD REQ "
                   MOVE HoldAuditLine(27:10) TO WS-Hold-KontoID
                   MOVE HoldAuditLine(81:10) TO WS-Hold-Operator
               WHEN HoldAuditLine(9:6) = " HOLD "
                   MOVE HoldAuditLine(23:10) TO WS-Hold-KontoID
                   MOVE HoldAuditLine(77:10) TO WS-Hold-Operator
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE HoldAuditLine(1:8) TO WS-Chk-Date
           PERFORM CHECK-IN-PERIOD
           IF NOT WS-IS-IN-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Hold-Operator TO WS-Chk-Operator
           PERFORM LOOKUP-OPERATOR-LEVEL
           IF NOT WS-CHK-SUPERVISOR
               MOVE "SV"             TO WS-New-Rule
               MOVE WS-Hold-Operator TO WS-New-Operator
               MOVE WS-Hold-KontoID  TO WS-New-Object
               MOVE WS-Chk-Date      TO WS-New-Date
               MOVE SPACES           TO WS-New-Detail
               STRING "hold maintenance level " WS-Chk-Level
                   " (Opgave46Audit)"
                   INTO WS-New-Detail
               END-STRING
               PERFORM RECORD-VIOLATION
           END-IF.

      * operator maintenance is supervisor work, and no one
      * maintains their own operator record.
       SCAN-OPERATOR-AUDIT.
           MOVE "Opgave45Audit.txt" TO WS-Source-Name
           OPEN INPUT OperAuditFile
           MOVE WS-OperAudit-Status TO WS-Source-Status
           IF WS-Source-Status NOT = "00"
               PERFORM REPORT-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Lines-Read
           SET END-SOURCE TO FALSE
           PERFORM UNTIL END-SOURCE
               READ OperAuditFile
                   AT END
                       SET END-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       PERFORM CHECK-OPERATOR-LINE
               END-READ
           END-PERFORM
           CLOSE OperAuditFile
           PERFORM REPORT-SOURCE-READ.

       CHECK-OPERATOR-LINE.
           IF OperAudit-Tag NOT = " OPERATOR "
               EXIT PARAGRAPH
           END-IF
           MOVE OperAudit-Date TO WS-Chk-Date
           PERFORM CHECK-IN-PERIOD
           IF NOT WS-IS-IN-PERIOD
               EXIT PARAGRAPH
           END-IF
      * the very first supervisor is added in bootstrap mode, with
      * no one signed on to do it.
           IF OperAudit-Operator = "BOOTSTRAP"
               EXIT PARAGRAPH
           END-IF

           IF OperAudit-Operator = OperAudit-Subject
               MOVE "SO"               TO WS-New-Rule
               MOVE OperAudit-Operator TO WS-New-Operator
               MOVE OperAudit-Subject  TO WS-New-Object
               MOVE WS-Chk-Date        TO WS-New-Date
               MOVE SPACES             TO WS-New-Detail
               STRING "own operator record set to level "
                   OperAudit-Level
                   INTO WS-New-Detail
               END-STRING
               PERFORM RECORD-VIOLATION
           END-IF

           MOVE OperAudit-Operator TO WS-Chk-Operator
           PERFORM LOOKUP-OPERATOR-LEVEL
           IF NOT WS-CHK-SUPERVISOR
               MOVE "SV"               TO WS-New-Rule
               MOVE OperAudit-Operator TO WS-New-Operator
               MOVE OperAudit-Subject  TO WS-New-Object
               MOVE WS-Chk-Date        TO WS-New-Date
               MOVE SPACES             TO WS-New-Detail
               STRING "operator maintenance level " WS-Chk-Level
                   " (Opgave45Audit)"
                   INTO WS-New-Detail
               END-STRING
               PERFORM RECORD-VIOLATION
           END-IF.

      * one operator on both sides of an account: keeping its
      * limit (or its customer's limit or static data) and posting
      * to it - keying the posting or approving it.
       MATCH-MAINTAINERS-TO-POSTERS.
           PERFORM VARYING WS-Ev-Idx FROM 1 BY 1
                   UNTIL WS-Ev-Idx > WS-Event-Count
               IF WS-EV-POSTING(WS-Ev-Idx)
                   PERFORM MATCH-ONE-POSTING
               END-IF
           END-PERFORM.

       MATCH-ONE-POSTING.
           PERFORM VARYING WS-Ev-Jdx FROM 1 BY 1
                   UNTIL WS-Ev-Jdx > WS-Event-Count
               IF WS-Ev-Operator(WS-Ev-Jdx)
                       = WS-Ev-Operator(WS-Ev-Idx)
                   MOVE SPACES TO WS-New-Rule
                   EVALUATE TRUE
                       WHEN WS-EV-ACCOUNT-LIMIT(WS-Ev-Jdx)
                           IF WS-Ev-Object(WS-Ev-Jdx)
                                   = WS-Ev-Object(WS-Ev-Idx)
                               MOVE "LP" TO WS-New-Rule
                               MOVE WS-Ev-Object(WS-Ev-Idx)
                                   TO WS-New-Object
                           END-IF
                       WHEN WS-EV-CUSTOMER-LIMIT(WS-Ev-Jdx)
                           IF WS-Ev-Owner(WS-Ev-Idx) NOT = SPACES
                               AND WS-Ev-Object(WS-Ev-Jdx)
                                   = WS-Ev-Owner(WS-Ev-Idx)
                               MOVE "LP" TO WS-New-Rule
                               MOVE WS-Ev-Object(WS-Ev-Idx)
                                   TO WS-New-Object
                           END-IF
                       WHEN WS-EV-CUSTOMER-DATA(WS-Ev-Jdx)
                           IF WS-Ev-Owner(WS-Ev-Idx) NOT = SPACES
                               AND WS-Ev-Object(WS-Ev-Jdx)
                                   = WS-Ev-Owner(WS-Ev-Idx)
                               MOVE "CP" TO WS-New-Rule
                               MOVE WS-Ev-Owner(WS-Ev-Idx)
                                   TO WS-New-Object
                           END-IF
                   END-EVALUATE
                   IF WS-New-Rule NOT = SPACES
                       MOVE WS-Ev-Operator(WS-Ev-Idx)
                           TO WS-New-Operator
                       MOVE WS-Ev-Date(WS-Ev-Idx) TO WS-New-Date
                       MOVE SPACES TO WS-New-Detail
                       STRING "maintained "
                               DELIMITED BY SIZE
                           WS-Ev-Source(WS-Ev-Jdx)
                               DELIMITED BY SPACE
                           " / posted " DELIMITED BY SIZE
                           WS-Ev-Source(WS-Ev-Idx)
                               DELIMITED BY SPACE
                           INTO WS-New-Detail
                       END-STRING
                       PERFORM RECORD-VIOLATION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-IN-PERIOD.
           MOVE "N" TO WS-In-Period
           IF WS-Chk-Date IS NUMERIC
               IF WS-Chk-Date >= WS-Period-From-X
                       AND WS-Chk-Date <= WS-Period-To-X
                   MOVE "Y" TO WS-In-Period
               END-IF
           END-IF.

      * "?" - the ID is not on the operator master at all, so it
      * cannot hold supervisor level either.
       LOOKUP-OPERATOR-LEVEL.
           MOVE WS-Chk-Operator TO OperatorRecord-ID
           READ OperatorFil
               INVALID KEY
                   MOVE "?" TO WS-Chk-Level
               NOT INVALID KEY
                   MOVE OperatorRecord-Level TO WS-Chk-Level
           END-READ.

       ADD-EVENT.
           IF WS-New-Operator = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-Event-Count >= 2000
               MOVE "Y" TO WS-Event-Full
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Event-Count
           MOVE WS-New-Side     TO WS-Ev-Side(WS-Event-Count)
           MOVE WS-New-Operator TO WS-Ev-Operator(WS-Event-Count)
           MOVE WS-New-Object   TO WS-Ev-Object(WS-Event-Count)
           MOVE WS-New-Date     TO WS-Ev-Date(WS-Event-Count)
           MOVE WS-Source-Name  TO WS-Ev-Source(WS-Event-Count)
           MOVE SPACES          TO WS-Ev-Owner(WS-Event-Count)
           IF WS-New-Side = "P"
               MOVE WS-New-Object TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KontoRecord-KundeID
                           TO WS-Ev-Owner(WS-Event-Count)
               END-READ
           END-IF.

       RECORD-VIOLATION.
           MOVE "N" TO WS-Vio-Found
           PERFORM VARYING WS-Vio-Idx FROM 1 BY 1
                   UNTIL WS-Vio-Idx > WS-Vio-Count
                       OR WS-VIO-FOUND-IT
               IF WS-Vio-Rule(WS-Vio-Idx) = WS-New-Rule
                       AND WS-Vio-Operator(WS-Vio-Idx)
                           = WS-New-Operator
                       AND WS-Vio-Object(WS-Vio-Idx) = WS-New-Object
                   MOVE "Y" TO WS-Vio-Found
               END-IF
           END-PERFORM
           IF WS-VIO-FOUND-IT
               SUBTRACT 1 FROM WS-Vio-Idx
               ADD 1 TO WS-Vio-Times(WS-Vio-Idx)
               IF WS-New-Date < WS-Vio-First(WS-Vio-Idx)
                   MOVE WS-New-Date TO WS-Vio-First(WS-Vio-Idx)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-Vio-Count >= 500
               MOVE "Y" TO WS-Vio-Full
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Vio-Count
           MOVE WS-New-Rule     TO WS-Vio-Rule(WS-Vio-Count)
           MOVE WS-New-Operator TO WS-Vio-Operator(WS-Vio-Count)
           MOVE WS-New-Object   TO WS-Vio-Object(WS-Vio-Count)
           MOVE WS-New-Date     TO WS-Vio-First(WS-Vio-Count)
           MOVE 1               TO WS-Vio-Times(WS-Vio-Count)
           MOVE WS-New-Detail   TO WS-Vio-Detail(WS-Vio-Count).

      * one section per rule, in the order the auditors asked for
      * them.
       REPORT-VIOLATIONS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > 6
               COMPUTE WS-Rule-Pos = WS-Rule-Idx * 2 - 1
               MOVE WS-Rule-List(WS-Rule-Pos:2) TO WS-New-Rule
               PERFORM REPORT-ONE-RULE
           END-PERFORM

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Violations listed: " WS-Vio-Count
               "   events reviewed: " WS-Event-Count
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-EVENTS-OVERFLOWED
               MOVE "*** more than 2000 maintaining/posting events -"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
               MOVE "*** narrow the period, the rest were not matched"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-VIOS-OVERFLOWED
               MOVE "*** more than 500 violations - report incomplete"
                   TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-RULE.
           EVALUATE TRUE
               WHEN WS-RULE-SAME-POSTING
                   MOVE "Queued and reviewed the same posting"
                       TO WS-Rule-Title
               WHEN WS-RULE-SAME-MAINT
                   MOVE "Keyed and reviewed the same maintenance"
                       TO WS-Rule-Title
               WHEN WS-RULE-OWN-OPERATOR
                   MOVE "Maintained own operator record"
                       TO WS-Rule-Title
               WHEN WS-RULE-LIMIT-POSTING
                   MOVE "Maintains the limit on an account and posts"
                       TO WS-Rule-Title
               WHEN WS-RULE-CUST-POSTING
                   MOVE "Maintains a customer and posts to its accounts"
                       TO WS-Rule-Title
               WHEN WS-RULE-NOT-SUPERVISOR
                   MOVE "Supervisor-level action by a non-supervisor"
                       TO WS-Rule-Title
           END-EVALUATE
           MOVE SPACES TO ReportLine
           STRING "--- " WS-New-Rule " " WS-Rule-Title
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-Rule-Hits
           PERFORM VARYING WS-Vio-Idx FROM 1 BY 1
                   UNTIL WS-Vio-Idx > WS-Vio-Count
               IF WS-Vio-Rule(WS-Vio-Idx) = WS-New-Rule
                   ADD 1 TO WS-Rule-Hits
                   MOVE WS-Vio-Times(WS-Vio-Idx) TO WS-Times-Display
                   MOVE SPACES TO ReportLine
                   STRING "  " WS-Vio-Operator(WS-Vio-Idx)
                       " " WS-Vio-Object(WS-Vio-Idx)
                       " first " WS-Vio-First(WS-Vio-Idx)
                       " x" WS-Times-Display
                       "  " WS-Vio-Detail(WS-Vio-Idx)
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-Rule-Hits = ZERO
               MOVE "  none" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-SOURCE-MISSING.
           MOVE SPACES TO ReportLine
           IF WS-Source-Status = "35"
               STRING "Source " WS-Source-Name " not on file"
                   INTO ReportLine
               END-STRING
           ELSE
               STRING "Source " WS-Source-Name " not read - status "
                   WS-Source-Status
                   INTO ReportLine
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-SOURCE-READ.
           MOVE SPACES TO ReportLine
           STRING "Source " WS-Source-Name " lines read: "
               WS-Lines-Read
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave94Report.txt - status "
                   WS-ReportFile-Status
               CLOSE OperatorFil
               CLOSE KontoFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.
