       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave99.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT TaxResFil ASSIGN TO "TaxResidency.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxRes-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TaxResFil-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT AuditFile ASSIGN TO "Opgave99Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.

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

      * every country the customer has declared tax residence in
      * on a signed self-certification, with the TIN that country
      * issued.
       FD  TaxResFil.
       01  TaxResRecord.
           COPY "TAXRES.cpy".

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  AuditFile.
       01  AuditLine PIC X(100).

      * a residency added, changed or ended here is a request until
      * a second operator approves it in Opgave60 - TaxResidency.txt
      * is read here, never written.
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

      * TAXHOME names the bank's own country of residence (columns
      * 11-12, DK when absent) - a TIN is demanded for every other
      * country, since only those are reported abroad.
       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.
       01 WS-TaxResFil-Status  PIC X(2) VALUE "00".
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-AuditFile-Status  PIC X(2) VALUE "00".
       01 WS-MaintQueue-Status PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

       01 WS-Home-Country PIC X(2) VALUE "DK".

       01 WS-Done       PIC X VALUE "N".
          88 WS-IS-DONE VALUE "Y".

       01 WS-Transaction PIC X VALUE SPACE.
           88 WS-TXN-ADD    VALUE "A" "a".
           88 WS-TXN-CHANGE VALUE "C" "c".
           88 WS-TXN-END    VALUE "E" "e".
           88 WS-TXN-LIST   VALUE "I" "i".
           88 WS-TXN-EXIT   VALUE "X" "x".

       01 EOF-TAXRES PIC X VALUE "N".
           88 END-TAXRES VALUE "Y" FALSE "N".
       01 WS-Residency-Count PIC 9(3) VALUE ZERO.
       01 WS-List-KundeID    PIC X(10).
       01 WS-Save-Key        PIC X(12).

       01 WS-Today PIC 9(8) VALUE ZERO.

      * keyed answers - blank keeps the value already on file on a
      * change.
       01 WS-Key-TIN      PIC X(20) VALUE SPACES.
       01 WS-Key-SelfCert PIC X(8) VALUE SPACES.
       01 WS-Key-UsPerson PIC X(1) VALUE SPACE.
       01 WS-Fields-OK    PIC X VALUE "N".
           88 WS-FIELDS-VALID VALUE "Y".

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

       MOVE "TAXHOME" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:2) NOT = SPACES
           MOVE WS-RC-Value(1:2) TO WS-Home-Country
       END-IF

       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - tax residency maintenance"
               " unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT TaxResFil
       IF WS-TaxResFil-Status = "35"
      * no residencies yet - an empty register is created so the
      * first declaration can be checked against it like any other.
           OPEN OUTPUT TaxResFil
           CLOSE TaxResFil
           OPEN INPUT TaxResFil
       END-IF
       IF WS-TaxResFil-Status NOT = "00"
           DISPLAY "ERROR opening TaxResidency.txt - status "
               WS-TaxResFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE TaxResFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status = "35"
           OPEN OUTPUT AuditFile
       END-IF
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave99Audit.txt - status "
               WS-AuditFile-Status
           CLOSE TaxResFil
           CLOSE KundeFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "A=Add residency  C=Change  E=End residency"
               "  I=List a customer's residencies  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
               WHEN WS-TXN-ADD
                   PERFORM ADD-RESIDENCY
               WHEN WS-TXN-CHANGE
                   PERFORM CHANGE-RESIDENCY
               WHEN WS-TXN-END
                   PERFORM END-RESIDENCY
               WHEN WS-TXN-LIST
                   PERFORM LIST-RESIDENCIES
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE
       END-PERFORM

       CLOSE TaxResFil
       CLOSE KundeFil
       CLOSE AuditFile
       PERFORM SESSION-CLOSE
       STOP RUN.

       ADD-RESIDENCY.
           DISPLAY "KundeID: "
           ACCEPT TaxRes-KundeID
           MOVE TaxRes-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " TaxRes-KundeID
                       " not on file - residency not added"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Country of tax residence (ISO code, e.g. DK): "
           ACCEPT TaxRes-Country
           IF TaxRes-Country(1:1) = SPACE
                   OR TaxRes-Country IS NOT ALPHABETIC-UPPER
                   OR TaxRes-Country(2:1) = SPACE
               DISPLAY "Invalid country code " TaxRes-Country
                   " - residency not added"
               EXIT PARAGRAPH
           END-IF

           MOVE TaxRes-Key TO WS-Save-Key
           READ TaxResFil
               INVALID KEY
                   MOVE WS-Save-Key TO TaxRes-Key
               NOT INVALID KEY
                   DISPLAY "A residency in " TaxRes-Country
                       " for " TaxRes-KundeID
                       " is already on file - change it instead"
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO TaxRes-TIN
           MOVE ZERO   TO TaxRes-SelfCertDate
           MOVE "N"    TO TaxRes-UsPerson
           PERFORM ACCEPT-RESIDENCY-TERMS
           IF NOT WS-FIELDS-VALID
               DISPLAY "Residency not added"
               EXIT PARAGRAPH
           END-IF

           MOVE "TX" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE TaxRes-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE TaxResRecord TO MR-After(1:49)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-RESIDENCY-AUDIT
           END-IF.

       CHANGE-RESIDENCY.
           DISPLAY "KundeID: "
           ACCEPT TaxRes-KundeID
           DISPLAY "Country of tax residence: "
           ACCEPT TaxRes-Country
           READ TaxResFil
               INVALID KEY
                   DISPLAY "No residency in " TaxRes-Country
                       " for " TaxRes-KundeID
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-RESIDENCY
           MOVE SPACES TO MR-Before
           MOVE TaxResRecord TO MR-Before(1:49)

           DISPLAY "Blank keeps the current value"
           PERFORM ACCEPT-RESIDENCY-TERMS
           IF NOT WS-FIELDS-VALID
               DISPLAY "Residency not changed"
               EXIT PARAGRAPH
           END-IF
           IF TaxResRecord(1:41) = MR-Before(1:41)
               DISPLAY "Nothing changed"
               EXIT PARAGRAPH
           END-IF

           MOVE "TX" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE TaxRes-KundeID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE TaxResRecord TO MR-After(1:49)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-RESIDENCY-AUDIT
           END-IF.

      * a residency the customer has given up is removed outright -
      * the audit trail and MaintenanceAudit.txt keep what it was.
       END-RESIDENCY.
           DISPLAY "KundeID: "
           ACCEPT TaxRes-KundeID
           DISPLAY "Country of tax residence: "
           ACCEPT TaxRes-Country
           READ TaxResFil
               INVALID KEY
                   DISPLAY "No residency in " TaxRes-Country
                       " for " TaxRes-KundeID
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-RESIDENCY
           MOVE "TX" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE TaxRes-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE TaxResRecord TO MR-Before(1:49)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-RESIDENCY-AUDIT
               MOVE TaxRes-KundeID TO WS-List-KundeID
               PERFORM COUNT-RESIDENCIES
               IF WS-Residency-Count = 1
                   DISPLAY "NOTE: this is the customer's last"
                       " residency - no new account can be opened"
                       " until a fresh self-certification is keyed"
               END-IF
           END-IF.

      * TIN, self-certification and US-person indicator - the terms
      * an add sets and a change may alter. No record goes forward
      * without the date of a signed self-certification.
       ACCEPT-RESIDENCY-TERMS.
           MOVE "N" TO WS-Fields-OK

           DISPLAY "Tax identification number (TIN): "
           ACCEPT WS-Key-TIN
           IF WS-Key-TIN NOT = SPACES
               MOVE WS-Key-TIN TO TaxRes-TIN
           END-IF
           IF TaxRes-TIN = SPACES
                   AND TaxRes-Country NOT = WS-Home-Country
               DISPLAY "A residency in " TaxRes-Country
                   " needs the TIN that country issued"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Self-certification signed (YYYYMMDD): "
           ACCEPT WS-Key-SelfCert
           IF WS-Key-SelfCert NOT = SPACES
               IF WS-Key-SelfCert IS NOT NUMERIC
                   DISPLAY "Self-certification date is not a date"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Key-SelfCert TO TaxRes-SelfCertDate
           END-IF
           IF TaxRes-SelfCertDate = ZERO
               DISPLAY "No self-certification - the customer must"
                   " sign one before the residency is recorded"
               EXIT PARAGRAPH
           END-IF
           IF TaxRes-SelfCertDate > WS-Today
               DISPLAY "Self-certification date is in the future"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "US person (Y/N): "
           ACCEPT WS-Key-UsPerson
           IF WS-Key-UsPerson NOT = SPACE
               MOVE WS-Key-UsPerson TO TaxRes-UsPerson
           END-IF
      * a US tax resident is a US person whatever was ticked.
           IF TaxRes-Country = "US"
               MOVE "Y" TO TaxRes-UsPerson
           END-IF
           IF NOT TAXRES-USPERSON-VALID
               DISPLAY "Invalid US-person indicator "
                   TaxRes-UsPerson
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Today TO TaxRes-LastChanged
           MOVE "Y" TO WS-Fields-OK.

       LIST-RESIDENCIES.
           DISPLAY "KundeID: "
           ACCEPT WS-List-KundeID
           MOVE ZERO TO WS-Residency-Count
           SET END-TAXRES TO FALSE
           MOVE WS-List-KundeID TO TaxRes-KundeID
           MOVE LOW-VALUES      TO TaxRes-Country
           START TaxResFil KEY IS NOT LESS THAN TaxRes-Key
               INVALID KEY
                   SET END-TAXRES TO TRUE
           END-START

           PERFORM UNTIL END-TAXRES
               READ TaxResFil NEXT RECORD
                   AT END
                       SET END-TAXRES TO TRUE
                   NOT AT END
                       IF TaxRes-KundeID NOT = WS-List-KundeID
                           SET END-TAXRES TO TRUE
                       ELSE
                           ADD 1 TO WS-Residency-Count
                           PERFORM SHOW-ONE-RESIDENCY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-Residency-Count " residency(ies) on file for "
               WS-List-KundeID
           IF WS-Residency-Count = ZERO
               DISPLAY "  no self-certification - no account may be"
                   " opened for this customer"
           END-IF.

      * counts WS-List-KundeID's residencies without showing them.
       COUNT-RESIDENCIES.
           MOVE ZERO TO WS-Residency-Count
           SET END-TAXRES TO FALSE
           MOVE WS-List-KundeID TO TaxRes-KundeID
           MOVE LOW-VALUES      TO TaxRes-Country
           START TaxResFil KEY IS NOT LESS THAN TaxRes-Key
               INVALID KEY
                   SET END-TAXRES TO TRUE
           END-START

           PERFORM UNTIL END-TAXRES
               READ TaxResFil NEXT RECORD
                   AT END
                       SET END-TAXRES TO TRUE
                   NOT AT END
                       IF TaxRes-KundeID NOT = WS-List-KundeID
                           SET END-TAXRES TO TRUE
                       ELSE
                           ADD 1 TO WS-Residency-Count
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-ONE-RESIDENCY.
           DISPLAY "Country " TaxRes-Country
               " TIN " TaxRes-TIN
               " self-cert " TaxRes-SelfCertDate
               " US person " TaxRes-UsPerson
               " changed " TaxRes-LastChanged.

      * the line records the request and who keyed it - the
      * approval lands in MaintenanceAudit.txt with both IDs.
       WRITE-RESIDENCY-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Today " TAXRES REQ " MR-Action
               " Kunde " TaxRes-KundeID
               " country " TaxRes-Country
               " self-cert " TaxRes-SelfCertDate
               " US " TaxRes-UsPerson
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

       COPY "RUNCTL.cpy".
