       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT ComplaintFil ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CP-CaseNo
               ALTERNATE RECORD KEY IS CP-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ComplaintFil-Status.
           SELECT CategoryFile ASSIGN TO "ComplaintCategories.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CategoryFile-Status.
           SELECT DisputeFil ASSIGN TO "DisputeRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Disp-TransRef
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DisputeFil-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT AssignFil ASSIGN TO "BranchAssignments.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AssignRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AssignFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT AuditFile ASSIGN TO "Opgave122Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - the register is
      * read by the chain, and this program keeps off the masters
      * while it runs.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

       FD  ComplaintFil.
       01  ComplaintRecord.
           COPY "COMPLAINT.cpy".

      * the complaint categories, hand-kept: code, the number of
      * calendar days the customer must have a final response
      * within, and a description.
       FD  CategoryFile.
       01  CategoryRecord.
           02 Cat-Code PIC X(4).
           02 Cat-Days PIC 9(3).
           02 Cat-Text PIC X(30).

      * the payment disputes Opgave84 works - a complaint about a
      * disputed posting is linked to its case.
       FD  DisputeFil.
       01  DisputeRecord.
           02 Disp-TransRef   PIC 9(10).
           02 Disp-KontoID    PIC X(10).
           02 Disp-Amount     PIC S9(10)V99.
           02 Disp-Status     PIC X(1).
               88 DISP-OPENED      VALUE "O".
               88 DISP-PROVISIONAL VALUE "P".
               88 DISP-UPHELD      VALUE "U".
               88 DISP-DENIED      VALUE "D".
               88 DISP-IS-OPEN     VALUES "O" "P".
           02 Disp-OpenedDate PIC 9(8).
           02 Disp-ClosedDate PIC 9(8).
           02 Disp-OpenedBy   PIC X(10).

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

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
           02 KontoRecord-StatusDate    PIC 9(8).

      * which branch each customer belongs to - maintained by
      * Opgave68. The complaint is counted against that branch.
       FD  AssignFil.
       01  AssignRecord.
           02 AssignRecord-KundeID PIC X(10).
           02 AssignRecord-Branch  PIC X(4).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

       FD  AuditFile.
       01  AuditLine PIC X(120).

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.
       01 WS-ComplaintFil-Status PIC X(2) VALUE "00".
       01 WS-CategoryFile-Status PIC X(2) VALUE "00".
       01 WS-DisputeFil-Status   PIC X(2) VALUE "00".
       01 WS-KundeFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-AssignFil-Status    PIC X(2) VALUE "00".
       01 WS-AuditFile-Status    PIC X(2) VALUE "00".

       01 WS-Dispute-Open PIC X VALUE "N".
           88 WS-HAS-DISPUTE-FILE VALUE "Y".
       01 WS-Assign-Open PIC X VALUE "N".
           88 WS-HAS-ASSIGN-FILE VALUE "Y".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * the category table, loaded once from ComplaintCategories.txt.
       01 WS-Category-Table.
           02 WS-Cat-Entry OCCURS 30 TIMES.
               03 WS-Cat-Code PIC X(4).
               03 WS-Cat-Days PIC 9(3).
               03 WS-Cat-Text PIC X(30).
       01 WS-Cat-Count PIC 9(2) VALUE ZERO.
       01 WS-Cat-Idx   PIC 9(2) VALUE ZERO.
       01 WS-Cat-Hit   PIC 9(2) VALUE ZERO.
       01 EOF-CATEGORY PIC X VALUE "N".
           88 END-CATEGORY VALUE "Y" FALSE "N".

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-NEW      VALUE "N" "n".
           88 WS-ACT-OWNER    VALUE "O" "o".
           88 WS-ACT-RESPOND  VALUE "R" "r".
           88 WS-ACT-VIEW     VALUE "V" "v".
           88 WS-ACT-CUSTOMER VALUE "C" "c".
           88 WS-ACT-LIST     VALUE "L" "l".
           88 WS-ACT-EXIT     VALUE "X" "x".

       01 WS-Key-KundeID  PIC X(10).
       01 WS-Key-KontoID  PIC X(10).
       01 WS-Key-Owner    PIC X(10).
       01 WS-Case-Field   PIC X(12).
       01 WS-Target-Ref   PIC 9(10).
       01 WS-Save-Record  PIC X(218).
       01 WS-Field-1      PIC X(1).
       01 WS-Field-4      PIC X(4).
       01 WS-Text-Field   PIC X(60).
       01 WS-Date-Field   PIC X(8).
       01 WS-Entry-Date   PIC 9(8) VALUE ZERO.
       01 WS-Entry-Parts REDEFINES WS-Entry-Date.
           02 WS-Entry-Year  PIC 9(4).
           02 WS-Entry-Month PIC 9(2).
           02 WS-Entry-Day   PIC 9(2).
       01 WS-Date-OK PIC X VALUE "N".
           88 WS-DATE-IS-OK VALUE "Y".
       01 WS-Confirm      PIC X VALUE SPACE.
       01 WS-Case-Found   PIC X VALUE "N".
           88 WS-CASE-IS-FOUND VALUE "Y".
       01 WS-Next-Seq     PIC 9(4) VALUE ZERO.
       01 WS-Days-Left    PIC S9(5) VALUE ZERO.
       01 WS-Days-Display PIC -(4)9.
       01 WS-Case-Count   PIC 9(5) VALUE ZERO.
       01 WS-Late-Count   PIC 9(5) VALUE ZERO.
       01 WS-List-Owner   PIC X(10).
       01 WS-Due-Flag     PIC X(13).
       01 WS-Audit-Action PIC X(8) VALUE SPACES.
       01 WS-Audit-Detail PIC X(60) VALUE SPACES.
       01 EOF-COMPLAINT PIC X VALUE "N".
           88 END-COMPLAINT VALUE "Y" FALSE "N".

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
       PERFORM GET-BUSINESS-DATE

       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - complaints register unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM LOAD-CATEGORIES

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE KundeFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT DisputeFil
       IF WS-DisputeFil-Status = "00"
           MOVE "Y" TO WS-Dispute-Open
       END-IF

       OPEN INPUT AssignFil
       IF WS-AssignFil-Status = "00"
           MOVE "Y" TO WS-Assign-Open
       END-IF

       OPEN I-O ComplaintFil
       IF WS-ComplaintFil-Status = "35"
           OPEN OUTPUT ComplaintFil
           CLOSE ComplaintFil
           OPEN I-O ComplaintFil
       END-IF
       IF WS-ComplaintFil-Status NOT = "00"
           DISPLAY "ERROR opening ComplaintRegister.txt - status "
               WS-ComplaintFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave122Audit.txt - status "
               WS-AuditFile-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE ComplaintFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "N=New complaint  O=Change owner  R=Final response"
               "  V=View case  C=Customer's cases  L=List open"
               "  X=Exit"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-ACT-NEW
                   PERFORM NEW-COMPLAINT
               WHEN WS-ACT-OWNER
                   PERFORM CHANGE-OWNER
               WHEN WS-ACT-RESPOND
                   PERFORM RECORD-FINAL-RESPONSE
               WHEN WS-ACT-VIEW
                   PERFORM VIEW-CASE
               WHEN WS-ACT-CUSTOMER
                   PERFORM LIST-CUSTOMER-CASES
               WHEN WS-ACT-LIST
                   PERFORM LIST-OPEN-CASES
               WHEN WS-ACT-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE
       END-PERFORM

       CLOSE KundeFil
       CLOSE KontoFil
       CLOSE ComplaintFil
       CLOSE AuditFile
       IF WS-HAS-DISPUTE-FILE
           CLOSE DisputeFil
       END-IF
       IF WS-HAS-ASSIGN-FILE
           CLOSE AssignFil
       END-IF
       PERFORM SESSION-CLOSE
       STOP RUN.

      * no complaint can be registered without a category to give it
      * its response deadline, so the table has to be there.
       LOAD-CATEGORIES.
           OPEN INPUT CategoryFile
           IF WS-CategoryFile-Status NOT = "00"
               DISPLAY "ERROR opening ComplaintCategories.txt -"
                   " status " WS-CategoryFile-Status
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF
           SET END-CATEGORY TO FALSE
           PERFORM UNTIL END-CATEGORY
               READ CategoryFile
                   AT END
                       SET END-CATEGORY TO TRUE
                   NOT AT END
                       IF WS-Cat-Count = 30
                           DISPLAY "ERROR more than 30 complaint"
                               " categories - run aborted rather"
                               " than dropping one"
                           CLOSE CategoryFile
                           PERFORM SESSION-CLOSE
                           STOP RUN WITH ERROR STATUS 1
                       END-IF
                       ADD 1 TO WS-Cat-Count
                       MOVE Cat-Code TO WS-Cat-Code(WS-Cat-Count)
                       MOVE Cat-Days TO WS-Cat-Days(WS-Cat-Count)
                       MOVE Cat-Text TO WS-Cat-Text(WS-Cat-Count)
               END-READ
           END-PERFORM
           CLOSE CategoryFile.

      * a complaint as it comes in: the customer, what it is about,
      * how and when it was received and who owns it. The deadline
      * runs from the day it was received, not the day it was keyed.
       NEW-COMPLAINT.
           DISPLAY "KundeID: "
           ACCEPT WS-Key-KundeID
           MOVE WS-Key-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " WS-Key-KundeID " not on file"
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO ComplaintRecord
           MOVE WS-Key-KundeID TO CP-KundeID

           DISPLAY "Account it concerns (blank = none): "
           ACCEPT WS-Key-KontoID
           IF WS-Key-KontoID NOT = SPACES
               MOVE WS-Key-KontoID TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       DISPLAY "Account " WS-Key-KontoID
                           " not on file"
                       EXIT PARAGRAPH
               END-READ
               IF KontoRecord-KundeID NOT = WS-Key-KundeID
                   DISPLAY "Account " WS-Key-KontoID " belongs to "
                       KontoRecord-KundeID " - nothing registered"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Key-KontoID TO CP-KontoID

           DISPLAY "TransRef of the posting it concerns (0 ="
               " none): "
           ACCEPT WS-Target-Ref
           MOVE WS-Target-Ref TO CP-TransRef
           MOVE "N" TO CP-Dispute-Link
           IF CP-TransRef NOT = ZERO
               PERFORM LINK-DISPUTE
           END-IF

           DISPLAY "Received by L=letter  E=e-mail  C=counter: "
           ACCEPT WS-Field-1
           MOVE FUNCTION UPPER-CASE(WS-Field-1) TO CP-Channel
           IF NOT CP-CHANNEL-VALID
               DISPLAY "Channel must be L, E or C - nothing"
                   " registered"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Cat-Count
               DISPLAY "  " WS-Cat-Code(WS-Cat-Idx) " "
                   WS-Cat-Text(WS-Cat-Idx)
           END-PERFORM
           DISPLAY "Category: "
           ACCEPT WS-Field-4
           MOVE FUNCTION UPPER-CASE(WS-Field-4) TO WS-Field-4
           PERFORM FIND-CATEGORY
           IF WS-Cat-Hit = ZERO
               DISPLAY "Category " WS-Field-4 " is not on"
                   " ComplaintCategories.txt - nothing registered"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Field-4 TO CP-Category

           DISPLAY "Date received (YYYYMMDD, blank = "
               WS-Business-Date "): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field = SPACES
               MOVE WS-Business-Date TO WS-Entry-Date
           ELSE
               PERFORM CHECK-ENTRY-DATE
               IF NOT WS-DATE-IS-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-Entry-Date > WS-Business-Date
                   DISPLAY "A complaint cannot be received in the"
                       " future - nothing registered"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Entry-Date TO CP-ReceivedDate
           COMPUTE CP-DeadlineDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CP-ReceivedDate)
               + WS-Cat-Days(WS-Cat-Hit))

           DISPLAY "What the customer complains about: "
           ACCEPT WS-Text-Field
           IF WS-Text-Field = SPACES
               DISPLAY "A complaint needs a summary - nothing"
                   " registered"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Text-Field TO CP-Summary

           DISPLAY "Case owner (blank = " WS-Operator-ID "): "
           ACCEPT WS-Key-Owner
           IF WS-Key-Owner = SPACES
               MOVE WS-Operator-ID TO WS-Key-Owner
           ELSE
               PERFORM CHECK-OWNER
               IF WS-Key-Owner = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Key-Owner TO CP-Owner

           MOVE "????" TO CP-Branch
           IF WS-HAS-ASSIGN-FILE
               MOVE WS-Key-KundeID TO AssignRecord-KundeID
               READ AssignFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AssignRecord-Branch TO CP-Branch
               END-READ
           END-IF

           MOVE WS-Operator-ID TO CP-RegisteredBy
           MOVE "O" TO CP-Status
           MOVE ZERO TO CP-ResponseDate
           MOVE SPACE TO CP-Outcome
           MOVE SPACES TO CP-Resolution

           PERFORM NEXT-CASE-NUMBER
           WRITE ComplaintRecord
               INVALID KEY
                   DISPLAY "Write failed for case " CP-CaseNo
                       " - status " WS-ComplaintFil-Status
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Complaint " CP-CaseNo " registered for "
               CP-KundeID " - final response due by " CP-DeadlineDate
           MOVE "NEW" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           STRING CP-KundeID " " CP-Category " " CP-Channel
               " recd " CP-ReceivedDate " due " CP-DeadlineDate
               " owner " CP-Owner
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-COMPLAINT-AUDIT.

      * a complaint about a posting already disputed is tied to the
      * dispute case so the two are answered together.
       LINK-DISPUTE.
           IF NOT WS-HAS-DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CP-TransRef TO Disp-TransRef
           READ DisputeFil
               INVALID KEY
                   DISPLAY "TransRef " CP-TransRef " has no dispute"
                       " case - recorded without a link"
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO CP-Dispute-Link
           DISPLAY "Linked to dispute " Disp-TransRef " on account "
               Disp-KontoID " (status " Disp-Status ")"
           IF CP-KontoID = SPACES
               MOVE Disp-KontoID TO CP-KontoID
           ELSE
               IF CP-KontoID NOT = Disp-KontoID
                   DISPLAY "WARNING: the dispute is on account "
                       Disp-KontoID ", not " CP-KontoID
               END-IF
           END-IF.

       FIND-CATEGORY.
           MOVE ZERO TO WS-Cat-Hit
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Cat-Count
               IF WS-Cat-Code(WS-Cat-Idx) = WS-Field-4
                   MOVE WS-Cat-Idx TO WS-Cat-Hit
               END-IF
           END-PERFORM.

      * the owner has to be an operator on file; blanks the owner
      * when not.
       CHECK-OWNER.
           OPEN INPUT OperatorFil
           IF WS-OperatorFil-Status NOT = "00"
               DISPLAY "Operator master not available - nothing"
                   " recorded"
               MOVE SPACES TO WS-Key-Owner
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-Owner TO OperatorRecord-ID
           READ OperatorFil
               INVALID KEY
                   DISPLAY "Operator " WS-Key-Owner " not on file"
                       " - nothing recorded"
                   MOVE SPACES TO WS-Key-Owner
           END-READ
           CLOSE OperatorFil.

      * case numbers run from 0001 within the business date the case
      * is registered on.
       NEXT-CASE-NUMBER.
           MOVE ZERO TO WS-Next-Seq
           MOVE WS-Business-Date TO CP-Case-Date
           MOVE ZERO TO CP-Case-Seq
           MOVE ComplaintRecord TO WS-Save-Record
           SET END-COMPLAINT TO FALSE
           START ComplaintFil KEY IS NOT LESS THAN CP-CaseNo
               INVALID KEY
                   SET END-COMPLAINT TO TRUE
           END-START
           PERFORM UNTIL END-COMPLAINT
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-COMPLAINT TO TRUE
                   NOT AT END
                       IF CP-Case-Date NOT = WS-Business-Date
                           SET END-COMPLAINT TO TRUE
                       ELSE
                           MOVE CP-Case-Seq TO WS-Next-Seq
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-Save-Record TO ComplaintRecord
           ADD 1 TO WS-Next-Seq
           MOVE WS-Business-Date TO CP-Case-Date
           MOVE WS-Next-Seq TO CP-Case-Seq.

      * asks for a case number and reads it; WS-Case-Found says
      * whether it is on the register.
       READ-CASE.
           MOVE "N" TO WS-Case-Found
           DISPLAY "Case number (YYYYMMDDnnnn): "
           ACCEPT WS-Case-Field
           IF WS-Case-Field IS NOT NUMERIC
               DISPLAY "Not a case number"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Case-Field TO CP-CaseNo
           READ ComplaintFil
               INVALID KEY
                   DISPLAY "Case " WS-Case-Field " is not on the"
                       " register"
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-Case-Found.

      * a case changes hands by its owner or a supervisor.
       CHANGE-OWNER.
           PERFORM READ-CASE
           IF NOT WS-CASE-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT CP-OPEN
               DISPLAY "Case " CP-CaseNo " is closed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Owner is " CP-Owner
           IF CP-Owner NOT = WS-Operator-ID
               IF WS-OPERATOR-IS-SUPERVISOR
                   MOVE "Y" TO WS-Approval-OK
               ELSE
                   PERFORM SUPERVISOR-APPROVAL
               END-IF
               IF NOT WS-APPROVAL-GIVEN
                   DISPLAY "Owner unchanged"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "New owner: "
           ACCEPT WS-Key-Owner
           IF WS-Key-Owner = SPACES
               DISPLAY "Owner unchanged"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OWNER
           IF WS-Key-Owner = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Audit-Detail
           STRING CP-Owner " to " WS-Key-Owner
               INTO WS-Audit-Detail
           END-STRING
           MOVE WS-Key-Owner TO CP-Owner
           REWRITE ComplaintRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for case " CP-CaseNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Case " CP-CaseNo " now owned by " CP-Owner
           MOVE "OWNER" TO WS-Audit-Action
           PERFORM WRITE-COMPLAINT-AUDIT.

      * the final response to the customer closes the case. Closing
      * while the linked dispute is still being worked is allowed,
      * but only on a second confirmation.
       RECORD-FINAL-RESPONSE.
           PERFORM READ-CASE
           IF NOT WS-CASE-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT CP-OPEN
               DISPLAY "Case " CP-CaseNo " was closed "
                   CP-ResponseDate
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-CASE
           IF CP-DISPUTE-LINKED AND WS-HAS-DISPUTE-FILE
               MOVE CP-TransRef TO Disp-TransRef
               READ DisputeFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DISP-IS-OPEN
                           DISPLAY "Dispute " Disp-TransRef " is"
                               " still open - respond anyway (Y/N): "
                           ACCEPT WS-Confirm
                           IF WS-Confirm NOT = "Y" AND NOT = "y"
                               DISPLAY "Case stays open"
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-IF

           DISPLAY "Outcome U=upheld  P=partly upheld  R=rejected"
               "  W=withdrawn: "
           ACCEPT WS-Field-1
           MOVE FUNCTION UPPER-CASE(WS-Field-1) TO CP-Outcome
           IF NOT CP-OUTCOME-VALID
               DISPLAY "Outcome must be U, P, R or W - case stays"
                   " open"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution - what was done: "
           ACCEPT WS-Text-Field
           IF WS-Text-Field = SPACES
               DISPLAY "The resolution must be described - case"
                   " stays open"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date the response went out (YYYYMMDD, blank = "
               WS-Business-Date "): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field = SPACES
               MOVE WS-Business-Date TO WS-Entry-Date
           ELSE
               PERFORM CHECK-ENTRY-DATE
               IF NOT WS-DATE-IS-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-Entry-Date > WS-Business-Date
                       OR WS-Entry-Date < CP-ReceivedDate
                   DISPLAY "The response date must lie between the"
                       " date received and today - case stays open"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Entry-Date TO CP-ResponseDate
           MOVE WS-Text-Field TO CP-Resolution
           MOVE "C" TO CP-Status
           REWRITE ComplaintRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for case " CP-CaseNo
                   EXIT PARAGRAPH
           END-REWRITE
           IF CP-ResponseDate > CP-DeadlineDate
               DISPLAY "Case " CP-CaseNo " closed - the response went"
                   " out after the deadline " CP-DeadlineDate
           ELSE
               DISPLAY "Case " CP-CaseNo " closed within the deadline"
           END-IF
           MOVE "CLOSE" TO WS-Audit-Action
           MOVE SPACES TO WS-Audit-Detail
           STRING "outcome " CP-Outcome " sent " CP-ResponseDate
               " due " CP-DeadlineDate
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-COMPLAINT-AUDIT.

       VIEW-CASE.
           PERFORM READ-CASE
           IF NOT WS-CASE-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-CASE
           DISPLAY "  " CP-Summary
           IF CP-CLOSED
               DISPLAY "  Response " CP-ResponseDate " outcome "
                   CP-Outcome ": " CP-Resolution
           END-IF.

       LIST-CUSTOMER-CASES.
           DISPLAY "KundeID: "
           ACCEPT WS-Key-KundeID
           MOVE ZERO TO WS-Case-Count
           SET END-COMPLAINT TO FALSE
           MOVE WS-Key-KundeID TO CP-KundeID
           START ComplaintFil KEY IS EQUAL TO CP-KundeID
               INVALID KEY
                   SET END-COMPLAINT TO TRUE
           END-START
           PERFORM UNTIL END-COMPLAINT
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-COMPLAINT TO TRUE
                   NOT AT END
                       IF CP-KundeID NOT = WS-Key-KundeID
                           SET END-COMPLAINT TO TRUE
                       ELSE
                           ADD 1 TO WS-Case-Count
                           PERFORM SHOW-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Case-Count = ZERO
               DISPLAY "No complaints registered for " WS-Key-KundeID
           END-IF.

      * the open cases, one owner's or everyone's, with how long each
      * has left before its deadline.
       LIST-OPEN-CASES.
           DISPLAY "Owner (blank = all): "
           ACCEPT WS-List-Owner
           MOVE ZERO TO WS-Case-Count
           MOVE ZERO TO WS-Late-Count
           SET END-COMPLAINT TO FALSE
           MOVE LOW-VALUES TO CP-CaseNo
           START ComplaintFil KEY IS NOT LESS THAN CP-CaseNo
               INVALID KEY
                   SET END-COMPLAINT TO TRUE
           END-START
           PERFORM UNTIL END-COMPLAINT
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-COMPLAINT TO TRUE
                   NOT AT END
                       IF CP-OPEN
                               AND (WS-List-Owner = SPACES
                                    OR CP-Owner = WS-List-Owner)
                           ADD 1 TO WS-Case-Count
                           PERFORM SHOW-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-Case-Count " open complaint(s), " WS-Late-Count
               " past the deadline".

       SHOW-ONE-CASE.
           MOVE SPACES TO WS-Due-Flag
           IF CP-OPEN
               COMPUTE WS-Days-Left
                   = FUNCTION INTEGER-OF-DATE(CP-DeadlineDate)
                   - FUNCTION INTEGER-OF-DATE(WS-Business-Date)
               MOVE WS-Days-Left TO WS-Days-Display
               IF WS-Days-Left < 0
                   ADD 1 TO WS-Late-Count
                   MOVE "PAST DEADLINE" TO WS-Due-Flag
               ELSE
                   STRING WS-Days-Display " days"
                       INTO WS-Due-Flag
                   END-STRING
               END-IF
           END-IF
           DISPLAY CP-CaseNo " " CP-KundeID " " CP-Category " "
               CP-Channel " " CP-Branch " recd " CP-ReceivedDate
               " due " CP-DeadlineDate " " CP-Status " " CP-Owner
               " " WS-Due-Flag
           IF CP-KontoID NOT = SPACES OR CP-TransRef NOT = ZERO
               DISPLAY "       account " CP-KontoID " TransRef "
                   CP-TransRef " dispute link " CP-Dispute-Link
           END-IF.

       CHECK-ENTRY-DATE.
           MOVE "N" TO WS-Date-OK
           IF WS-Date-Field IS NOT NUMERIC
               DISPLAY "Not a date - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Date-Field TO WS-Entry-Date
           IF WS-Entry-Month < 1 OR WS-Entry-Month > 12
                   OR WS-Entry-Day < 1 OR WS-Entry-Day > 31
               DISPLAY "Not a date - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Date-OK.

       WRITE-COMPLAINT-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Business-Date " " WS-Audit-Action " "
               CP-CaseNo " " WS-Audit-Detail
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "BUSDATE.cpy".
