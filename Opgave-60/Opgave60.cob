               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.
           SELECT MaintKeepFile ASSIGN TO "Opgave60MaintKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintKeep-Status.
           SELECT MaintAuditFile ASSIGN TO "MaintenanceAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintAudit-Status.
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
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT AssignFil ASSIGN TO "BranchAssignments.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AssignRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AssignFil-Status.
           SELECT RetentionFil ASSIGN TO "RetentionRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Ret-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RetentionFil-Status.
           SELECT LimitFil ASSIGN TO "OverdraftLimits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LimitRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LimitFil-Status.
           SELECT CustLimitFil ASSIGN TO "CustomerLimits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustLimitRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CustLimitFil-Status.
           SELECT HoldFil ASSIGN TO "KontoHolds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HoldRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.
           SELECT OrderFil ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OrderRecord-OrderID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OrderFil-Status.
           SELECT MandateFil ASSIGN TO "Mandates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MandateRecord-Key
               ALTERNATE RECORD KEY IS MandateRecord-HolderID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MandateFil-Status.
           SELECT TaxResFil ASSIGN TO "TaxResidency.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxRes-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TaxResFil-Status.
           SELECT BusCustFil ASSIGN TO "BusinessCustomers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BusCust-KundeID
               ALTERNATE RECORD KEY IS BusCust-CVR
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BusCustFil-Status.
           SELECT UboFil ASSIGN TO "BeneficialOwners.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Ubo-Key
               ALTERNATE RECORD KEY IS Ubo-OwnerID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UboFil-Status.
           SELECT GroupFil ASSIGN TO "ClientGroups.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grp-GroupID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GroupFil-Status.
           SELECT GrpMemFil ASSIGN TO "GroupMembers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GrpMem-KundeID
               ALTERNATE RECORD KEY IS GrpMem-GroupID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrpMemFil-Status.
           SELECT CashPoolFil ASSIGN TO "CashPools.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pool-KontoID
               ALTERNATE RECORD KEY IS Pool-PoolID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CashPoolFil-Status.
           SELECT PersFil ASSIGN TO "PersonalDetails.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pers-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PersFil-Status.
           SELECT GrdFil ASSIGN TO "Guardians.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grd-Key
               ALTERNATE RECORD KEY IS Grd-GuardianID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrdFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldoverFile-Status.

       DATA DIVISION.
       FILE SECTION.
           02 PA-ValueDate   PIC X(8).
           02 PA-ContraKonto PIC X(10).
           02 PA-Text        PIC X(30).
      * the escrow beneficiaries named at the desk (ESCACCT.cpy) -
      * spaces for an ordinary account.
           02 PA-SubAccount  PIC X(10).
           02 PA-ContraSub   PIC X(10).

      * items not disposed of this session survive here and are
      * swapped back over the queue at the end, the same
      * delete-and-rename idiom Opgave43 uses.
       FD  KeepFile.
       01  KeepRecord PIC X(117).

      * an approved item goes onto the Opgave11 intake feed and
      * posts through exactly the machinery that would have posted
           02 Resub-DupOverride   PIC X(01).
           02 Resub-Text          PIC X(30).
           02 Resub-ValueDate     PIC X(08).
           02 Resub-FraudOverride PIC X(01).
           02 Resub-SubAccount    PIC X(10).
           02 Resub-ContraSub     PIC X(10).
      * the same record whole - the image HOLD-INTAKE-ITEM
      * (INTAKECUT.cpy) holds over.
       01  IntakeRecord PIC X(113).

       FD  RegisterFile.
       01  RegisterLine PIC X(120).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * the batch/online interlock (SYSSTATE.cpy) - approving
      * maintenance rewrites the shared masters, so the maintenance
      * queue is closed while the chain runs.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

      * customer and control-data changes keyed in Opgave9, Opgave24,
      * Opgave46, Opgave22 and Opgave95, each waiting for a second
      * operator -
      * the masters below are only touched from here.
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

       FD  MaintKeepFile.
       01  MaintKeepRecord PIC X(366).

      * one record per disposal, in the queue's own layout with the
      * approver, the time and the outcome filled in - the before
      * and after images and both operator IDs side by side.
       FD  MaintAuditFile.
       01  MaintAuditRecord PIC X(366).

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
           02 KontoRecord-StatusDate   PIC 9(8).

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

       FD  AssignFil.
       01  AssignRecord.
           02 AssignRecord-KundeID PIC X(10).
           02 AssignRecord-Branch  PIC X(4).

       FD  RetentionFil.
       01  RetentionRecord.
           02 Ret-KundeID PIC X(10).
           02 Ret-EndDate PIC 9(8).

       FD  LimitFil.
       01  LimitRecord.
           02 LimitRecord-KontoID PIC X(10).
           02 LimitRecord-Limit   PIC 9(10)V99.

       FD  CustLimitFil.
       01  CustLimitRecord.
           02 CustLimitRecord-KundeID PIC X(10).
           02 CustLimitRecord-Limit   PIC 9(12)V99.

       FD  HoldFil.
       01  HoldRecord.
           02 HoldRecord-KontoID PIC X(10).
           02 HoldRecord-Type    PIC X(1).
           02 HoldRecord-Reason  PIC X(30).
           02 HoldRecord-Date    PIC 9(8).

       FD  OrderFil.
       01  OrderRecord.
           02 OrderRecord-OrderID    PIC X(10).
           02 OrderRecord-PayerKonto PIC X(10).
           02 OrderRecord-PayeeKonto PIC X(10).
           02 OrderRecord-Amount     PIC S9(10)V99.
           02 OrderRecord-Valuta     PIC X(3).
           02 OrderRecord-Frequency  PIC X(1).
           02 OrderRecord-NextDue    PIC 9(8).

       FD  MandateFil.
       01  MandateRecord.
           02 MandateRecord-Key.
               03 MandateRecord-KontoID  PIC X(10).
               03 MandateRecord-HolderID PIC X(10).
           02 MandateRecord-Name       PIC X(30).
           02 MandateRecord-Basis      PIC X(1).
           02 MandateRecord-Scope      PIC X(1).
           02 MandateRecord-DebitLimit PIC 9(10)V99.
           02 MandateRecord-ValidFrom  PIC 9(8).
           02 MandateRecord-ValidTo    PIC 9(8).
           02 MandateRecord-DocRef     PIC X(20).

       FD  TaxResFil.
       01  TaxResRecord.
           COPY "TAXRES.cpy".

       FD  BusCustFil.
       01  BusCustRecord.
           COPY "BUSCUST.cpy".

       FD  UboFil.
       01  UboRecord.
           COPY "UBOREG.cpy".

       FD  GroupFil.
       01  GroupRecord.
           COPY "CLIENTGRP.cpy".

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

       FD  CashPoolFil.
       01  CashPoolRecord.
           COPY "CASHPOOL.cpy".

       FD  PersFil.
       01  PersRecord.
           COPY "PERSDET.cpy".

       FD  GrdFil.
       01  GrdRecord.
           COPY "GUARDIAN.cpy".

      * read only for the day's state and intake cut-off - a posting
      * approved after either waits in the holdover queue for the
      * next business day (INTAKECUT.cpy).
       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).
           02 BD-Cutoff PIC 9(4).

       FD  HoldoverFile.
       01  HoldoverRecord.
           COPY "HOLDOVER.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PendingQueue-Status PIC X(2) VALUE "00".
       01 WS-KeepFile-Status     PIC X(2) VALUE "00".
       01 WS-ResubmitFile-Status PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status PIC X(2) VALUE "00".

      * fields CHECK-INTAKE-CUTOFF/HOLD-INTAKE-ITEM (INTAKECUT.cpy)
      * expect to be loaded.
       01 WS-BusDateFile-Status  PIC X(2) VALUE "00".
       01 WS-HoldoverFile-Status PIC X(2) VALUE "00".
       01 WS-Holdover-Reason     PIC X VALUE SPACE.
           88 WS-INTAKE-HELD VALUE "T" "C".
       01 WS-Holdover-Date       PIC 9(8) VALUE ZERO.
       01 WS-Holdover-Done       PIC X VALUE "N".
           88 WS-HOLDOVER-WRITTEN VALUE "Y".
       01 WS-Holdover-Source     PIC X(10) VALUE "OPGAVE60".
       01 WS-Clock-Date          PIC 9(8) VALUE ZERO.
       01 WS-Clock-Time          PIC 9(8) VALUE ZERO.

       01 EOF-PENDING PIC X VALUE "N".
           88 END-PENDING VALUE "Y" FALSE "N".
       01 WS-Quit-Requested PIC X VALUE "N".

       01 WS-Amount-Display PIC -9999999999.99.

       01 WS-Queue-Choice PIC X VALUE SPACE.
           88 WS-QUEUE-MAINTENANCE VALUE "M" "m".

      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.

       01 WS-MaintQueue-Status   PIC X(2) VALUE "00".
       01 WS-MaintKeep-Status    PIC X(2) VALUE "00".
       01 WS-MaintAudit-Status   PIC X(2) VALUE "00".
       01 WS-KundeFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status   PIC X(2) VALUE "00".
       01 WS-AssignFil-Status    PIC X(2) VALUE "00".
       01 WS-RetentionFil-Status PIC X(2) VALUE "00".
       01 WS-LimitFil-Status     PIC X(2) VALUE "00".
       01 WS-CustLimitFil-Status PIC X(2) VALUE "00".
       01 WS-HoldFil-Status      PIC X(2) VALUE "00".
       01 WS-OrderFil-Status     PIC X(2) VALUE "00".
       01 WS-MandateFil-Status   PIC X(2) VALUE "00".
       01 WS-TaxResFil-Status    PIC X(2) VALUE "00".
       01 WS-BusCustFil-Status   PIC X(2) VALUE "00".
       01 WS-UboFil-Status       PIC X(2) VALUE "00".
       01 WS-GroupFil-Status     PIC X(2) VALUE "00".
       01 WS-GrpMemFil-Status    PIC X(2) VALUE "00".
       01 WS-CashPoolFil-Status  PIC X(2) VALUE "00".
       01 WS-PersFil-Status      PIC X(2) VALUE "00".
       01 WS-GrdFil-Status       PIC X(2) VALUE "00".

       01 EOF-MAINT PIC X VALUE "N".
           88 END-MAINT VALUE "Y" FALSE "N".
       01 EOF-POOL PIC X VALUE "N".
           88 END-POOL VALUE "Y" FALSE "N".
       01 WS-Pool-ID       PIC X(10).
       01 WS-Pool-Masters  PIC 9(5) VALUE ZERO.
       01 WS-Pool-Accounts PIC 9(5) VALUE ZERO.
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.

      * whether an approved change went onto its master, and if not
      * why - a change or delete keyed against a record that has
      * moved since is never applied over the newer data.
       01 WS-Apply-OK PIC X VALUE "N".
           88 WS-APPLIED-OK VALUE "Y".
       01 WS-Apply-Reason PIC X(40) VALUE SPACES.
       01 WS-Open-Konti   PIC 9(5) VALUE ZERO.

       01 WS-Maint-Read     PIC 9(5) VALUE ZERO.
       01 WS-Maint-Applied  PIC 9(5) VALUE ZERO.
       01 WS-Maint-Rejected PIC 9(5) VALUE ZERO.
       01 WS-Maint-Kept     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - review unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       ACCEPT WS-Today FROM DATE YYYYMMDD

       DISPLAY "P=Postings awaiting approval"
           "  M=Maintenance awaiting approval"
       ACCEPT WS-Queue-Choice
       IF WS-QUEUE-MAINTENANCE
           PERFORM REVIEW-MAINTENANCE-QUEUE
           STOP RUN
       END-IF

       IF NOT WS-OPERATOR-IS-SUPERVISOR
           DISPLAY "Operator " WS-Operator-ID " is not a"
               " supervisor - review unavailable"
           IF PA-Text NOT = SPACES
               DISPLAY "  narrative: " PA-Text
           END-IF
           IF PA-SubAccount NOT = SPACES OR PA-ContraSub NOT = SPACES
               DISPLAY "  escrow sub-account " PA-SubAccount
                   " / " PA-ContraSub
           END-IF
           DISPLAY "A=Approve  R=Reject  S=Skip (keep)"
               "  Q=Quit (keep rest)"
           ACCEPT WS-Action
           END-EVALUATE.

       APPROVE-THIS-PENDING.
           PERFORM CHECK-INTAKE-CUTOFF
           OPEN EXTEND ResubmitFile
           IF WS-ResubmitFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
               MOVE SPACE          TO Resub-DupOverride
               MOVE PA-Text        TO Resub-Text
               MOVE PA-ValueDate   TO Resub-ValueDate
               MOVE SPACE          TO Resub-FraudOverride
               MOVE PA-SubAccount  TO Resub-SubAccount
               MOVE PA-ContraSub   TO Resub-ContraSub
               IF WS-INTAKE-HELD
                   PERFORM HOLD-INTAKE-ITEM
                   CLOSE ResubmitFile
                   IF WS-HOLDOVER-WRITTEN
                       ADD 1 TO WS-Approved-Count
                       PERFORM WRITE-REGISTER-ENTRY
                       DISPLAY "Approved - posts with the next"
                           " business day's run"
                   ELSE
                       PERFORM KEEP-THIS-PENDING
                   END-IF
               ELSE
                   WRITE ResubmitRecord
                   IF WS-ResubmitFile-Status NOT = "00"
                       DISPLAY "ERROR writing Opgave11Intake.txt -"
                           " status " WS-ResubmitFile-Status
                       CLOSE ResubmitFile
                       PERFORM KEEP-THIS-PENDING
                   ELSE
                       CLOSE ResubmitFile
                       ADD 1 TO WS-Approved-Count
                       PERFORM WRITE-REGISTER-ENTRY
                       DISPLAY "Approved - posts on the next Opgave11"
                           " run"
                   END-IF
               END-IF
           END-IF.

               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * any signed-on operator may approve maintenance, only never
      * their own; holds and customer deletes stay supervisor work
      * on both sides, as they were when keyed directly.
       REVIEW-MAINTENANCE-QUEUE.
           PERFORM CHECK-BATCH-LOCK
           IF WS-BATCH-RUNNING
               DISPLAY "The nightly batch is running - the masters"
                   " are closed to online work until it completes"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           PERFORM SESSION-OPEN

           OPEN INPUT MaintQueueFile
           IF WS-MaintQueue-Status NOT = "00"
               DISPLAY "No PendingMaintenance.txt on file - nothing"
                   " waiting"
               PERFORM SESSION-CLOSE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MaintKeepFile
           IF WS-MaintKeep-Status NOT = "00"
               DISPLAY "ERROR opening Opgave60MaintKeep.txt - status "
                   WS-MaintKeep-Status
               CLOSE MaintQueueFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN OUTPUT RegisterFile
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave60Register.txt - status "
                   WS-RegisterFile-Status
               CLOSE MaintQueueFile
               CLOSE MaintKeepFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN EXTEND MaintAuditFile
           IF WS-MaintAudit-Status = "35"
               OPEN OUTPUT MaintAuditFile
           END-IF
           IF WS-MaintAudit-Status NOT = "00"
               DISPLAY "ERROR opening MaintenanceAudit.txt - status "
                   WS-MaintAudit-Status
               CLOSE MaintQueueFile
               CLOSE MaintKeepFile
               CLOSE RegisterFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM OPEN-MAINTENANCE-MASTERS

           PERFORM UNTIL END-MAINT
               READ MaintQueueFile
                   AT END
                       SET END-MAINT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Maint-Read
                       PERFORM HANDLE-ONE-MAINTENANCE
               END-READ
           END-PERFORM

           CLOSE MaintQueueFile
           CLOSE MaintKeepFile
           CLOSE RegisterFile
           CLOSE MaintAuditFile
           PERFORM CLOSE-MAINTENANCE-MASTERS

           CALL "CBL_DELETE_FILE" USING "PendingMaintenance.txt"
           END-CALL
           CALL "CBL_RENAME_FILE"
               USING "Opgave60MaintKeep.txt"
                     "PendingMaintenance.txt"
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR - could not put the kept requests back"
                   " in place - Opgave60MaintKeep.txt holds them"
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM SESSION-CLOSE
           DISPLAY "Requests read: " WS-Maint-Read
               "  applied: " WS-Maint-Applied
               "  rejected: " WS-Maint-Rejected
               "  kept: " WS-Maint-Kept.

      * every master a queued change can land on, opened once for
      * the session - one that does not exist yet is created, the
      * same first-run behavior the keying programs had.
       OPEN-MAINTENANCE-MASTERS.
           OPEN I-O KundeFil
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
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN I-O AdresseFil
           IF WS-AdresseFil-Status = "35"
               OPEN OUTPUT AdresseFil
               CLOSE AdresseFil
               OPEN I-O AdresseFil
           END-IF
           OPEN I-O AssignFil
           IF WS-AssignFil-Status = "35"
               OPEN OUTPUT AssignFil
               CLOSE AssignFil
               OPEN I-O AssignFil
           END-IF
           OPEN I-O RetentionFil
           IF WS-RetentionFil-Status = "35"
               OPEN OUTPUT RetentionFil
               CLOSE RetentionFil
               OPEN I-O RetentionFil
           END-IF
           OPEN I-O LimitFil
           IF WS-LimitFil-Status = "35"
               OPEN OUTPUT LimitFil
               CLOSE LimitFil
               OPEN I-O LimitFil
           END-IF
           OPEN I-O CustLimitFil
           IF WS-CustLimitFil-Status = "35"
               OPEN OUTPUT CustLimitFil
               CLOSE CustLimitFil
               OPEN I-O CustLimitFil
           END-IF
           OPEN I-O HoldFil
           IF WS-HoldFil-Status = "35"
               OPEN OUTPUT HoldFil
               CLOSE HoldFil
               OPEN I-O HoldFil
           END-IF
           OPEN I-O OrderFil
           IF WS-OrderFil-Status = "35"
               OPEN OUTPUT OrderFil
               CLOSE OrderFil
               OPEN I-O OrderFil
           END-IF
           OPEN I-O MandateFil
           IF WS-MandateFil-Status = "35"
               OPEN OUTPUT MandateFil
               CLOSE MandateFil
               OPEN I-O MandateFil
           END-IF
           OPEN I-O TaxResFil
           IF WS-TaxResFil-Status = "35"
               OPEN OUTPUT TaxResFil
               CLOSE TaxResFil
               OPEN I-O TaxResFil
           END-IF
           OPEN I-O BusCustFil
           IF WS-BusCustFil-Status = "35"
               OPEN OUTPUT BusCustFil
               CLOSE BusCustFil
               OPEN I-O BusCustFil
           END-IF
           OPEN I-O UboFil
           IF WS-UboFil-Status = "35"
               OPEN OUTPUT UboFil
               CLOSE UboFil
               OPEN I-O UboFil
           END-IF
           OPEN I-O GroupFil
           IF WS-GroupFil-Status = "35"
               OPEN OUTPUT GroupFil
               CLOSE GroupFil
               OPEN I-O GroupFil
           END-IF
           OPEN I-O GrpMemFil
           IF WS-GrpMemFil-Status = "35"
               OPEN OUTPUT GrpMemFil
               CLOSE GrpMemFil
               OPEN I-O GrpMemFil
           END-IF
           OPEN I-O CashPoolFil
           IF WS-CashPoolFil-Status = "35"
               OPEN OUTPUT CashPoolFil
               CLOSE CashPoolFil
               OPEN I-O CashPoolFil
           END-IF
           OPEN I-O PersFil
           IF WS-PersFil-Status = "35"
               OPEN OUTPUT PersFil
               CLOSE PersFil
               OPEN I-O PersFil
           END-IF
           OPEN I-O GrdFil
           IF WS-GrdFil-Status = "35"
               OPEN OUTPUT GrdFil
               CLOSE GrdFil
               OPEN I-O GrdFil
           END-IF

           IF WS-AdresseFil-Status NOT = "00"
                   OR WS-AssignFil-Status NOT = "00"
                   OR WS-RetentionFil-Status NOT = "00"
                   OR WS-LimitFil-Status NOT = "00"
                   OR WS-CustLimitFil-Status NOT = "00"
                   OR WS-HoldFil-Status NOT = "00"
                   OR WS-OrderFil-Status NOT = "00"
                   OR WS-MandateFil-Status NOT = "00"
                   OR WS-TaxResFil-Status NOT = "00"
                   OR WS-BusCustFil-Status NOT = "00"
                   OR WS-UboFil-Status NOT = "00"
                   OR WS-GroupFil-Status NOT = "00"
                   OR WS-GrpMemFil-Status NOT = "00"
                   OR WS-CashPoolFil-Status NOT = "00"
                   OR WS-PersFil-Status NOT = "00"
                   OR WS-GrdFil-Status NOT = "00"
               DISPLAY "ERROR opening the maintenance masters -"
                   " address " WS-AdresseFil-Status
                   " branch " WS-AssignFil-Status
                   " retention " WS-RetentionFil-Status
                   " limit " WS-LimitFil-Status
                   " custlimit " WS-CustLimitFil-Status
                   " hold " WS-HoldFil-Status
                   " order " WS-OrderFil-Status
                   " mandate " WS-MandateFil-Status
                   " taxres " WS-TaxResFil-Status
                   " business " WS-BusCustFil-Status
                   " owners " WS-UboFil-Status
                   " groups " WS-GroupFil-Status
                   " members " WS-GrpMemFil-Status
                   " pools " WS-CashPoolFil-Status
                   " personal " WS-PersFil-Status
                   " guardians " WS-GrdFil-Status
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       CLOSE-MAINTENANCE-MASTERS.
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE AdresseFil
           CLOSE AssignFil
           CLOSE RetentionFil
           CLOSE LimitFil
           CLOSE CustLimitFil
           CLOSE HoldFil
           CLOSE OrderFil
           CLOSE MandateFil
           CLOSE TaxResFil
           CLOSE BusCustFil
           CLOSE UboFil
           CLOSE GroupFil
           CLOSE GrpMemFil
           CLOSE CashPoolFil
           CLOSE PersFil
           CLOSE GrdFil.

       HANDLE-ONE-MAINTENANCE.
           IF WS-QUIT-NOW
               PERFORM KEEP-THIS-MAINTENANCE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "----------------------------------------"
           DISPLAY "Keyed " MR-ReqDate " " MR-ReqTime
               " by " MR-Requester ": " MR-Kind " " MR-Action
               " " MR-Key
           IF MR-Before NOT = SPACES
               DISPLAY "  before: " MR-Before(1:75)
               IF MR-Before(76:75) NOT = SPACES
                   DISPLAY "          " MR-Before(76:75)
               END-IF
           END-IF
           IF MR-After NOT = SPACES
               DISPLAY "  after:  " MR-After(1:75)
               IF MR-After(76:75) NOT = SPACES
                   DISPLAY "          " MR-After(76:75)
               END-IF
           END-IF

           IF MR-Requester = WS-Operator-ID
               DISPLAY "  keyed by you - a second operator must"
                   " approve it, kept"
               PERFORM KEEP-THIS-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           IF (MR-KIND-HOLD
                   OR (MR-KIND-KUNDE AND MR-ACTION-DELETE))
                   AND NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "  needs a supervisor's approval, kept"
               PERFORM KEEP-THIS-MAINTENANCE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "A=Approve  R=Reject  S=Skip (keep)"
               "  Q=Quit (keep rest)"
           ACCEPT WS-Action

           EVALUATE TRUE
               WHEN WS-ACT-APPROVE
                   PERFORM APPLY-MAINTENANCE
                   IF WS-APPLIED-OK
                       MOVE "A" TO MR-Outcome
                       ADD 1 TO WS-Maint-Applied
                       DISPLAY "Approved - applied"
                   ELSE
                       MOVE "S" TO MR-Outcome
                       ADD 1 TO WS-Maint-Rejected
                       DISPLAY "Not applied - " WS-Apply-Reason
                   END-IF
                   PERFORM WRITE-MAINTENANCE-AUDIT
               WHEN WS-ACT-REJECT
                   MOVE "R" TO MR-Outcome
                   ADD 1 TO WS-Maint-Rejected
                   PERFORM WRITE-MAINTENANCE-AUDIT
                   DISPLAY "Rejected - will not be applied"
               WHEN WS-ACT-QUIT
                   MOVE "Y" TO WS-Quit-Requested
                   PERFORM KEEP-THIS-MAINTENANCE
               WHEN OTHER
                   PERFORM KEEP-THIS-MAINTENANCE
           END-EVALUATE.

       APPLY-MAINTENANCE.
           MOVE "N" TO WS-Apply-OK
           MOVE SPACES TO WS-Apply-Reason
           EVALUATE TRUE
               WHEN MR-KIND-KUNDE
                   PERFORM APPLY-KUNDE
               WHEN MR-KIND-ADRESSE
                   PERFORM APPLY-ADRESSE
               WHEN MR-KIND-RETENTION
                   MOVE MR-After(1:18) TO RetentionRecord
                   PERFORM STAMP-RETENTION-MARKER
               WHEN MR-KIND-LIMIT
                   PERFORM APPLY-LIMIT
               WHEN MR-KIND-CUSTLIMIT
                   PERFORM APPLY-CUSTLIMIT
               WHEN MR-KIND-HOLD
                   PERFORM APPLY-HOLD
               WHEN MR-KIND-ORDER
                   PERFORM APPLY-ORDER
               WHEN MR-KIND-MANDATE
                   PERFORM APPLY-MANDATE
               WHEN MR-KIND-TAXRES
                   PERFORM APPLY-TAX-RESIDENCY
               WHEN MR-KIND-BUSINESS
                   PERFORM APPLY-BUSINESS
               WHEN MR-KIND-UBO
                   PERFORM APPLY-UBO
               WHEN MR-KIND-GROUP
                   PERFORM APPLY-CLIENT-GROUP
               WHEN MR-KIND-GRPMEMBER
                   PERFORM APPLY-GROUP-MEMBER
               WHEN MR-KIND-CASHPOOL
                   PERFORM APPLY-CASH-POOL
               WHEN MR-KIND-PERSONAL
                   PERFORM APPLY-PERSONAL
               WHEN MR-KIND-GUARDIAN
                   PERFORM APPLY-GUARDIAN
               WHEN OTHER
                   MOVE "unknown request kind" TO WS-Apply-Reason
           END-EVALUATE.

      * a change or delete reads the master first and only goes
      * ahead while it still matches the before image.
       APPLY-KUNDE.
           IF MR-ACTION-ADD
               MOVE MR-After(1:71) TO KundeRecord
               WRITE KundeRecord
                   INVALID KEY
                       MOVE "customer already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               IF WS-APPLIED-OK AND MR-After(72:4) NOT = SPACES
                   PERFORM STAMP-BRANCH-ASSIGNMENT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE MR-Key TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   MOVE "customer no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF KundeRecord NOT = MR-Before(1:71)
               MOVE "customer changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF

           IF MR-ACTION-CHANGE
               MOVE MR-After(1:71) TO KundeRecord
               REWRITE KundeRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

      * the account guard Opgave9 ran when the delete was keyed is
      * run again - an account opened since still blocks it.
           PERFORM COUNT-OPEN-KONTI
           IF WS-Open-Konti > ZERO
               MOVE "customer has active/dormant accounts"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           DELETE KundeFil
               INVALID KEY
                   MOVE "delete failed" TO WS-Apply-Reason
               NOT INVALID KEY
                   MOVE "Y" TO WS-Apply-OK
           END-DELETE
      * a delete IS the end of the relationship - the retention
      * clock starts without anyone remembering to set it.
           IF WS-APPLIED-OK
               MOVE MR-Key   TO Ret-KundeID
               MOVE WS-Today TO Ret-EndDate
               PERFORM STAMP-RETENTION-MARKER
           END-IF.

       COUNT-OPEN-KONTI.
           MOVE ZERO TO WS-Open-Konti
           MOVE MR-Key TO KontoRecord-KundeID
           SET END-KONTO TO FALSE
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID NOT = MR-Key
                           SET END-KONTO TO TRUE
                       ELSE
                           IF NOT KONTO-RECORD-CLOSED
                               ADD 1 TO WS-Open-Konti
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * the branch stamp rides in its own keyed side file so every
      * report can break by branch without the master record
      * layouts moving under thirty programs at once.
       STAMP-BRANCH-ASSIGNMENT.
           MOVE MR-Key          TO AssignRecord-KundeID
           MOVE MR-After(72:4)  TO AssignRecord-Branch
           WRITE AssignRecord
               INVALID KEY
                   REWRITE AssignRecord
                       INVALID KEY
                           DISPLAY "WARNING: branch assignment"
                               " not written for " MR-Key
                   END-REWRITE
           END-WRITE.

      * last marker wins - re-marking simply restarts the clock
      * from the new end date.
       STAMP-RETENTION-MARKER.
           WRITE RetentionRecord
               INVALID KEY
                   REWRITE RetentionRecord
                       INVALID KEY
                           DISPLAY "Could not stamp retention"
                               " marker for " Ret-KundeID
                       NOT INVALID KEY
                           DISPLAY "Retention clock set for "
                               Ret-KundeID " at " Ret-EndDate
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Retention clock set for " Ret-KundeID
                       " at " Ret-EndDate
           END-WRITE
           IF MR-KIND-RETENTION
               MOVE "Y" TO WS-Apply-OK
           END-IF.

       APPLY-ADRESSE.
           IF MR-ACTION-ADD
               MOVE MR-After(1:145) TO AdresseRecord
               WRITE AdresseRecord
                   INVALID KEY
                       MOVE "address already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
           ELSE
               MOVE MR-Key TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       MOVE "address no longer on file"
                           TO WS-Apply-Reason
                       EXIT PARAGRAPH
               END-READ
               IF AdresseRecord NOT = MR-Before(1:145)
                   MOVE "address changed since it was keyed"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
               END-IF
               IF MR-ACTION-CHANGE
                   MOVE MR-After(1:145) TO AdresseRecord
                   REWRITE AdresseRecord
                       INVALID KEY
                           MOVE "rewrite failed" TO WS-Apply-Reason
                       NOT INVALID KEY
                           MOVE "Y" TO WS-Apply-OK
                   END-REWRITE
               ELSE
                   DELETE AdresseFil
                       INVALID KEY
                           MOVE "delete failed" TO WS-Apply-Reason
                       NOT INVALID KEY
                           MOVE "Y" TO WS-Apply-OK
                   END-DELETE
               END-IF
           END-IF
           IF WS-APPLIED-OK
               PERFORM STAMP-KUNDE-CHANGED
           END-IF.

      * the customer record carries the date of its latest change,
      * whether the change hit the name fields or the address file.
       STAMP-KUNDE-CHANGED.
           MOVE MR-Key TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
      * the address outlived its customer - Opgave8's orphan check
      * is the place that reports those.
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-Today TO KundeRecord-LastChanged
                   REWRITE KundeRecord
                       INVALID KEY
                           DISPLAY "Rewrite failed for "
                               KundeRecord-KundeID
                   END-REWRITE
           END-READ.

       APPLY-LIMIT.
           IF MR-ACTION-ADD
               MOVE MR-After(1:22) TO LimitRecord
               WRITE LimitRecord
                   INVALID KEY
                       MOVE "limit already on file" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO LimitRecord-KontoID
           READ LimitFil
               INVALID KEY
                   MOVE "limit no longer on file" TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF LimitRecord NOT = MR-Before(1:22)
               MOVE "limit changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:22) TO LimitRecord
               REWRITE LimitRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE LimitFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

       APPLY-CUSTLIMIT.
           IF MR-ACTION-ADD
               MOVE MR-After(1:24) TO CustLimitRecord
               WRITE CustLimitRecord
                   INVALID KEY
                       MOVE "customer limit already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO CustLimitRecord-KundeID
           READ CustLimitFil
               INVALID KEY
                   MOVE "customer limit no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF CustLimitRecord NOT = MR-Before(1:24)
               MOVE "customer limit changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:24) TO CustLimitRecord
               REWRITE CustLimitRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE CustLimitFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

       APPLY-HOLD.
           IF MR-ACTION-ADD
               MOVE MR-After(1:49) TO HoldRecord
               WRITE HoldRecord
                   INVALID KEY
                       MOVE "a hold is already on the account"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO HoldRecord-KontoID
           READ HoldFil
               INVALID KEY
                   MOVE "hold no longer on file" TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF HoldRecord NOT = MR-Before(1:49)
               MOVE "hold changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           DELETE HoldFil
               INVALID KEY
                   MOVE "delete failed" TO WS-Apply-Reason
               NOT INVALID KEY
                   MOVE "Y" TO WS-Apply-OK
           END-DELETE.

       APPLY-ORDER.
           IF MR-ACTION-ADD
               MOVE MR-After(1:54) TO OrderRecord
               WRITE OrderRecord
                   INVALID KEY
                       MOVE "order already on file" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO OrderRecord-OrderID
           READ OrderFil
               INVALID KEY
                   MOVE "order no longer on file" TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF OrderRecord NOT = MR-Before(1:54)
               MOVE "order changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:54) TO OrderRecord
               REWRITE OrderRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE OrderFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

      * MR-Key is the account alone - the holder completes the key
      * from the image.
       APPLY-MANDATE.
           IF MR-ACTION-ADD
               MOVE MR-After(1:100) TO MandateRecord
               WRITE MandateRecord
                   INVALID KEY
                       MOVE "mandate already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Before(1:20) TO MandateRecord-Key
           READ MandateFil
               INVALID KEY
                   MOVE "mandate no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF MandateRecord NOT = MR-Before(1:100)
               MOVE "mandate changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:100) TO MandateRecord
               REWRITE MandateRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE MandateFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

      * MR-Key is the customer alone - the country completes the
      * key from the image.
       APPLY-TAX-RESIDENCY.
           IF MR-ACTION-ADD
               MOVE MR-After(1:49) TO TaxResRecord
               WRITE TaxResRecord
                   INVALID KEY
                       MOVE "residency already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Before(1:12) TO TaxRes-Key
           READ TaxResFil
               INVALID KEY
                   MOVE "residency no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF TaxResRecord NOT = MR-Before(1:49)
               MOVE "residency changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:49) TO TaxResRecord
               REWRITE TaxResRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE TaxResFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

      * the CVR number is a unique alternate key - a second company
      * keyed under a CVR already on file fails the write.
       APPLY-BUSINESS.
           IF MR-ACTION-ADD
               MOVE MR-After(1:76) TO BusCustRecord
               WRITE BusCustRecord
                   INVALID KEY
                       MOVE "customer or CVR already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   MOVE "business details no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF BusCustRecord NOT = MR-Before(1:76)
               MOVE "business details changed since keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:76) TO BusCustRecord
               REWRITE BusCustRecord
                   INVALID KEY
                       MOVE "rewrite failed - CVR already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE BusCustFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

      * MR-Key is the company alone - the owner completes the key
      * from the image.
       APPLY-UBO.
           IF MR-ACTION-ADD
               MOVE MR-After(1:42) TO UboRecord
               WRITE UboRecord
                   INVALID KEY
                       MOVE "owner already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Before(1:20) TO Ubo-Key
           READ UboFil
               INVALID KEY
                   MOVE "owner no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF UboRecord NOT = MR-Before(1:42)
               MOVE "owner changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:42) TO UboRecord
               REWRITE UboRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE UboFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

       APPLY-PERSONAL.
           IF MR-ACTION-ADD
               MOVE MR-After(1:34) TO PersRecord
               WRITE PersRecord
                   INVALID KEY
                       MOVE "personal details already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO Pers-KundeID
           READ PersFil
               INVALID KEY
                   MOVE "personal details no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF PersRecord NOT = MR-Before(1:34)
               MOVE "personal details changed since keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:34) TO PersRecord
               REWRITE PersRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
           ELSE
               DELETE PersFil
                   INVALID KEY
                       MOVE "delete failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-DELETE
           END-IF.

      * MR-Key is the minor alone - the guardian completes the key
      * from the image. A guardian keyed in the last days of a
      * minority is refused once the majority step has run.
       APPLY-GUARDIAN.
           IF MR-ACTION-ADD
               MOVE MR-After(1:20) TO Pers-KundeID
               READ PersFil
                   INVALID KEY
                       MOVE "minor's personal details not on file"
                           TO WS-Apply-Reason
                       EXIT PARAGRAPH
               END-READ
               IF Pers-MajorityDate NOT = ZERO
                   MOVE "the customer has come of age"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
               END-IF
               MOVE MR-After(1:37) TO GrdRecord
               WRITE GrdRecord
                   INVALID KEY
                       MOVE "guardian already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Before(1:20) TO Grd-Key
           READ GrdFil
               INVALID KEY
                   MOVE "guardian no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF GrdRecord NOT = MR-Before(1:37)
               MOVE "guardian changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           DELETE GrdFil
               INVALID KEY
                   MOVE "delete failed" TO WS-Apply-Reason
               NOT INVALID KEY
                   MOVE "Y" TO WS-Apply-OK
           END-DELETE.

      * a group goes only once nobody is left in it - a member
      * approved after the delete was keyed keeps it.
       APPLY-CLIENT-GROUP.
           IF MR-ACTION-ADD
               MOVE MR-After(1:72) TO GroupRecord
               WRITE GroupRecord
                   INVALID KEY
                       MOVE "group already on file"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO Grp-GroupID
           READ GroupFil
               INVALID KEY
                   MOVE "group no longer on file" TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF GroupRecord NOT = MR-Before(1:72)
               MOVE "group changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:72) TO GroupRecord
               REWRITE GroupRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           MOVE Grp-GroupID TO GrpMem-GroupID
           START GrpMemFil KEY IS EQUAL TO GrpMem-GroupID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "group still has members"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-START
           DELETE GroupFil
               INVALID KEY
                   MOVE "delete failed" TO WS-Apply-Reason
               NOT INVALID KEY
                   MOVE "Y" TO WS-Apply-OK
           END-DELETE.

      * a member is only added to a group still on file, and a
      * customer already placed in another group in the meantime
      * stays where it is.
       APPLY-GROUP-MEMBER.
           IF MR-ACTION-ADD
               MOVE MR-After(1:29) TO GrpMemRecord
               MOVE GrpMem-GroupID TO Grp-GroupID
               READ GroupFil
                   INVALID KEY
                       MOVE "group no longer on file"
                           TO WS-Apply-Reason
                       EXIT PARAGRAPH
               END-READ
               WRITE GrpMemRecord
                   INVALID KEY
                       MOVE "customer already in a group"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO GrpMem-KundeID
           READ GrpMemFil
               INVALID KEY
                   MOVE "member no longer on file"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF GrpMemRecord NOT = MR-Before(1:29)
               MOVE "member changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           DELETE GrpMemFil
               INVALID KEY
                   MOVE "delete failed" TO WS-Apply-Reason
               NOT INVALID KEY
                   MOVE "Y" TO WS-Apply-OK
           END-DELETE.

      * a participant only joins a pool whose master is still on
      * file, and a master only goes once its pool is empty - an
      * account placed in another pool in the meantime stays there.
       APPLY-CASH-POOL.
           IF MR-ACTION-ADD
               MOVE MR-After(1:41) TO CashPoolRecord
               IF POOL-ROLE-PARTICIPANT
                   PERFORM COUNT-POOL-MASTERS
                   IF WS-Pool-Masters = ZERO
                       MOVE "pool master no longer on file"
                           TO WS-Apply-Reason
                       EXIT PARAGRAPH
                   END-IF
                   MOVE MR-After(1:41) TO CashPoolRecord
               END-IF
               WRITE CashPoolRecord
                   INVALID KEY
                       MOVE "account already in a pool"
                           TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Key TO Pool-KontoID
           READ CashPoolFil
               INVALID KEY
                   MOVE "account no longer in a pool"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
           END-READ
           IF CashPoolRecord NOT = MR-Before(1:41)
               MOVE "pool account changed since it was keyed"
                   TO WS-Apply-Reason
               EXIT PARAGRAPH
           END-IF
           IF MR-ACTION-CHANGE
               MOVE MR-After(1:41) TO CashPoolRecord
               REWRITE CashPoolRecord
                   INVALID KEY
                       MOVE "rewrite failed" TO WS-Apply-Reason
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Apply-OK
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           IF POOL-ROLE-MASTER
               PERFORM COUNT-POOL-MASTERS
               IF WS-Pool-Accounts > 1
                   MOVE "pool still has participants"
                       TO WS-Apply-Reason
                   EXIT PARAGRAPH
               END-IF
               MOVE MR-Key TO Pool-KontoID
           END-IF
           DELETE CashPoolFil
               INVALID KEY
                   MOVE "delete failed" TO WS-Apply-Reason
               NOT INVALID KEY
                   MOVE "Y" TO WS-Apply-OK
           END-DELETE.

      * the accounts of the pool in CashPoolRecord, and how many of
      * them are its master.
       COUNT-POOL-MASTERS.
           MOVE ZERO TO WS-Pool-Masters
           MOVE ZERO TO WS-Pool-Accounts
           MOVE Pool-PoolID TO WS-Pool-ID
           SET END-POOL TO FALSE
           START CashPoolFil KEY IS EQUAL TO Pool-PoolID
               INVALID KEY
                   SET END-POOL TO TRUE
           END-START
           PERFORM UNTIL END-POOL
               READ CashPoolFil NEXT RECORD
                   AT END
                       SET END-POOL TO TRUE
                   NOT AT END
                       IF Pool-PoolID NOT = WS-Pool-ID
                           SET END-POOL TO TRUE
                       ELSE
                           ADD 1 TO WS-Pool-Accounts
                           IF POOL-ROLE-MASTER
                               ADD 1 TO WS-Pool-Masters
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * the audit record carries both operator IDs and both images;
      * the register line says in one line who disposed of what, as
      * it does for postings.
       WRITE-MAINTENANCE-AUDIT.
           MOVE WS-Operator-ID TO MR-Approver
           ACCEPT MR-AppDate FROM DATE YYYYMMDD
           ACCEPT MR-AppTime FROM TIME
           MOVE MaintQueueRecord TO MaintAuditRecord
           WRITE MaintAuditRecord
           IF WS-MaintAudit-Status NOT = "00"
               DISPLAY "ERROR writing MaintenanceAudit.txt - status "
                   WS-MaintAudit-Status
               PERFORM CLOSE-MAINTENANCE-MASTERS
               CLOSE MaintQueueFile
               CLOSE MaintKeepFile
               CLOSE RegisterFile
               CLOSE MaintAuditFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF

           MOVE SPACES TO RegisterLine
           EVALUATE TRUE
               WHEN MR-APPLIED
                   STRING "APPROVED MAINT " MR-Kind " " MR-Action
                       " " MR-Key
                       " keyed " MR-ReqDate " by " MR-Requester
                       " reviewed by " MR-Approver
                       INTO RegisterLine
                   END-STRING
               WHEN MR-REJECTED
                   STRING "REJECTED MAINT " MR-Kind " " MR-Action
                       " " MR-Key
                       " keyed " MR-ReqDate " by " MR-Requester
                       " reviewed by " MR-Approver
                       INTO RegisterLine
                   END-STRING
               WHEN OTHER
                   STRING "NOT APPLIED MAINT " MR-Kind " " MR-Action
                       " " MR-Key
                       " keyed " MR-ReqDate " by " MR-Requester
                       " reviewed by " MR-Approver
                       " - " WS-Apply-Reason
                       INTO RegisterLine
                   END-STRING
           END-EVALUATE
           WRITE RegisterLine
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave60Register.txt -"
                   " status " WS-RegisterFile-Status
               PERFORM CLOSE-MAINTENANCE-MASTERS
               CLOSE MaintQueueFile
               CLOSE MaintKeepFile
               CLOSE RegisterFile
               CLOSE MaintAuditFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       KEEP-THIS-MAINTENANCE.
           ADD 1 TO WS-Maint-Kept
           MOVE MaintQueueRecord TO MaintKeepRecord
           WRITE MaintKeepRecord
           IF WS-MaintKeep-Status NOT = "00"
               DISPLAY "ERROR writing Opgave60MaintKeep.txt - status "
                   WS-MaintKeep-Status
               PERFORM CLOSE-MAINTENANCE-MASTERS
               CLOSE MaintQueueFile
               CLOSE MaintKeepFile
               CLOSE RegisterFile
               CLOSE MaintAuditFile
               PERFORM SESSION-CLOSE
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "INTAKECUT.cpy".
