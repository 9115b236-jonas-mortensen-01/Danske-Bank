       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave98.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReviewFile ASSIGN TO "Opgave11FraudReview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReviewFile-Status.
           SELECT KeepFile ASSIGN TO "Opgave98Keep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KeepFile-Status.
           SELECT ResubmitFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ResubmitFile-Status.
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
           SELECT AuditFile ASSIGN TO "Opgave98Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldoverFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the outgoing items Opgave11's fraud screen held, each in the
      * intake's own record image with the rule that stopped it.
       FD  ReviewFile.
       01  ReviewRecord.
           02 FQ-Image  PIC X(93).
           02 FQ-Rule   PIC X(4).
           02 FQ-Date   PIC 9(8).
           02 FQ-Cycle  PIC 9(2).
           02 FQ-Figure PIC 9(12)V99.
           02 FQ-Count  PIC 9(5).
           02 FQ-SubAccount PIC X(10).
           02 FQ-ContraSub  PIC X(10).

      * items not dealt with this session survive here and are
      * swapped back over the review file at the end, the same
      * delete-and-rename idiom Opgave58 uses.
       FD  KeepFile.
       01  KeepRecord PIC X(146).

      * a released item goes back onto the intake feed with the
      * fraud override set, so the next posting run passes it by
      * the fraud screen - but through every other check again.
       FD  ResubmitFile.
       01  ResubmitRecord.
           02 Resub-KontoID       PIC X(10).
           02 Resub-Date          PIC X(08).
           02 Resub-Type          PIC X(01).
           02 Resub-Amount        PIC S9(10)V99.
           02 Resub-BalanceAfter  PIC S9(10)V99.
           02 Resub-ContraKontoID PIC X(10).
           02 Resub-DupOverride   PIC X(01).
           02 Resub-Text          PIC X(30).
           02 Resub-ValueDate     PIC X(08).
           02 Resub-FraudOverride PIC X(01).
           02 Resub-SubAccount    PIC X(10).
           02 Resub-ContraSub     PIC X(10).
      * the same record whole - the image HOLD-INTAKE-ITEM
      * (INTAKECUT.cpy) holds over.
       01  IntakeRecord PIC X(113).

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

      * read only for the day's state and intake cut-off - an item
      * released after either waits in the holdover queue for the
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
       01 WS-ReviewFile-Status   PIC X(2) VALUE "00".
       01 WS-KeepFile-Status     PIC X(2) VALUE "00".
       01 WS-ResubmitFile-Status PIC X(2) VALUE "00".
       01 WS-KontoFil-Status     PIC X(2) VALUE "00".
       01 WS-AuditFile-Status    PIC X(2) VALUE "00".

      * fields CHECK-INTAKE-CUTOFF/HOLD-INTAKE-ITEM (INTAKECUT.cpy)
      * expect to be loaded.
       01 WS-BusDateFile-Status  PIC X(2) VALUE "00".
       01 WS-HoldoverFile-Status PIC X(2) VALUE "00".
       01 WS-Holdover-Reason     PIC X VALUE SPACE.
           88 WS-INTAKE-HELD VALUE "T" "C".
       01 WS-Holdover-Date       PIC 9(8) VALUE ZERO.
       01 WS-Holdover-Done       PIC X VALUE "N".
           88 WS-HOLDOVER-WRITTEN VALUE "Y".
       01 WS-Holdover-Source     PIC X(10) VALUE "OPGAVE98".
       01 WS-Clock-Date          PIC 9(8) VALUE ZERO.
       01 WS-Clock-Time          PIC 9(8) VALUE ZERO.

       01 WS-Has-Konto PIC X VALUE "N".
           88 WS-KONTO-OPEN VALUE "Y".

       01 EOF-REVIEW PIC X VALUE "N".
           88 END-REVIEW VALUE "Y" FALSE "N".
       01 WS-Quit-Requested PIC X VALUE "N".
           88 WS-QUIT-NOW VALUE "Y".

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-RELEASE VALUE "R" "r".
           88 WS-ACT-REJECT  VALUE "J" "j".
           88 WS-ACT-SKIP    VALUE "S" "s".
           88 WS-ACT-QUIT    VALUE "Q" "q".

      * the held image, overlaid in the intake layout it was
      * written in.
       01 WS-Image-Intake.
           02 WS-II-KontoID       PIC X(10).
           02 WS-II-Date          PIC X(08).
           02 WS-II-Type          PIC X(01).
           02 WS-II-Amount        PIC S9(10)V99.
           02 WS-II-BalanceAfter  PIC S9(10)V99.
           02 WS-II-ContraKontoID PIC X(10).
           02 WS-II-DupOverride   PIC X(01).
           02 WS-II-Text          PIC X(30).
           02 WS-II-ValueDate     PIC X(08).
           02 WS-II-FraudOverride PIC X(01).

       01 WS-Rule-Text PIC X(50) VALUE SPACES.
       01 WS-Audit-Action PIC X(8) VALUE SPACES.
       01 WS-Today PIC 9(8) VALUE ZERO.

      * fields OPERATOR-SIGNON (SIGNON.cpy) expects to be loaded -
      * clearing a held item sends the money on its way, so only a
      * supervisor disposes of the fraud queue.
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

       01 WS-Read-Count     PIC 9(5) VALUE ZERO.
       01 WS-Released-Count PIC 9(5) VALUE ZERO.
       01 WS-Rejected-Count PIC 9(5) VALUE ZERO.
       01 WS-Kept-Count     PIC 9(5) VALUE ZERO.

       01 WS-Amount-Display PIC -9999999999.99.
       01 WS-Figure-Display PIC -999999999999.99.

       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - fraud review unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       IF NOT WS-OPERATOR-IS-SUPERVISOR
           DISPLAY "Operator " WS-Operator-ID " is not a"
               " supervisor - fraud review unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       ACCEPT WS-Today FROM DATE YYYYMMDD

       OPEN INPUT ReviewFile
       IF WS-ReviewFile-Status NOT = "00"
           DISPLAY "No Opgave11FraudReview.txt on file - nothing to "
               "review"
           STOP RUN
       END-IF

       OPEN OUTPUT KeepFile
       IF WS-KeepFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave98Keep.txt - status "
               WS-KeepFile-Status
           CLOSE ReviewFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status = "35"
           OPEN OUTPUT AuditFile
       END-IF
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave98Audit.txt - status "
               WS-AuditFile-Status
           CLOSE ReviewFile
           CLOSE KeepFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status = "00"
           MOVE "Y" TO WS-Has-Konto
       END-IF

       PERFORM UNTIL END-REVIEW
           READ ReviewFile
               AT END
                   SET END-REVIEW TO TRUE
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   PERFORM HANDLE-ONE-HELD-ITEM
           END-READ
       END-PERFORM

       CLOSE ReviewFile
       CLOSE KeepFile
       CLOSE AuditFile
       IF WS-KONTO-OPEN
           CLOSE KontoFil
       END-IF

       PERFORM SWAP-KEEPFILE-IN

       DISPLAY "Held items read: " WS-Read-Count
           "  released: " WS-Released-Count
           "  rejected: " WS-Rejected-Count
           "  kept: " WS-Kept-Count
       STOP RUN.

      * once the analyst quits, everything left just rides through
      * to the keep file untouched.
       HANDLE-ONE-HELD-ITEM.
           IF WS-QUIT-NOW
               PERFORM KEEP-THIS-ITEM
           ELSE
               PERFORM SHOW-AND-ASK
           END-IF.

       SHOW-AND-ASK.
           MOVE FQ-Image TO WS-Image-Intake
           MOVE WS-II-Amount TO WS-Amount-Display
           MOVE FQ-Figure TO WS-Figure-Display

           EVALUATE FQ-Rule
               WHEN "NEWA"
                   MOVE "new account - received since opening:"
                       TO WS-Rule-Text
               WHEN "FUNL"
                   MOVE "many payers in, one out - received from"
                       TO WS-Rule-Text
               WHEN "JUMP"
                   MOVE "far above the usual - average item:"
                       TO WS-Rule-Text
               WHEN OTHER
                   MOVE "unknown rule" TO WS-Rule-Text
           END-EVALUATE

           DISPLAY "----------------------------------------"
           DISPLAY "Held " FQ-Date " cycle " FQ-Cycle
               " rule " FQ-Rule ": Konto " WS-II-KontoID
               " " WS-II-Type " " WS-Amount-Display
               " dated " WS-II-Date
           IF WS-II-ContraKontoID NOT = SPACES
               DISPLAY "  transfer to " WS-II-ContraKontoID
           END-IF
           IF WS-II-Text NOT = SPACES
               DISPLAY "  text: " WS-II-Text
           END-IF
           IF FQ-SubAccount NOT = SPACES OR FQ-ContraSub NOT = SPACES
               DISPLAY "  escrow sub-account " FQ-SubAccount
                   " / " FQ-ContraSub
           END-IF
           IF FQ-Rule = "FUNL"
               DISPLAY "  " WS-Rule-Text " " FQ-Count " payers "
                   WS-Figure-Display
           ELSE
               IF FQ-Rule = "JUMP"
                   DISPLAY "  " WS-Rule-Text " " WS-Figure-Display
                       " over " FQ-Count " items"
               ELSE
                   DISPLAY "  " WS-Rule-Text " " WS-Figure-Display
               END-IF
           END-IF
           PERFORM SHOW-ACCOUNT

           DISPLAY "R=Release (genuine)  J=Reject (do not pay)"
               "  S=Skip (keep)  Q=Quit (keep rest)"
           ACCEPT WS-Action

           EVALUATE TRUE
               WHEN WS-ACT-RELEASE
                   PERFORM RELEASE-THIS-ITEM
               WHEN WS-ACT-REJECT
                   ADD 1 TO WS-Rejected-Count
                   MOVE "REJECTED" TO WS-Audit-Action
                   PERFORM WRITE-REVIEW-AUDIT
                   DISPLAY "Rejected - will not post; contact the"
                       " customer and consider escalating to"
                       " compliance"
               WHEN WS-ACT-QUIT
                   MOVE "Y" TO WS-Quit-Requested
                   PERFORM KEEP-THIS-ITEM
               WHEN OTHER
                   PERFORM KEEP-THIS-ITEM
           END-EVALUATE.

       SHOW-ACCOUNT.
           IF NOT WS-KONTO-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-II-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "  account no longer on file"
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-Balance TO WS-Amount-Display
           DISPLAY "  customer " KontoRecord-KundeID
               " " KontoRecord-KontoType
               " status " KontoRecord-Status
               " since " KontoRecord-StatusDate
           DISPLAY "  balance now " WS-Amount-Display
               " " KontoRecord-Valuta.

       RELEASE-THIS-ITEM.
           PERFORM CHECK-INTAKE-CUTOFF
           OPEN EXTEND ResubmitFile
           IF WS-ResubmitFile-Status = "35"
               OPEN OUTPUT ResubmitFile
           END-IF
           IF WS-ResubmitFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
                   WS-ResubmitFile-Status
               PERFORM KEEP-THIS-ITEM
           ELSE
               MOVE WS-II-KontoID       TO Resub-KontoID
               MOVE WS-II-Date          TO Resub-Date
               MOVE WS-II-Type          TO Resub-Type
               MOVE WS-II-Amount        TO Resub-Amount
               MOVE WS-II-BalanceAfter  TO Resub-BalanceAfter
               MOVE WS-II-ContraKontoID TO Resub-ContraKontoID
               MOVE WS-II-DupOverride   TO Resub-DupOverride
               MOVE WS-II-Text          TO Resub-Text
               MOVE WS-II-ValueDate     TO Resub-ValueDate
               MOVE "Y"                 TO Resub-FraudOverride
               MOVE FQ-SubAccount       TO Resub-SubAccount
               MOVE FQ-ContraSub        TO Resub-ContraSub
               IF WS-INTAKE-HELD
                   PERFORM HOLD-INTAKE-ITEM
                   CLOSE ResubmitFile
                   IF WS-HOLDOVER-WRITTEN
                       ADD 1 TO WS-Released-Count
                       MOVE "RELEASED" TO WS-Audit-Action
                       PERFORM WRITE-REVIEW-AUDIT
                       DISPLAY "Released - posts with the next"
                           " business day's run"
                   ELSE
                       PERFORM KEEP-THIS-ITEM
                   END-IF
               ELSE
                   WRITE ResubmitRecord
                   IF WS-ResubmitFile-Status NOT = "00"
                       DISPLAY "ERROR writing Opgave11Intake.txt -"
                           " status " WS-ResubmitFile-Status
                       CLOSE ResubmitFile
                       PERFORM KEEP-THIS-ITEM
                   ELSE
                       CLOSE ResubmitFile
                       ADD 1 TO WS-Released-Count
                       MOVE "RELEASED" TO WS-Audit-Action
                       PERFORM WRITE-REVIEW-AUDIT
                       DISPLAY "Released - posts on the next Opgave11"
                           " run"
                   END-IF
               END-IF
           END-IF.

       KEEP-THIS-ITEM.
           ADD 1 TO WS-Kept-Count
           MOVE ReviewRecord TO KeepRecord
           WRITE KeepRecord
           IF WS-KeepFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave98Keep.txt - status "
                   WS-KeepFile-Status
               CLOSE ReviewFile
               CLOSE KeepFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REVIEW-AUDIT.
           MOVE WS-II-Amount TO WS-Amount-Display
           MOVE SPACES TO AuditLine
           STRING
               WS-Today " FRAUD " WS-Audit-Action
               " " FQ-Rule
               " Konto " WS-II-KontoID
               " " WS-II-Type " " WS-Amount-Display
               " held " FQ-Date
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       SWAP-KEEPFILE-IN.
           CALL "CBL_DELETE_FILE" USING "Opgave11FraudReview.txt"
           END-CALL
           CALL "CBL_RENAME_FILE"
               USING "Opgave98Keep.txt"
                     "Opgave11FraudReview.txt"
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR - could not put the kept items back"
                   " in place - Opgave98Keep.txt holds them"
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "SIGNON.cpy".

       COPY "INTAKECUT.cpy".
