               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldoverFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the suspected duplicates Opgave11 diverted, each held in
      * the intake's own record image.
       FD  ReviewFile.
       01  ReviewRecord PIC X(113).

      * suspects not dealt with this session survive here and are
      * swapped back over the review file at the end, the same
      * delete-and-rename idiom Opgave43 uses.
       FD  KeepFile.
       01  KeepRecord PIC X(113).

      * a released item goes back onto the intake feed with the
      * override flag set, so the next posting run accepts it past
           02 Resub-DupOverride   PIC X(01).
           02 Resub-Text          PIC X(30).
           02 Resub-ValueDate     PIC X(08).
           02 Resub-FraudOverride PIC X(01).
           02 Resub-SubAccount    PIC X(10).
           02 Resub-ContraSub     PIC X(10).
      * the same record whole - the image HOLD-INTAKE-ITEM
      * (INTAKECUT.cpy) holds over.
       01  IntakeRecord PIC X(113).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

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

      * fields CHECK-INTAKE-CUTOFF/HOLD-INTAKE-ITEM (INTAKECUT.cpy)
      * expect to be loaded.
       01 WS-BusDateFile-Status  PIC X(2) VALUE "00".
       01 WS-HoldoverFile-Status PIC X(2) VALUE "00".
       01 WS-Holdover-Reason     PIC X VALUE SPACE.
           88 WS-INTAKE-HELD VALUE "T" "C".
       01 WS-Holdover-Date       PIC 9(8) VALUE ZERO.
       01 WS-Holdover-Done       PIC X VALUE "N".
           88 WS-HOLDOVER-WRITTEN VALUE "Y".
       01 WS-Holdover-Source     PIC X(10) VALUE "OPGAVE58".
       01 WS-Clock-Date          PIC 9(8) VALUE ZERO.
       01 WS-Clock-Time          PIC 9(8) VALUE ZERO.

       01 EOF-REVIEW PIC X VALUE "N".
           88 END-REVIEW VALUE "Y" FALSE "N".
       01 WS-Quit-Requested PIC X VALUE "N".
           02 WS-II-DupOverride   PIC X(01).
           02 WS-II-Text          PIC X(30).
           02 WS-II-ValueDate     PIC X(08).
           02 WS-II-FraudOverride PIC X(01).
           02 WS-II-SubAccount    PIC X(10).
           02 WS-II-ContraSub     PIC X(10).

      * fields OPERATOR-SIGNON (SIGNON.cpy) expects to be loaded -
      * releasing a suspected duplicate moves money and is signed
           END-EVALUATE.

       RELEASE-THIS-SUSPECT.
           PERFORM CHECK-INTAKE-CUTOFF
           OPEN EXTEND ResubmitFile
           IF WS-ResubmitFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
               MOVE "Y"                 TO Resub-DupOverride
               MOVE WS-II-Text          TO Resub-Text
               MOVE WS-II-ValueDate     TO Resub-ValueDate
               MOVE WS-II-FraudOverride TO Resub-FraudOverride
               MOVE WS-II-SubAccount    TO Resub-SubAccount
               MOVE WS-II-ContraSub     TO Resub-ContraSub
               IF WS-INTAKE-HELD
                   PERFORM HOLD-INTAKE-ITEM
                   CLOSE ResubmitFile
                   IF WS-HOLDOVER-WRITTEN
                       ADD 1 TO WS-Released-Count
                       DISPLAY "Released - posts with the next"
                           " business day's run"
                   ELSE
                       PERFORM KEEP-THIS-SUSPECT
                   END-IF
               ELSE
                   WRITE ResubmitRecord
                   IF WS-ResubmitFile-Status NOT = "00"
                       DISPLAY "ERROR writing Opgave11Intake.txt -"
                           " status " WS-ResubmitFile-Status
                       CLOSE ResubmitFile
                       PERFORM KEEP-THIS-SUSPECT
                   ELSE
                       CLOSE ResubmitFile
                       ADD 1 TO WS-Released-Count
                       DISPLAY "Released - posts on the next Opgave11"
                           " run"
                   END-IF
               END-IF
           END-IF.

           END-IF.

       COPY "SIGNON.cpy".

       COPY "INTAKECUT.cpy".
