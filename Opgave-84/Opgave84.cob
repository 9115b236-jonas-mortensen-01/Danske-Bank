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
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * read only for the day's state and intake cut-off - a
      * credit or claw-back raised after either waits in the
      * holdover queue for the next business day (INTAKECUT.cpy).
       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).
           02 BD-Cutoff PIC 9(4).

       FD  HoldoverFile.
       01  HoldoverRecord.
           COPY "HOLDOVER.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-TransFil-Status   PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status PIC X(2) VALUE "00".

      * fields CHECK-INTAKE-CUTOFF/HOLD-INTAKE-ITEM (INTAKECUT.cpy)
      * expect to be loaded.
       01 WS-BusDateFile-Status  PIC X(2) VALUE "00".
       01 WS-HoldoverFile-Status PIC X(2) VALUE "00".
       01 WS-Holdover-Reason     PIC X VALUE SPACE.
           88 WS-INTAKE-HELD VALUE "T" "C".
       01 WS-Holdover-Date       PIC 9(8) VALUE ZERO.
       01 WS-Holdover-Done       PIC X VALUE "N".
           88 WS-HOLDOVER-WRITTEN VALUE "Y".
       01 WS-Holdover-Source     PIC X(10) VALUE "OPGAVE84".
       01 WS-Clock-Date          PIC 9(8) VALUE ZERO.
       01 WS-Clock-Time          PIC 9(8) VALUE ZERO.

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".
       01 EOF-TRANS PIC X VALUE "N".
           END-REWRITE.

       RAISE-DISPUTE-INTAKE.
           PERFORM CHECK-INTAKE-CUTOFF
           OPEN EXTEND IntakeFile
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
               END-STRING
           END-IF
           MOVE WS-Today-X TO Intake-ValueDate
           IF WS-INTAKE-HELD
               PERFORM HOLD-INTAKE-ITEM
           ELSE
               WRITE IntakeRecord
               IF WS-IntakeFile-Status NOT = "00"
                   DISPLAY "ERROR writing Opgave11Intake.txt - status "
                       WS-IntakeFile-Status
               END-IF
           END-IF
           CLOSE IntakeFile.

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "INTAKECUT.cpy".
