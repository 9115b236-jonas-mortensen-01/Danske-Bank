       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave128.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT NewIntakeFile ASSIGN TO "Opgave128Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NewIntake-Status.
           SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldoverFile-Status.
           SELECT KeepFile ASSIGN TO "Opgave128Keep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KeepFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave128Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * the intake feed as the branches and the online programs
      * left it since the last posting run.
       FD  IntakeFile.
       01  IntakeRecord.
           02 Intake-KontoID       PIC X(10).
           02 Intake-Date          PIC X(08).
           02 Intake-Type          PIC X(01).
           02 Intake-Amount        PIC S9(10)V99.
           02 Intake-BalanceAfter  PIC S9(10)V99.
           02 Intake-ContraKontoID PIC X(10).
           02 Intake-DupOverride   PIC X(01).
           02 Intake-Text          PIC X(30).
           02 Intake-ValueDate     PIC X(08).
           02 Intake-FraudOverride PIC X(01).
           02 Intake-SubAccount    PIC X(10).
           02 Intake-ContraSub     PIC X(10).

      * the intake rebuilt - every item dated into the business day
      * now open, plus what the holdover queue releases - and
      * swapped over the feed at the end, the delete-and-rename
      * idiom Opgave58 uses.
       FD  NewIntakeFile.
       01  NewIntakeRecord.
           02 New-KontoID       PIC X(10).
           02 New-Date          PIC X(08).
           02 New-Type          PIC X(01).
           02 New-Amount        PIC S9(10)V99.
           02 New-BalanceAfter  PIC S9(10)V99.
           02 New-ContraKontoID PIC X(10).
           02 New-DupOverride   PIC X(01).
           02 New-Text          PIC X(30).
           02 New-ValueDate     PIC X(08).
           02 New-FraudOverride PIC X(01).
           02 New-SubAccount    PIC X(10).
           02 New-ContraSub     PIC X(10).

      * items held back after a cut-off or a day-close
      * (INTAKECUT.cpy); those not yet due ride through to the
      * keep file and are swapped back over the queue.
       FD  HoldoverFile.
       01  HoldoverRecord.
           COPY "HOLDOVER.cpy".

       FD  KeepFile.
       01  KeepRecord PIC X(154).

       FD  ReportFile.
       01  ReportLine PIC X(132).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
           02 JL-Date      PIC 9(8).
           02 JL-StartTime PIC 9(8).
           02 JL-EndTime   PIC 9(8).
           02 JL-RC        PIC 9(4).
           02 JL-Count1    PIC 9(7).
           02 JL-Count2    PIC 9(7).
           02 JL-Count3    PIC 9(7).

       WORKING-STORAGE SECTION.
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE128".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-IntakeFile-Status   PIC X(2) VALUE "00".
       01 WS-NewIntake-Status    PIC X(2) VALUE "00".
       01 WS-HoldoverFile-Status PIC X(2) VALUE "00".
       01 WS-KeepFile-Status     PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".
       01 WS-Business-Date-X    PIC X(8).

       01 EOF-INTAKE PIC X VALUE "N".
           88 END-INTAKE VALUE "Y" FALSE "N".
       01 EOF-HOLDOVER PIC X VALUE "N".
           88 END-HOLDOVER VALUE "Y" FALSE "N".

       01 WS-Intake-Present PIC X VALUE "N".
           88 WS-HAS-INTAKE VALUE "Y".
       01 WS-Queue-Present PIC X VALUE "N".
           88 WS-HAS-QUEUE VALUE "Y".

       01 WS-Intake-Read     PIC 9(7) VALUE ZERO.
       01 WS-Intake-Written  PIC 9(7) VALUE ZERO.
       01 WS-Carried-Count   PIC 9(7) VALUE ZERO.
       01 WS-Released-Count  PIC 9(7) VALUE ZERO.
       01 WS-Released-Cutoff PIC 9(7) VALUE ZERO.
       01 WS-Released-Closed PIC 9(7) VALUE ZERO.
       01 WS-Kept-Count      PIC 9(7) VALUE ZERO.

       01 WS-Old-Date       PIC X(8).
       01 WS-Reason-Text    PIC X(13).
       01 WS-Amount-Display PIC -(10)9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Business-Date-X

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave128Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT NewIntakeFile
       IF WS-NewIntake-Status NOT = "00"
           DISPLAY "ERROR opening Opgave128Intake.txt - status "
               WS-NewIntake-Status
           CLOSE ReportFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "Intake holdover - business date " WS-Business-Date
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-RECORD

       PERFORM CARRY-STALE-INTAKE
       PERFORM RELEASE-HOLDOVER-QUEUE

       CLOSE NewIntakeFile

      * the queue goes back first: should the intake swap then
      * fail, the released items sit in Opgave128Intake.txt and
      * are put in place by hand - never released a second time.
       IF WS-HAS-QUEUE
           PERFORM SWAP-KEEPFILE-IN
       END-IF
       IF WS-HAS-INTAKE OR WS-Intake-Written > ZERO
           PERFORM SWAP-NEW-INTAKE-IN
       ELSE
           CALL "CBL_DELETE_FILE" USING "Opgave128Intake.txt"
           END-CALL
       END-IF

       PERFORM WRITE-REPORT-TOTALS
       CLOSE ReportFile

       DISPLAY "Intake items carried from a closed day: "
           WS-Carried-Count
       DISPLAY "Held-over items released: " WS-Released-Count
           "  still held: " WS-Kept-Count

       MOVE WS-Carried-Count  TO WS-Job-Count1
       MOVE WS-Released-Count TO WS-Job-Count2
       MOVE WS-Kept-Count     TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * anything on the feed stamped with a business date before
      * the one now open arrived after that day closed - a branch
      * delivery or a resubmitted item - and would fail the period
      * checks. It is carried onto today with the new posting date
      * and its own value date (the old posting date when it had
      * none). A missing feed is simply a quiet night.
       CARRY-STALE-INTAKE.
           OPEN INPUT IntakeFile
           IF WS-IntakeFile-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE NewIntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Intake-Present

           SET END-INTAKE TO FALSE
           PERFORM UNTIL END-INTAKE
               READ IntakeFile
                   AT END
                       SET END-INTAKE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Intake-Read
                       PERFORM CARRY-ONE-INTAKE-ITEM
               END-READ
           END-PERFORM
           CLOSE IntakeFile.

       CARRY-ONE-INTAKE-ITEM.
           MOVE IntakeRecord TO NewIntakeRecord
           IF Intake-Date IS NUMERIC
                   AND Intake-Date < WS-Business-Date-X
               MOVE Intake-Date TO WS-Old-Date
               IF New-ValueDate = SPACES
                   MOVE WS-Old-Date TO New-ValueDate
               END-IF
               MOVE WS-Business-Date-X TO New-Date
               ADD 1 TO WS-Carried-Count

               MOVE New-Amount TO WS-Amount-Display
               MOVE SPACES TO ReportLine
               STRING "CARRIED  " New-KontoID " " New-Type " "
                   WS-Amount-Display " dated " WS-Old-Date
                   " now " New-Date " value " New-ValueDate
                   " - on the feed after day-close"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
           END-IF
           PERFORM WRITE-NEW-INTAKE.

      * a held item is due once a later business day stands open.
       RELEASE-HOLDOVER-QUEUE.
           OPEN INPUT HoldoverFile
           IF WS-HoldoverFile-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HoldoverFile-Status NOT = "00"
               DISPLAY "ERROR opening IntakeHoldover.txt - status "
                   WS-HoldoverFile-Status
               CLOSE NewIntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Queue-Present

           OPEN OUTPUT KeepFile
           IF WS-KeepFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave128Keep.txt - status "
                   WS-KeepFile-Status
               CLOSE HoldoverFile
               CLOSE NewIntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           SET END-HOLDOVER TO FALSE
           PERFORM UNTIL END-HOLDOVER
               READ HoldoverFile
                   AT END
                       SET END-HOLDOVER TO TRUE
                   NOT AT END
                       IF HV-HeldDate < WS-Business-Date
                           PERFORM RELEASE-ONE-HELD-ITEM
                       ELSE
                           PERFORM KEEP-ONE-HELD-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HoldoverFile
           CLOSE KeepFile.

       RELEASE-ONE-HELD-ITEM.
           MOVE HV-Intake TO NewIntakeRecord
           MOVE New-Date TO WS-Old-Date
           IF New-ValueDate = SPACES
               MOVE WS-Old-Date TO New-ValueDate
           END-IF
           MOVE WS-Business-Date-X TO New-Date
           PERFORM WRITE-NEW-INTAKE
           ADD 1 TO WS-Released-Count

           IF HV-DAY-CLOSED
               MOVE "AFTER CLOSE" TO WS-Reason-Text
               ADD 1 TO WS-Released-Closed
           ELSE
               MOVE "AFTER CUT-OFF" TO WS-Reason-Text
               ADD 1 TO WS-Released-Cutoff
           END-IF

           MOVE New-Amount TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING "RELEASED " New-KontoID " " New-Type " "
               WS-Amount-Display " held " HV-HeldDate
               " now " New-Date " value " New-ValueDate
               " " WS-Reason-Text " " HV-ArrivalDate
               " " HV-ArrivalTime " " HV-Program " " HV-Operator
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       KEEP-ONE-HELD-ITEM.
           ADD 1 TO WS-Kept-Count
           MOVE HoldoverRecord TO KeepRecord
           WRITE KeepRecord
           IF WS-KeepFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave128Keep.txt - status "
                   WS-KeepFile-Status
               CLOSE HoldoverFile
               CLOSE KeepFile
               CLOSE NewIntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-NEW-INTAKE.
           WRITE NewIntakeRecord
           IF WS-NewIntake-Status NOT = "00"
               DISPLAY "ERROR writing Opgave128Intake.txt - status "
                   WS-NewIntake-Status
               CLOSE NewIntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Intake-Written.

       SWAP-KEEPFILE-IN.
           CALL "CBL_DELETE_FILE" USING "IntakeHoldover.txt"
           END-CALL
           CALL "CBL_RENAME_FILE"
               USING "Opgave128Keep.txt"
                     "IntakeHoldover.txt"
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR - could not put the items still held"
                   " back in place - Opgave128Keep.txt holds them"
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       SWAP-NEW-INTAKE-IN.
           CALL "CBL_DELETE_FILE" USING "Opgave11Intake.txt"
           END-CALL
           CALL "CBL_RENAME_FILE"
               USING "Opgave128Intake.txt"
                     "Opgave11Intake.txt"
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR - could not put the intake feed back"
                   " in place - Opgave128Intake.txt holds it"
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Intake items read: " WS-Intake-Read
               ", carried from a closed day: " WS-Carried-Count
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Held over and released: " WS-Released-Count
               " (after cut-off " WS-Released-Cutoff
               ", after close " WS-Released-Closed
               "), still held: " WS-Kept-Count
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-RECORD.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave128Report.txt - status "
                   WS-ReportFile-Status
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
