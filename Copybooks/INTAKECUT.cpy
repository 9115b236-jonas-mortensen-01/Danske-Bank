      *-----------------------------------------------------------*
      * INTAKECUT.cpy - holds an intake item over to the next       *
      * business day when it is raised after the day's intake       *
      * cut-off or after day-close, so nothing late is stamped      *
      * with a closed day's date or posted by a chain that has      *
      * already taken the day's work. Copied into PROCEDURE         *
      * DIVISION, the same way BUSDATE.cpy and RUNCTL.cpy are.      *
      *                                                             *
      * The cut-off is the HHMM Opgave69 stored in columns 10-13    *
      * of BusinessDate.txt when it opened the day. A control file  *
      * without one (or no control file at all) holds nothing back  *
      * for the time of day; a closed day still holds everything.   *
      * Held items go to IntakeHoldover.txt (HOLDOVER.cpy), which   *
      * Opgave128 releases at the start of the next day's chain.    *
      *                                                             *
      * Contract - the including program must declare:              *
      *   WS-BusDateFile-Status  PIC X(2)                           *
      *   WS-HoldoverFile-Status PIC X(2)                           *
      *   WS-Holdover-Reason     PIC X                              *
      *       88 WS-INTAKE-HELD VALUE "T" "C"                       *
      *   WS-Holdover-Date       PIC 9(8)                           *
      *   WS-Holdover-Done       PIC X                              *
      *       88 WS-HOLDOVER-WRITTEN VALUE "Y"                      *
      *   WS-Holdover-Source     PIC X(10)  (the program's name)    *
      *   WS-Clock-Date          PIC 9(8)                           *
      *   WS-Clock-Time          PIC 9(8)                           *
      *   WS-Operator-ID         PIC X(10)  (SIGNON.cpy)            *
      * a BusinessDateFile whose record carries the cut-off:        *
      *   01 BusinessDateRecord.                                    *
      *       02 BD-Date   PIC 9(8).                                *
      *       02 BD-Status PIC X(1).                                *
      *       02 BD-Cutoff PIC 9(4).                                *
      * the intake record named IntakeRecord, and:                  *
      *   SELECT HoldoverFile ASSIGN TO "IntakeHoldover.txt"        *
      *       ORGANIZATION IS LINE SEQUENTIAL                       *
      *       FILE STATUS IS WS-HoldoverFile-Status.                *
      *   FD HoldoverFile.                                          *
      *   01 HoldoverRecord.                                        *
      *       COPY "HOLDOVER.cpy".                                  *
      * PERFORM CHECK-INTAKE-CUTOFF before the item is written and  *
      * test WS-INTAKE-HELD; when it is set, build IntakeRecord as  *
      * usual and PERFORM HOLD-INTAKE-ITEM instead of writing it,   *
      * then test WS-HOLDOVER-WRITTEN.                              *
      *-----------------------------------------------------------*
       CHECK-INTAKE-CUTOFF.
           MOVE SPACE TO WS-Holdover-Reason
           MOVE ZERO  TO WS-Holdover-Date
           ACCEPT WS-Clock-Date FROM DATE YYYYMMDD
           ACCEPT WS-Clock-Time FROM TIME

           OPEN INPUT BusinessDateFile
           IF WS-BusDateFile-Status = "00"
               READ BusinessDateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TEST-INTAKE-CUTOFF
               END-READ
               CLOSE BusinessDateFile
           END-IF.

      * the day is past its cut-off once the clock reaches it on
      * the business date itself, or at any time on a later
      * calendar day the same business day still stands open.
       TEST-INTAKE-CUTOFF.
           IF BD-Date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE BD-Date TO WS-Holdover-Date

           IF BD-Status = "C"
               MOVE "C" TO WS-Holdover-Reason
               EXIT PARAGRAPH
           END-IF

           IF BD-Status = "O" AND BD-Cutoff IS NUMERIC
                   AND BD-Cutoff > ZERO
               IF WS-Clock-Date > BD-Date
                   MOVE "T" TO WS-Holdover-Reason
               END-IF
               IF WS-Clock-Date = BD-Date
                       AND WS-Clock-Time NOT < BD-Cutoff * 10000
                   MOVE "T" TO WS-Holdover-Reason
               END-IF
           END-IF.

       HOLD-INTAKE-ITEM.
           MOVE "N" TO WS-Holdover-Done
           OPEN EXTEND HoldoverFile
           IF WS-HoldoverFile-Status = "35"
               OPEN OUTPUT HoldoverFile
           END-IF
           IF WS-HoldoverFile-Status NOT = "00"
               DISPLAY "ERROR opening IntakeHoldover.txt - status "
                   WS-HoldoverFile-Status
               EXIT PARAGRAPH
           END-IF

           MOVE IntakeRecord        TO HV-Intake
           MOVE WS-Holdover-Date    TO HV-HeldDate
           MOVE WS-Clock-Date       TO HV-ArrivalDate
           MOVE WS-Clock-Time(1:4)  TO HV-ArrivalTime
           MOVE WS-Holdover-Reason  TO HV-Reason
           MOVE WS-Holdover-Source  TO HV-Program
           MOVE WS-Operator-ID      TO HV-Operator
           WRITE HoldoverRecord
           IF WS-HoldoverFile-Status NOT = "00"
               DISPLAY "ERROR writing IntakeHoldover.txt - status "
                   WS-HoldoverFile-Status
               CLOSE HoldoverFile
               EXIT PARAGRAPH
           END-IF
           CLOSE HoldoverFile
           MOVE "Y" TO WS-Holdover-Done

           IF HV-DAY-CLOSED
               DISPLAY "Business day " WS-Holdover-Date
                   " is closed - held over to the next business"
                   " day"
           ELSE
               DISPLAY "Past the intake cut-off for "
                   WS-Holdover-Date " - held over to the next"
                   " business day"
           END-IF.
