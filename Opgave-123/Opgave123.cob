       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave123.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ComplaintFil ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CP-CaseNo
               ALTERNATE RECORD KEY IS CP-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ComplaintFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave123Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT LastRunFile ASSIGN TO "Opgave123LastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRunFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * the complaints register Opgave122 keeps - only read here.
       FD  ComplaintFil.
       01  ComplaintRecord.
           COPY "COMPLAINT.cpy".

       FD  ReportFile.
       01  ReportLine PIC X(120).

      * the business date of the last aging report, carried forward
      * so the report comes out once a week whatever the chain does
      * in between - the same single-control-record idiom as
      * Opgave39LastRun.txt.
       FD  LastRunFile.
       01  LastRunRecord.
           02 LastRun-Date PIC 9(8).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE123".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-ComplaintFil-Status PIC X(2) VALUE "00".
       01 WS-ReportFile-Status   PIC X(2) VALUE "00".
       01 WS-LastRunFile-Status  PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-Business-Date-Parts REDEFINES WS-Business-Date.
           02 WS-Business-Year  PIC 9(4).
           02 WS-Business-MMDD  PIC 9(4).
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * The OPGAVE123 line carries in columns 11-12 how many days
      * before its deadline an open case counts as near it (5 when
      * absent).
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Near-Days PIC 9(2) VALUE 5.

       01 EOF-LASTRUN PIC X VALUE "N".
           88 END-LASTRUN VALUE "Y".
       01 EOF-COMPLAINT PIC X VALUE "N".
           88 END-COMPLAINT VALUE "Y" FALSE "N".

       01 WS-Last-Run     PIC 9(8) VALUE ZERO.
       01 WS-Period-Start PIC 9(8) VALUE ZERO.
       01 WS-Year-Start   PIC 9(8) VALUE ZERO.
       01 WS-Today-Int    PIC 9(7) VALUE ZERO.
       01 WS-Days-Left    PIC S9(5) VALUE ZERO.
       01 WS-Days-Display PIC -(4)9.

      * the statistics per category, built from the register as it
      * is read - a full table is an explicit abort, never a
      * category left out of the figures.
       01 WS-Stat-Table.
           02 WS-Stat-Entry OCCURS 30 TIMES.
               03 WS-Stat-Category  PIC X(4).
               03 WS-Stat-Open      PIC 9(5).
               03 WS-Stat-Overdue   PIC 9(5).
               03 WS-Stat-Recd-Week PIC 9(5).
               03 WS-Stat-Shut-Week PIC 9(5).
               03 WS-Stat-Recd-Year PIC 9(5).
               03 WS-Stat-Shut-Year PIC 9(5).
               03 WS-Stat-Late-Year PIC 9(5).
       01 WS-Stat-Count PIC 9(2) VALUE ZERO.
       01 WS-Stat-Idx   PIC 9(2) VALUE ZERO.
       01 WS-Stat-Hit   PIC 9(2) VALUE ZERO.

       01 WS-Cases-Open    PIC 9(7) VALUE ZERO.
       01 WS-Cases-Overdue PIC 9(7) VALUE ZERO.
       01 WS-Cases-Near    PIC 9(7) VALUE ZERO.
       01 WS-Tot-Recd-Week PIC 9(5) VALUE ZERO.
       01 WS-Tot-Shut-Week PIC 9(5) VALUE ZERO.
       01 WS-Tot-Recd-Year PIC 9(5) VALUE ZERO.
       01 WS-Tot-Shut-Year PIC 9(5) VALUE ZERO.
       01 WS-Tot-Late-Year PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

      * once a week: a business date less than seven days after the
      * last report is a completed, empty step.
       PERFORM READ-LAST-RUN
       COMPUTE WS-Today-Int
           = FUNCTION INTEGER-OF-DATE(WS-Business-Date)
       IF WS-Last-Run NOT = ZERO
           IF WS-Today-Int
                   - FUNCTION INTEGER-OF-DATE(WS-Last-Run) < 7
               DISPLAY "Complaints aging last reported " WS-Last-Run
                   " - not due again this week"
               PERFORM JOBLOG-END
               STOP RUN
           END-IF
           COMPUTE WS-Period-Start = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Last-Run) + 1)
       ELSE
           COMPUTE WS-Period-Start
               = FUNCTION DATE-OF-INTEGER(WS-Today-Int - 6)
       END-IF
       COMPUTE WS-Year-Start = WS-Business-Year * 10000 + 0101

       MOVE "OPGAVE123" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           IF WS-RC-Value(1:2) IS NUMERIC
               MOVE WS-RC-Value(1:2) TO WS-Near-Days
           END-IF
       END-IF

      * no register yet means no complaint has been received - the
      * week is still claimed and reported, as an empty one.
       OPEN INPUT ComplaintFil
       IF WS-ComplaintFil-Status NOT = "00"
               AND WS-ComplaintFil-Status NOT = "35"
           DISPLAY "ERROR opening ComplaintRegister.txt - status "
               WS-ComplaintFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM WRITE-LAST-RUN

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave123Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "Complaints aging - week " WS-Period-Start " to "
           WS-Business-Date ", near deadline = within "
           WS-Near-Days " days"
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-RECORD

       IF WS-ComplaintFil-Status = "00"
           MOVE SPACES TO ReportLine
           MOVE "PAST THE DEADLINE" TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           PERFORM START-REGISTER
           PERFORM UNTIL END-COMPLAINT
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-COMPLAINT TO TRUE
                   NOT AT END
                       PERFORM AGE-ONE-CASE
               END-READ
           END-PERFORM

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           MOVE "NEAR THE DEADLINE" TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           PERFORM START-REGISTER
           PERFORM UNTIL END-COMPLAINT
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-COMPLAINT TO TRUE
                   NOT AT END
                       PERFORM CHECK-NEAR-DEADLINE
               END-READ
           END-PERFORM
           CLOSE ComplaintFil
       END-IF

       PERFORM WRITE-STATISTICS

       CLOSE ReportFile
       DISPLAY "Complaints aging for " WS-Business-Date
           " complete: " WS-Cases-Open " open, " WS-Cases-Overdue
           " past the deadline, " WS-Cases-Near " near it"
       MOVE WS-Cases-Open    TO WS-Job-Count1
       MOVE WS-Cases-Overdue TO WS-Job-Count2
       MOVE WS-Cases-Near    TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

       READ-LAST-RUN.
           OPEN INPUT LastRunFile
           IF WS-LastRunFile-Status = "00"
               PERFORM UNTIL END-LASTRUN
                   READ LastRunFile
                       AT END
                           SET END-LASTRUN TO TRUE
                       NOT AT END
                           MOVE LastRun-Date TO WS-Last-Run
                   END-READ
               END-PERFORM
               CLOSE LastRunFile
           END-IF.

       WRITE-LAST-RUN.
           OPEN OUTPUT LastRunFile
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave123LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Business-Date TO LastRun-Date
           WRITE LastRunRecord
           IF WS-LastRunFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave123LastRun.txt - status "
                   WS-LastRunFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRunFile.

       START-REGISTER.
           SET END-COMPLAINT TO FALSE
           MOVE LOW-VALUES TO CP-CaseNo
           START ComplaintFil KEY IS NOT LESS THAN CP-CaseNo
               INVALID KEY
                   SET END-COMPLAINT TO TRUE
           END-START.

      * first pass: every case goes into the statistics, and an open
      * one past its deadline is listed with how long it is over.
       AGE-ONE-CASE.
           PERFORM FIND-STAT-ENTRY
           IF CP-ReceivedDate NOT < WS-Period-Start
               ADD 1 TO WS-Stat-Recd-Week(WS-Stat-Hit)
           END-IF
           IF CP-ReceivedDate NOT < WS-Year-Start
               ADD 1 TO WS-Stat-Recd-Year(WS-Stat-Hit)
           END-IF
           IF CP-CLOSED
               IF CP-ResponseDate NOT < WS-Period-Start
                   ADD 1 TO WS-Stat-Shut-Week(WS-Stat-Hit)
               END-IF
               IF CP-ResponseDate NOT < WS-Year-Start
                   ADD 1 TO WS-Stat-Shut-Year(WS-Stat-Hit)
                   IF CP-ResponseDate > CP-DeadlineDate
                       ADD 1 TO WS-Stat-Late-Year(WS-Stat-Hit)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Cases-Open
           ADD 1 TO WS-Stat-Open(WS-Stat-Hit)
           IF CP-DeadlineDate NOT < WS-Business-Date
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Cases-Overdue
           ADD 1 TO WS-Stat-Overdue(WS-Stat-Hit)
           COMPUTE WS-Days-Left = WS-Today-Int
               - FUNCTION INTEGER-OF-DATE(CP-DeadlineDate)
           PERFORM WRITE-CASE-LINE.

      * second pass: open cases with the deadline still ahead but
      * within the warning window, today's deadline included.
       CHECK-NEAR-DEADLINE.
           IF NOT CP-OPEN
               EXIT PARAGRAPH
           END-IF
           IF CP-DeadlineDate < WS-Business-Date
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Days-Left
               = FUNCTION INTEGER-OF-DATE(CP-DeadlineDate)
               - WS-Today-Int
           IF WS-Days-Left > WS-Near-Days
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Cases-Near
           PERFORM WRITE-CASE-LINE.

       WRITE-CASE-LINE.
           MOVE WS-Days-Left TO WS-Days-Display
           MOVE SPACES TO ReportLine
           STRING
               "  " CP-CaseNo " " CP-KundeID " " CP-Category " "
               CP-Branch " recd " CP-ReceivedDate " due "
               CP-DeadlineDate " " WS-Days-Display " days owner "
               CP-Owner
               INTO ReportLine
           END-STRING
           IF CP-DISPUTE-LINKED
               MOVE "dispute" TO ReportLine(110:7)
           END-IF
           PERFORM WRITE-REPORT-RECORD.

       FIND-STAT-ENTRY.
           MOVE ZERO TO WS-Stat-Hit
           PERFORM VARYING WS-Stat-Idx FROM 1 BY 1
                   UNTIL WS-Stat-Idx > WS-Stat-Count
               IF WS-Stat-Category(WS-Stat-Idx) = CP-Category
                   MOVE WS-Stat-Idx TO WS-Stat-Hit
               END-IF
           END-PERFORM
           IF WS-Stat-Hit NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Stat-Count >= 30
               DISPLAY "ERROR - complaint category table full - run"
                   " aborted rather than leaving a category out of"
                   " the statistics"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Stat-Count
           MOVE WS-Stat-Count TO WS-Stat-Hit
           MOVE CP-Category TO WS-Stat-Category(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Open(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Overdue(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Recd-Week(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Shut-Week(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Recd-Year(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Shut-Year(WS-Stat-Hit)
           MOVE ZERO TO WS-Stat-Late-Year(WS-Stat-Hit).

      * the figures the regulator asks for: per category what came
      * in and was answered this week and this year, and how many
      * answers went out after the deadline.
       WRITE-STATISTICS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "STATISTICS   open  overdue  recd-week  closed-week"
               "  recd-year  closed-year  late-year"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           PERFORM VARYING WS-Stat-Idx FROM 1 BY 1
                   UNTIL WS-Stat-Idx > WS-Stat-Count
               MOVE SPACES TO ReportLine
               STRING
                   "  " WS-Stat-Category(WS-Stat-Idx) "     "
                   WS-Stat-Open(WS-Stat-Idx) "    "
                   WS-Stat-Overdue(WS-Stat-Idx) "      "
                   WS-Stat-Recd-Week(WS-Stat-Idx) "        "
                   WS-Stat-Shut-Week(WS-Stat-Idx) "      "
                   WS-Stat-Recd-Year(WS-Stat-Idx) "        "
                   WS-Stat-Shut-Year(WS-Stat-Idx) "      "
                   WS-Stat-Late-Year(WS-Stat-Idx)
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
               ADD WS-Stat-Recd-Week(WS-Stat-Idx) TO WS-Tot-Recd-Week
               ADD WS-Stat-Shut-Week(WS-Stat-Idx) TO WS-Tot-Shut-Week
               ADD WS-Stat-Recd-Year(WS-Stat-Idx) TO WS-Tot-Recd-Year
               ADD WS-Stat-Shut-Year(WS-Stat-Idx) TO WS-Tot-Shut-Year
               ADD WS-Stat-Late-Year(WS-Stat-Idx) TO WS-Tot-Late-Year
           END-PERFORM
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Open complaints: " WS-Cases-Open
               ", past the deadline: " WS-Cases-Overdue
               ", near it: " WS-Cases-Near
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "This week received " WS-Tot-Recd-Week
               ", closed " WS-Tot-Shut-Week
               "; this year received " WS-Tot-Recd-Year
               ", closed " WS-Tot-Shut-Year
               ", closed after the deadline " WS-Tot-Late-Year
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-RECORD.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave123Report.txt - status "
                   WS-ReportFile-Status
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
