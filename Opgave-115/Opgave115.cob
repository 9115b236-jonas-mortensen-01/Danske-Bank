       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave115.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.
           SELECT AssignFil ASSIGN TO "BranchAssignments.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AssignRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AssignFil-Status.
           SELECT ProduktFil ASSIGN TO "Produkter.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProduktRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProduktFil-Status.
           SELECT HistFil ASSIGN TO "GrowthHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Hist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HistFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave115Report.txt"
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

      * the lifecycle events the opening, closing, archiving,
      * restoring, estate and merge programs append - the month's
      * flows are counted from here.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       FD  AssignFil.
       01  AssignRecord.
           02 AssignRecord-KundeID PIC X(10).
           02 AssignRecord-Branch  PIC X(4).

       FD  ProduktFil.
       01  ProduktRecord.
           02 ProduktRecord-Kode        PIC X(20).
           02 ProduktRecord-Navn        PIC X(30).
           02 ProduktRecord-Valuta OCCURS 5 TIMES PIC X(3).
           02 ProduktRecord-RenteKey    PIC X(20).
           02 ProduktRecord-FeeKey      PIC X(20).
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * one record per reported month per row of the report: the
      * bank total (T/TOTAL), each branch (B) and each KontoType (P)
      * with the month's flows and the book at month end. Next
      * month's balance growth is measured against it, and the
      * twelve-month trend is read back from the T rows. The T row
      * is written last, so a month with its T row on file has been
      * reported in full.
       FD  HistFil.
       01  HistRecord.
           02 Hist-Key.
               03 Hist-Month     PIC 9(6).
               03 Hist-Dim       PIC X(1).
                   88 HIST-TOTAL   VALUE "T".
                   88 HIST-BRANCH  VALUE "B".
                   88 HIST-PRODUCT VALUE "P".
               03 Hist-Code      PIC X(20).
           02 Hist-Flow          PIC 9(7) OCCURS 7 TIMES.
           02 Hist-Customers     PIC 9(7).
           02 Hist-Accounts      PIC 9(7).
           02 Hist-Balance       PIC S9(13)V99.

      * the month's acquisition and attrition by branch and by
      * product, and the bank's last twelve months.
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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE115".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status    PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status     PIC X(2) VALUE "00".
       01 WS-AssignFil-Status   PIC X(2) VALUE "00".
       01 WS-ProduktFil-Status  PIC X(2) VALUE "00".
       01 WS-HistFil-Status     PIC X(2) VALUE "00".
       01 WS-ReportFile-Status  PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-Business-Date-Parts REDEFINES WS-Business-Date.
           02 WS-Bus-Year  PIC 9(4).
           02 WS-Bus-Month PIC 9(2).
           02 WS-Bus-Day   PIC 9(2).
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-LIFEEVT PIC X VALUE "N".
           88 END-LIFEEVT VALUE "Y" FALSE "N".
       01 EOF-HIST PIC X VALUE "N".
           88 END-HIST VALUE "Y" FALSE "N".

       01 WS-Assign-Open PIC X VALUE "N".
           88 WS-HAS-ASSIGN-FILE VALUE "Y".
       01 WS-Produkt-Open PIC X VALUE "N".
           88 WS-HAS-PRODUKT-FILE VALUE "Y".
       01 WS-Prior-Found PIC X VALUE "N".
           88 WS-HAS-PRIOR-MONTH VALUE "Y".

      * the month reported is the calendar month before the
      * business date's - the run on the first night of a month
      * reports the month just ended, every other night finds it
      * on file and does nothing. WS-Walk-Month steps back from a
      * month one month at a time.
       01 WS-Report-Month PIC 9(6) VALUE ZERO.
       01 WS-Prior-Month  PIC 9(6) VALUE ZERO.
       01 WS-Walk-Month-Parts.
           02 WS-Walk-Year PIC 9(4).
           02 WS-Walk-Mon  PIC 9(2).
       01 WS-Walk-Month REDEFINES WS-Walk-Month-Parts PIC 9(6).

      * the seven lifecycle events in the order the report columns
      * carry them: new customers, accounts opened, closed,
      * archived, restored from the archive, estates settled and
      * customers merged away.
       01 WS-Event-Values.
           02 FILLER PIC X(2) VALUE "NC".
           02 FILLER PIC X(2) VALUE "AO".
           02 FILLER PIC X(2) VALUE "AC".
           02 FILLER PIC X(2) VALUE "AR".
           02 FILLER PIC X(2) VALUE "RE".
           02 FILLER PIC X(2) VALUE "DS".
           02 FILLER PIC X(2) VALUE "MG".
       01 WS-Event-Table REDEFINES WS-Event-Values.
           02 WS-Event-Code PIC X(2) OCCURS 7 TIMES.
       01 WS-Event-Idx PIC 9 VALUE ZERO.
       01 WS-Event-Hit PIC 9 VALUE ZERO.
       01 WS-Flow-Idx  PIC 9 VALUE ZERO.

      * per branch and per KontoType: the month's flows, the
      * customers and open accounts on the book at month end with
      * their balance, and last month's balance to grow from. A
      * full table is an explicit abort.
       01 WS-Br-Table.
           02 WS-Br-Entry OCCURS 20 TIMES.
               03 WS-Br-Code      PIC X(4).
               03 WS-Br-Flow      PIC 9(7) OCCURS 7 TIMES.
               03 WS-Br-Custs     PIC 9(7).
               03 WS-Br-Accts     PIC 9(7).
               03 WS-Br-Balance   PIC S9(13)V99.
               03 WS-Br-Prior     PIC S9(13)V99.
       01 WS-Br-Used PIC 99 VALUE ZERO.
       01 WS-Br-Idx  PIC 99.
       01 WS-Br-Hit  PIC 99 VALUE ZERO.
       01 WS-This-Branch PIC X(4) VALUE SPACES.

       01 WS-Type-Table.
           02 WS-Type-Entry OCCURS 20 TIMES.
               03 WS-Type-Code    PIC X(20).
               03 WS-Type-Flow    PIC 9(7) OCCURS 7 TIMES.
               03 WS-Type-Custs   PIC 9(7).
               03 WS-Type-Accts   PIC 9(7).
               03 WS-Type-Balance PIC S9(13)V99.
               03 WS-Type-Prior   PIC S9(13)V99.
               03 WS-Type-Seen    PIC X.
                   88 WS-TYPE-SEEN-FOR-CUST VALUE "Y".
       01 WS-Type-Used PIC 99 VALUE ZERO.
       01 WS-Type-Idx  PIC 99.
       01 WS-Type-Hit  PIC 99 VALUE ZERO.
       01 WS-This-Type PIC X(20) VALUE SPACES.

       01 WS-Tot-Flows.
           02 WS-Tot-Flow PIC 9(7) OCCURS 7 TIMES.
       01 WS-Tot-Custs    PIC 9(7) VALUE ZERO.
       01 WS-Tot-Accts    PIC 9(7) VALUE ZERO.
       01 WS-Tot-Balance  PIC S9(13)V99 VALUE ZERO.
       01 WS-Tot-Prior    PIC S9(13)V99 VALUE ZERO.

      * openings and new customers split by where they came from.
       01 WS-Feed-NewCust   PIC 9(7) VALUE ZERO.
       01 WS-Feed-Opened    PIC 9(7) VALUE ZERO.
       01 WS-Switch-NewCust PIC 9(7) VALUE ZERO.
       01 WS-Switch-Opened  PIC 9(7) VALUE ZERO.
       01 WS-Events-Read    PIC 9(7) VALUE ZERO.

      * one customer's accounts arrive together along the KundeID
      * key; the customer counts once for their branch and once for
      * each KontoType they hold open.
       01 WS-Cust-KundeID  PIC X(10) VALUE SPACES.
       01 WS-Cust-Open     PIC 9(3) VALUE ZERO.
       01 WS-Cust-Branch   PIC X(4) VALUE SPACES.

      * one row of the report, from the WS-Line fields.
       01 WS-Line-Label   PIC X(20) VALUE SPACES.
       01 WS-Line-Flows.
           02 WS-Line-Flow PIC 9(7) OCCURS 7 TIMES.
       01 WS-Line-Custs   PIC 9(7) VALUE ZERO.
       01 WS-Line-Accts   PIC 9(7) VALUE ZERO.
       01 WS-Line-Balance PIC S9(13)V99 VALUE ZERO.
       01 WS-Line-Prior   PIC S9(13)V99 VALUE ZERO.
       01 WS-Line-Growth  PIC S9(13)V99 VALUE ZERO.
       01 WS-Line-Has-Prior PIC X VALUE "N".
           88 WS-LINE-PRIOR-KNOWN VALUE "Y".

       01 WS-Row.
           02 WS-Row-Label    PIC X(20).
           02 WS-Row-Count OCCURS 9 TIMES.
               03 FILLER      PIC X(1).
               03 WS-Row-Num  PIC Z(6)9.
           02 FILLER          PIC X(1).
           02 WS-Row-Balance  PIC -(13)9.99.
           02 FILLER          PIC X(1).
           02 WS-Row-Growth   PIC -(13)9.99.
           02 WS-Row-Growth-X REDEFINES WS-Row-Growth PIC X(17).
       01 WS-Row-Idx PIC 99.

       01 WS-Trend-Idx PIC 99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       MOVE WS-Bus-Year  TO WS-Walk-Year
       MOVE WS-Bus-Month TO WS-Walk-Mon
       PERFORM STEP-BACK-ONE-MONTH
       MOVE WS-Walk-Month TO WS-Report-Month
       PERFORM STEP-BACK-ONE-MONTH
       MOVE WS-Walk-Month TO WS-Prior-Month

       OPEN I-O HistFil
       IF WS-HistFil-Status = "35"
           OPEN OUTPUT HistFil
           IF WS-HistFil-Status = "00"
               CLOSE HistFil
               OPEN I-O HistFil
           END-IF
       END-IF
       IF WS-HistFil-Status NOT = "00"
           DISPLAY "ERROR opening GrowthHistory.txt - status "
               WS-HistFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE WS-Report-Month TO Hist-Month
       MOVE "T"             TO Hist-Dim
       MOVE "TOTAL"         TO Hist-Code
       READ HistFil
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "Acquisition and attrition for "
                   WS-Report-Month " already reported - nothing"
                   " to do"
               CLOSE HistFil
               PERFORM JOBLOG-END
               STOP RUN
       END-READ

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE HistFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT AssignFil
       IF WS-AssignFil-Status = "00"
           MOVE "Y" TO WS-Assign-Open
       END-IF
       OPEN INPUT ProduktFil
       IF WS-ProduktFil-Status = "00"
           MOVE "Y" TO WS-Produkt-Open
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave115Report.txt - status "
               WS-ReportFile-Status
           CLOSE KontoFil
           CLOSE HistFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM VARYING WS-Flow-Idx FROM 1 BY 1 UNTIL WS-Flow-Idx > 7
           MOVE ZERO TO WS-Tot-Flow(WS-Flow-Idx)
       END-PERFORM

       PERFORM LOAD-PRIOR-MONTH
       PERFORM COUNT-MONTH-EVENTS

      * along the KundeID key, so each customer's accounts come in
      * one run and the customer is counted once at the break.
       MOVE LOW-VALUES TO KontoRecord-KundeID
       START KontoFil KEY IS NOT LESS THAN KontoRecord-KundeID
           INVALID KEY
               SET END-KONTO TO TRUE
       END-START
       PERFORM UNTIL END-KONTO
           READ KontoFil NEXT RECORD
               AT END
                   SET END-KONTO TO TRUE
               NOT AT END
                   IF KontoRecord-KundeID NOT = WS-Cust-KundeID
                       PERFORM END-OF-CUSTOMER
                       PERFORM START-OF-CUSTOMER
                   END-IF
      * the bank's own internal accounts are not customer business.
                   IF NOT KONTO-RECORD-CLOSED
                           AND KontoRecord-KundeID NOT = "*BANK*"
                       PERFORM TAKE-ONE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM
       PERFORM END-OF-CUSTOMER

       PERFORM WRITE-REPORT-HEADER
       PERFORM WRITE-BRANCH-SECTION
       PERFORM WRITE-PRODUCT-SECTION
       PERFORM SAVE-MONTH-HISTORY
       PERFORM WRITE-TREND-SECTION

       CLOSE KontoFil
       CLOSE HistFil
       CLOSE ReportFile
       IF WS-HAS-ASSIGN-FILE
           CLOSE AssignFil
       END-IF
       IF WS-HAS-PRODUKT-FILE
           CLOSE ProduktFil
       END-IF

       DISPLAY "Acquisition and attrition for " WS-Report-Month
       DISPLAY "New customers:       " WS-Tot-Flow(1)
       DISPLAY "Accounts opened:     " WS-Tot-Flow(2)
       DISPLAY "Accounts closed:     " WS-Tot-Flow(3)
       DISPLAY "Accounts archived:   " WS-Tot-Flow(4)
       DISPLAY "Estates settled:     " WS-Tot-Flow(6)
       DISPLAY "Customers merged:    " WS-Tot-Flow(7)
       DISPLAY "See Opgave115Report.txt"

       MOVE WS-Tot-Flow(1) TO WS-Job-Count1
       MOVE WS-Tot-Flow(2) TO WS-Job-Count2
       COMPUTE WS-Job-Count3 = WS-Tot-Flow(3) + WS-Tot-Flow(4)
       PERFORM JOBLOG-END
       STOP RUN.

       STEP-BACK-ONE-MONTH.
           IF WS-Walk-Mon = 1
               MOVE 12 TO WS-Walk-Mon
               SUBTRACT 1 FROM WS-Walk-Year
           ELSE
               SUBTRACT 1 FROM WS-Walk-Mon
           END-IF.

      * last month's rows seed the tables, so a branch or product
      * with nothing left on the book still shows its balance gone.
      * With no T row for last month there is nothing to grow from,
      * and growth is left blank rather than shown as the whole
      * book.
       LOAD-PRIOR-MONTH.
           MOVE WS-Prior-Month TO Hist-Month
           MOVE "T"            TO Hist-Dim
           MOVE "TOTAL"        TO Hist-Code
           READ HistFil
               INVALID KEY
                   MOVE "N" TO WS-Prior-Found
               NOT INVALID KEY
                   MOVE "Y" TO WS-Prior-Found
                   MOVE Hist-Balance TO WS-Tot-Prior
           END-READ
           IF NOT WS-HAS-PRIOR-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Prior-Month TO Hist-Month
           MOVE LOW-VALUES     TO Hist-Dim
           MOVE LOW-VALUES     TO Hist-Code
           SET END-HIST TO FALSE
           START HistFil KEY IS NOT LESS THAN Hist-Key
               INVALID KEY
                   SET END-HIST TO TRUE
           END-START
           PERFORM UNTIL END-HIST
               READ HistFil NEXT RECORD
                   AT END
                       SET END-HIST TO TRUE
                   NOT AT END
                       IF Hist-Month NOT = WS-Prior-Month
                           SET END-HIST TO TRUE
                       ELSE
                           PERFORM TAKE-PRIOR-ROW
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-PRIOR-ROW.
           EVALUATE TRUE
               WHEN HIST-BRANCH
                   MOVE Hist-Code(1:4) TO WS-This-Branch
                   PERFORM FIND-BRANCH-SLOT
                   MOVE Hist-Balance TO WS-Br-Prior(WS-Br-Hit)
               WHEN HIST-PRODUCT
                   MOVE Hist-Code TO WS-This-Type
                   PERFORM FIND-TYPE-SLOT
                   MOVE Hist-Balance TO WS-Type-Prior(WS-Type-Hit)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the month's events, each to the bank total, to the branch
      * of the customer it concerns and - for an account event - to
      * the account's KontoType. A missing event file is announced;
      * the book and its growth are still reported.
       COUNT-MONTH-EVENTS.
           OPEN INPUT LifeEvtFile
           IF WS-LifeEvt-Status NOT = "00"
               DISPLAY "WARNING: LifecycleEvents.txt not available -"
                   " no acquisition or attrition counted for "
                   WS-Report-Month
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-LIFEEVT
               READ LifeEvtFile
                   AT END
                       SET END-LIFEEVT TO TRUE
                   NOT AT END
                       IF LE-Date(1:6) = WS-Report-Month
                           PERFORM TAKE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LifeEvtFile.

       TAKE-ONE-EVENT.
           MOVE ZERO TO WS-Event-Hit
           PERFORM VARYING WS-Event-Idx FROM 1 BY 1
                   UNTIL WS-Event-Idx > 7
               IF WS-Event-Code(WS-Event-Idx) = LE-Event
                   MOVE WS-Event-Idx TO WS-Event-Hit
               END-IF
           END-PERFORM
           IF WS-Event-Hit = ZERO
               DISPLAY "WARNING: unknown lifecycle event " LE-Event
                   " for " LE-KundeID " - not counted"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Events-Read
           ADD 1 TO WS-Tot-Flow(WS-Event-Hit)

           IF LE-NEW-CUSTOMER OR LE-ACCOUNT-OPENED
               IF LE-Source = "OPGAVE85"
                   IF LE-NEW-CUSTOMER
                       ADD 1 TO WS-Switch-NewCust
                   ELSE
                       ADD 1 TO WS-Switch-Opened
                   END-IF
               ELSE
                   IF LE-NEW-CUSTOMER
                       ADD 1 TO WS-Feed-NewCust
                   ELSE
                       ADD 1 TO WS-Feed-Opened
                   END-IF
               END-IF
           END-IF

           MOVE LE-KundeID TO AssignRecord-KundeID
           PERFORM LOOK-UP-BRANCH
           PERFORM FIND-BRANCH-SLOT
           ADD 1 TO WS-Br-Flow(WS-Br-Hit, WS-Event-Hit)

           IF LE-ACCOUNT-OPENED OR LE-ACCOUNT-CLOSED
                   OR LE-ACCOUNT-ARCHIVED OR LE-ACCOUNT-RESTORED
               MOVE LE-KontoType TO WS-This-Type
               PERFORM FIND-TYPE-SLOT
               ADD 1 TO WS-Type-Flow(WS-Type-Hit, WS-Event-Hit)
           END-IF.

      * unassigned customers land in the ???? bucket, so the branch
      * section still adds up to the bank total.
       LOOK-UP-BRANCH.
           MOVE "????" TO WS-This-Branch
           IF WS-HAS-ASSIGN-FILE
               READ AssignFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AssignRecord-Branch TO WS-This-Branch
               END-READ
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE ZERO TO WS-Br-Hit
           PERFORM VARYING WS-Br-Idx FROM 1 BY 1
                   UNTIL WS-Br-Idx > WS-Br-Used
               IF WS-Br-Code(WS-Br-Idx) = WS-This-Branch
                   MOVE WS-Br-Idx TO WS-Br-Hit
               END-IF
           END-PERFORM
           IF WS-Br-Hit = ZERO
               IF WS-Br-Used >= 20
                   DISPLAY "ERROR - branch table full - run aborted"
                       " rather than printing silently wrong totals"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Br-Used
               MOVE WS-Br-Used TO WS-Br-Hit
               MOVE WS-This-Branch TO WS-Br-Code(WS-Br-Hit)
               PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                       UNTIL WS-Flow-Idx > 7
                   MOVE ZERO TO WS-Br-Flow(WS-Br-Hit, WS-Flow-Idx)
               END-PERFORM
               MOVE ZERO TO WS-Br-Custs(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Accts(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Balance(WS-Br-Hit)
               MOVE ZERO TO WS-Br-Prior(WS-Br-Hit)
           END-IF.

       FIND-TYPE-SLOT.
           MOVE ZERO TO WS-Type-Hit
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               IF WS-Type-Code(WS-Type-Idx) = WS-This-Type
                   MOVE WS-Type-Idx TO WS-Type-Hit
               END-IF
           END-PERFORM
           IF WS-Type-Hit = ZERO
               IF WS-Type-Used >= 20
                   DISPLAY "ERROR - KontoType table full - run"
                       " aborted rather than printing silently wrong"
                       " totals"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Type-Used
               MOVE WS-Type-Used TO WS-Type-Hit
               MOVE WS-This-Type TO WS-Type-Code(WS-Type-Hit)
               PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                       UNTIL WS-Flow-Idx > 7
                   MOVE ZERO TO WS-Type-Flow(WS-Type-Hit, WS-Flow-Idx)
               END-PERFORM
               MOVE ZERO TO WS-Type-Custs(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Accts(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Balance(WS-Type-Hit)
               MOVE ZERO TO WS-Type-Prior(WS-Type-Hit)
               MOVE "N"  TO WS-Type-Seen(WS-Type-Hit)
           END-IF.

       START-OF-CUSTOMER.
           MOVE KontoRecord-KundeID TO WS-Cust-KundeID
           MOVE ZERO TO WS-Cust-Open
           MOVE KontoRecord-KundeID TO AssignRecord-KundeID
           PERFORM LOOK-UP-BRANCH
           MOVE WS-This-Branch TO WS-Cust-Branch
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               MOVE "N" TO WS-Type-Seen(WS-Type-Idx)
           END-PERFORM.

      * a customer with at least one open account is on the book.
       END-OF-CUSTOMER.
           IF WS-Cust-KundeID = SPACES OR WS-Cust-Open = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Tot-Custs
           MOVE WS-Cust-Branch TO WS-This-Branch
           PERFORM FIND-BRANCH-SLOT
           ADD 1 TO WS-Br-Custs(WS-Br-Hit).

       TAKE-ONE-ACCOUNT.
           ADD 1 TO WS-Cust-Open
           ADD 1 TO WS-Tot-Accts
           ADD KontoRecord-Balance TO WS-Tot-Balance

           MOVE WS-Cust-Branch TO WS-This-Branch
           PERFORM FIND-BRANCH-SLOT
           ADD 1 TO WS-Br-Accts(WS-Br-Hit)
           ADD KontoRecord-Balance TO WS-Br-Balance(WS-Br-Hit)

           MOVE KontoRecord-KontoType TO WS-This-Type
           PERFORM FIND-TYPE-SLOT
           ADD 1 TO WS-Type-Accts(WS-Type-Hit)
           ADD KontoRecord-Balance TO WS-Type-Balance(WS-Type-Hit)
           IF NOT WS-TYPE-SEEN-FOR-CUST(WS-Type-Hit)
               MOVE "Y" TO WS-Type-Seen(WS-Type-Hit)
               ADD 1 TO WS-Type-Custs(WS-Type-Hit)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ReportLine
           STRING "CUSTOMER ACQUISITION AND ATTRITION for "
               WS-Report-Month " - run on " WS-Business-Date
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Flows are the month's lifecycle events; the book"
               " is customers and open accounts on file tonight,"
               " growth is against last month's book."
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF NOT WS-HAS-PRIOR-MONTH
               MOVE SPACES TO ReportLine
               STRING "No book on file for " WS-Prior-Month
                   " - balance growth starts next month."
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "New customers:   " WS-Feed-NewCust
               " from the Opgave19 opening feed, "
               WS-Switch-NewCust " from switch packages"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Accounts opened: " WS-Feed-Opened
               " from the Opgave19 opening feed, "
               WS-Switch-Opened " from switch packages"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO ReportLine
           STRING WS-Line-Label
               " NewCust  Opened  Closed Archivd Restord Settled"
               "  Merged   Custs   Accts"
               " Month-end balance    Balance growth"
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "BY BRANCH" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Branch" TO WS-Line-Label
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-Br-Idx FROM 1 BY 1
                   UNTIL WS-Br-Idx > WS-Br-Used
               MOVE WS-Br-Code(WS-Br-Idx) TO WS-Line-Label
               PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                       UNTIL WS-Flow-Idx > 7
                   MOVE WS-Br-Flow(WS-Br-Idx, WS-Flow-Idx)
                       TO WS-Line-Flow(WS-Flow-Idx)
               END-PERFORM
               MOVE WS-Br-Custs(WS-Br-Idx)   TO WS-Line-Custs
               MOVE WS-Br-Accts(WS-Br-Idx)   TO WS-Line-Accts
               MOVE WS-Br-Balance(WS-Br-Idx) TO WS-Line-Balance
               MOVE WS-Br-Prior(WS-Br-Idx)   TO WS-Line-Prior
               MOVE WS-Prior-Found TO WS-Line-Has-Prior
               PERFORM WRITE-GROWTH-ROW
           END-PERFORM
           PERFORM WRITE-TOTAL-ROW.

      * the KontoType rows, then each type's name on the product
      * catalog - a type the catalog no longer knows is said so.
       WRITE-PRODUCT-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "BY PRODUCT" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "KontoType" TO WS-Line-Label
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               MOVE WS-Type-Code(WS-Type-Idx) TO WS-Line-Label
               PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                       UNTIL WS-Flow-Idx > 7
                   MOVE WS-Type-Flow(WS-Type-Idx, WS-Flow-Idx)
                       TO WS-Line-Flow(WS-Flow-Idx)
               END-PERFORM
               MOVE WS-Type-Custs(WS-Type-Idx)   TO WS-Line-Custs
               MOVE WS-Type-Accts(WS-Type-Idx)   TO WS-Line-Accts
               MOVE WS-Type-Balance(WS-Type-Idx) TO WS-Line-Balance
               MOVE WS-Type-Prior(WS-Type-Idx)   TO WS-Line-Prior
               MOVE WS-Prior-Found TO WS-Line-Has-Prior
               PERFORM WRITE-GROWTH-ROW
           END-PERFORM
           PERFORM WRITE-TOTAL-ROW

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               MOVE SPACES TO ReportLine
               MOVE WS-Type-Code(WS-Type-Idx) TO ProduktRecord-Kode
               IF WS-HAS-PRODUKT-FILE
                   READ ProduktFil
                       INVALID KEY
                           STRING "  " WS-Type-Code(WS-Type-Idx)
                               " not on Produkter.txt"
                               INTO ReportLine
                           END-STRING
                       NOT INVALID KEY
                           STRING "  " WS-Type-Code(WS-Type-Idx)
                               " " ProduktRecord-Navn
                               INTO ReportLine
                           END-STRING
                   END-READ
               ELSE
                   STRING "  " WS-Type-Code(WS-Type-Idx)
                       " (Produkter.txt not available)"
                       INTO ReportLine
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      * customer events carry no KontoType, so the product section's
      * total of new customers, settlements and merges is the bank's,
      * not the sum of its rows.
       WRITE-TOTAL-ROW.
           MOVE "TOTAL" TO WS-Line-Label
           PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                   UNTIL WS-Flow-Idx > 7
               MOVE WS-Tot-Flow(WS-Flow-Idx)
                   TO WS-Line-Flow(WS-Flow-Idx)
           END-PERFORM
           MOVE WS-Tot-Custs   TO WS-Line-Custs
           MOVE WS-Tot-Accts   TO WS-Line-Accts
           MOVE WS-Tot-Balance TO WS-Line-Balance
           MOVE WS-Tot-Prior   TO WS-Line-Prior
           MOVE WS-Prior-Found TO WS-Line-Has-Prior
           PERFORM WRITE-GROWTH-ROW.

       WRITE-GROWTH-ROW.
           MOVE SPACES TO WS-Row
           MOVE WS-Line-Label TO WS-Row-Label
           PERFORM VARYING WS-Row-Idx FROM 1 BY 1 UNTIL WS-Row-Idx > 7
               MOVE WS-Line-Flow(WS-Row-Idx) TO WS-Row-Num(WS-Row-Idx)
           END-PERFORM
           MOVE WS-Line-Custs   TO WS-Row-Num(8)
           MOVE WS-Line-Accts   TO WS-Row-Num(9)
           MOVE WS-Line-Balance TO WS-Row-Balance
           IF WS-LINE-PRIOR-KNOWN
               COMPUTE WS-Line-Growth = WS-Line-Balance - WS-Line-Prior
               MOVE WS-Line-Growth TO WS-Row-Growth
           ELSE
               MOVE SPACES TO WS-Row-Growth-X
           END-IF
           MOVE WS-Row TO ReportLine
           PERFORM WRITE-REPORT-LINE.

      * this month's rows go on file for next month's growth and the
      * trend - the branch and product rows first, the T row last.
      * A row already on file from an interrupted run is replaced.
       SAVE-MONTH-HISTORY.
           PERFORM VARYING WS-Br-Idx FROM 1 BY 1
                   UNTIL WS-Br-Idx > WS-Br-Used
               MOVE WS-Report-Month TO Hist-Month
               MOVE "B" TO Hist-Dim
               MOVE WS-Br-Code(WS-Br-Idx) TO Hist-Code
               PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                       UNTIL WS-Flow-Idx > 7
                   MOVE WS-Br-Flow(WS-Br-Idx, WS-Flow-Idx)
                       TO Hist-Flow(WS-Flow-Idx)
               END-PERFORM
               MOVE WS-Br-Custs(WS-Br-Idx)   TO Hist-Customers
               MOVE WS-Br-Accts(WS-Br-Idx)   TO Hist-Accounts
               MOVE WS-Br-Balance(WS-Br-Idx) TO Hist-Balance
               PERFORM WRITE-HISTORY-ROW
           END-PERFORM

           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > WS-Type-Used
               MOVE WS-Report-Month TO Hist-Month
               MOVE "P" TO Hist-Dim
               MOVE WS-Type-Code(WS-Type-Idx) TO Hist-Code
               PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                       UNTIL WS-Flow-Idx > 7
                   MOVE WS-Type-Flow(WS-Type-Idx, WS-Flow-Idx)
                       TO Hist-Flow(WS-Flow-Idx)
               END-PERFORM
               MOVE WS-Type-Custs(WS-Type-Idx)   TO Hist-Customers
               MOVE WS-Type-Accts(WS-Type-Idx)   TO Hist-Accounts
               MOVE WS-Type-Balance(WS-Type-Idx) TO Hist-Balance
               PERFORM WRITE-HISTORY-ROW
           END-PERFORM

           MOVE WS-Report-Month TO Hist-Month
           MOVE "T"     TO Hist-Dim
           MOVE "TOTAL" TO Hist-Code
           PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                   UNTIL WS-Flow-Idx > 7
               MOVE WS-Tot-Flow(WS-Flow-Idx) TO Hist-Flow(WS-Flow-Idx)
           END-PERFORM
           MOVE WS-Tot-Custs   TO Hist-Customers
           MOVE WS-Tot-Accts   TO Hist-Accounts
           MOVE WS-Tot-Balance TO Hist-Balance
           PERFORM WRITE-HISTORY-ROW.

       WRITE-HISTORY-ROW.
           WRITE HistRecord
               INVALID KEY
                   REWRITE HistRecord
                       INVALID KEY
                           DISPLAY "ERROR writing GrowthHistory.txt"
                               " - status " WS-HistFil-Status
                           STOP RUN WITH ERROR STATUS 1
                   END-REWRITE
           END-WRITE.

      * the bank's last twelve reported months, oldest first, each
      * with its balance growth over the month before it. A month
      * the report did not run for is said so.
       WRITE-TREND-SECTION.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "TWELVE-MONTH TREND" TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Month" TO WS-Line-Label
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE WS-Report-Month TO WS-Walk-Month
           PERFORM VARYING WS-Trend-Idx FROM 1 BY 1
                   UNTIL WS-Trend-Idx > 11
               PERFORM STEP-BACK-ONE-MONTH
           END-PERFORM
           PERFORM VARYING WS-Trend-Idx FROM 1 BY 1
                   UNTIL WS-Trend-Idx > 12
               PERFORM WRITE-TREND-ROW
               ADD 1 TO WS-Walk-Mon
               IF WS-Walk-Mon > 12
                   MOVE 1 TO WS-Walk-Mon
                   ADD 1 TO WS-Walk-Year
               END-IF
           END-PERFORM.

       WRITE-TREND-ROW.
           MOVE WS-Walk-Month TO Hist-Month
           MOVE "T"           TO Hist-Dim
           MOVE "TOTAL"       TO Hist-Code
           READ HistFil
               INVALID KEY
                   MOVE SPACES TO ReportLine
                   STRING WS-Walk-Month "               not reported"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-Line-Label
           MOVE WS-Walk-Month TO WS-Line-Label(1:6)
           PERFORM VARYING WS-Flow-Idx FROM 1 BY 1
                   UNTIL WS-Flow-Idx > 7
               MOVE Hist-Flow(WS-Flow-Idx) TO WS-Line-Flow(WS-Flow-Idx)
           END-PERFORM
           MOVE Hist-Customers TO WS-Line-Custs
           MOVE Hist-Accounts  TO WS-Line-Accts
           MOVE Hist-Balance   TO WS-Line-Balance

      * the month before, for the growth - the walk month itself is
      * stepped back and forward again around the read.
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-Walk-Month TO Hist-Month
           MOVE "T"           TO Hist-Dim
           MOVE "TOTAL"       TO Hist-Code
           READ HistFil
               INVALID KEY
                   MOVE "N" TO WS-Line-Has-Prior
               NOT INVALID KEY
                   MOVE "Y" TO WS-Line-Has-Prior
                   MOVE Hist-Balance TO WS-Line-Prior
           END-READ
           ADD 1 TO WS-Walk-Mon
           IF WS-Walk-Mon > 12
               MOVE 1 TO WS-Walk-Mon
               ADD 1 TO WS-Walk-Year
           END-IF

           PERFORM WRITE-GROWTH-ROW.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave115Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
