       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave112.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SysStateFile ASSIGN TO "SystemState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SysStateFile-Status.
           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT ProduktFil ASSIGN TO "Produkter.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProduktRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProduktFil-Status.
           SELECT NoticeFil ASSIGN TO "WithdrawalNotices.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WN-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NoticeFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT AuditFile ASSIGN TO "Opgave112Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * the batch/online interlock (SYSSTATE.cpy) - the posting run
      * draws notices down, and this program must not write the
      * register under it.
       FD  SysStateFile.
       01  SysStateRecord.
           02 SS-State PIC X(1).
           02 SS-Stamp PIC X(16).

       FD  SessionFile.
       01  SessionRecord.
           02 OS-Count PIC 9(3).

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

      * the product catalog Opgave67 maintains - notice days above
      * zero make the account type a notice-period product.
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

       FD  NoticeFil.
       01  NoticeRecord.
           COPY "WDNOTICE.cpy".

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

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  AuditFile.
       01  AuditLine PIC X(100).

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-SysStateFile-Status PIC X(2) VALUE "00".
       01 WS-SessionFile-Status  PIC X(2) VALUE "00".
       01 WS-System-State        PIC X VALUE SPACE.
           88 WS-BATCH-RUNNING VALUE "B".
       01 WS-Session-Count       PIC 9(3) VALUE ZERO.
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-ProduktFil-Status    PIC X(2) VALUE "00".
       01 WS-NoticeFil-Status     PIC X(2) VALUE "00".
       01 WS-AuditFile-Status     PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-GIVE     VALUE "G" "g".
           88 WS-ACT-LIST     VALUE "L" "l".
           88 WS-ACT-WITHDRAW VALUE "W" "w".
           88 WS-ACT-EXIT     VALUE "X" "x".

      * a notice not drawn on stays usable this many days after the
      * money becomes available, then lapses and the customer must
      * give notice again - OPGAVE112 run-control columns 11-13.
       01 WS-Lapse-Days PIC 9(3) VALUE 30.

       01 WS-Key-KontoID   PIC X(10).
       01 WS-Date-Field    PIC X(8).
       01 WS-Notice-Amount PIC 9(10)V99 VALUE ZERO.
       01 WS-Earliest-Date PIC 9(8) VALUE ZERO.
       01 WS-Avail-Date    PIC 9(8) VALUE ZERO.
       01 WS-Avail-Parts REDEFINES WS-Avail-Date.
           02 WS-Avail-Year  PIC 9(4).
           02 WS-Avail-Month PIC 9(2).
           02 WS-Avail-Day   PIC 9(2).
       01 WS-Amount-Display PIC Z(9)9.99-.
       01 WS-Remain-Display PIC Z(9)9.99-.
       01 WS-Notice-Count  PIC 9(5) VALUE ZERO.
       01 WS-Audit-Action  PIC X(8) VALUE SPACES.
       01 WS-Confirm       PIC X VALUE SPACE.
       01 EOF-NOTICE PIC X VALUE "N".
           88 END-NOTICE VALUE "Y" FALSE "N".

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

       MOVE "OPGAVE112" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:3) IS NUMERIC
               AND WS-RC-Value(1:3) NOT = "000"
           MOVE WS-RC-Value(1:3) TO WS-Lapse-Days
       END-IF

       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - withdrawal notices"
               " unavailable"
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

      * without the catalog no account type can be told to be a
      * notice product, so there is nothing to take notice on.
       OPEN INPUT ProduktFil
       IF WS-ProduktFil-Status NOT = "00"
           DISPLAY "ERROR opening Produkter.txt - status "
               WS-ProduktFil-Status
           CLOSE KontoFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O NoticeFil
       IF WS-NoticeFil-Status = "35"
           OPEN OUTPUT NoticeFil
           CLOSE NoticeFil
           OPEN I-O NoticeFil
       END-IF
       IF WS-NoticeFil-Status NOT = "00"
           DISPLAY "ERROR opening WithdrawalNotices.txt - status "
               WS-NoticeFil-Status
           CLOSE KontoFil
           CLOSE ProduktFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave112Audit.txt - status "
               WS-AuditFile-Status
           CLOSE KontoFil
           CLOSE ProduktFil
           CLOSE NoticeFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "G=Give notice  L=List notices  W=Withdraw notice"
               "  X=Exit"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-ACT-GIVE
                   PERFORM GIVE-NOTICE
               WHEN WS-ACT-LIST
                   PERFORM LIST-NOTICES
               WHEN WS-ACT-WITHDRAW
                   PERFORM WITHDRAW-NOTICE
               WHEN WS-ACT-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE
       END-PERFORM

       CLOSE KontoFil
       CLOSE ProduktFil
       CLOSE NoticeFil
       CLOSE AuditFile
       PERFORM SESSION-CLOSE
       STOP RUN.

      * reads the account and its product; leaves WS-Key-KontoID
      * blank when the account cannot take notice.
       READ-NOTICE-ACCOUNT.
           DISPLAY "KontoID: "
           ACCEPT WS-Key-KontoID
           MOVE WS-Key-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "Account " WS-Key-KontoID " not on file"
                   MOVE SPACES TO WS-Key-KontoID
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-KontoType TO ProduktRecord-Kode
           READ ProduktFil
               INVALID KEY
                   MOVE ZERO TO ProduktRecord-NoticeDays
           END-READ
           IF ProduktRecord-NoticeDays = ZERO
               DISPLAY "Account " WS-Key-KontoID " ("
                   KontoRecord-KontoType ") pays out on demand -"
                   " no notice needed"
               MOVE SPACES TO WS-Key-KontoID
           END-IF.

      * the money becomes available no sooner than the product's
      * notice days after today; the customer may name a later day.
      * Notice is of money that is there now - it cannot exceed the
      * balance.
       GIVE-NOTICE.
           PERFORM READ-NOTICE-ACCOUNT
           IF WS-Key-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF KONTO-RECORD-CLOSED
               DISPLAY "Account " WS-Key-KontoID " is closed -"
                   " nothing to give notice on"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Amount noticed: "
           ACCEPT WS-Notice-Amount
           IF WS-Notice-Amount = ZERO
               DISPLAY "No amount - nothing recorded"
               EXIT PARAGRAPH
           END-IF
           IF WS-Notice-Amount > KontoRecord-Balance
               MOVE KontoRecord-Balance TO WS-Amount-Display
               DISPLAY "The balance is only " WS-Amount-Display
                   " - nothing recorded"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Earliest-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
               + ProduktRecord-NoticeDays)
           DISPLAY "Available from (YYYYMMDD, blank = "
               WS-Earliest-Date "): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field = SPACES OR WS-Date-Field = ZERO
               MOVE WS-Earliest-Date TO WS-Avail-Date
           ELSE
               IF WS-Date-Field IS NOT NUMERIC
                   DISPLAY "Not a date - nothing recorded"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Date-Field TO WS-Avail-Date
               IF WS-Avail-Month < 1 OR WS-Avail-Month > 12
                       OR WS-Avail-Day < 1 OR WS-Avail-Day > 31
                   DISPLAY "Not a date - nothing recorded"
                   EXIT PARAGRAPH
               END-IF
               IF WS-Avail-Date < WS-Earliest-Date
                   DISPLAY "The product needs "
                       ProduktRecord-NoticeDays " days' notice -"
                       " the earliest date is " WS-Earliest-Date
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-Key-KontoID    TO WN-KontoID
           MOVE WS-Avail-Date     TO WN-AvailDate
           MOVE WS-Business-Date  TO WN-GivenDate
           MOVE WS-Notice-Amount  TO WN-Amount
           MOVE WS-Notice-Amount  TO WN-Remaining
           COMPUTE WN-LapseDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Avail-Date)
               + WS-Lapse-Days)
           MOVE WS-Operator-ID    TO WN-Operator
           WRITE NoticeRecord
               INVALID KEY
                   DISPLAY "There is already a notice on "
                       WS-Key-KontoID " for " WS-Avail-Date
                       " - withdraw it first to change it"
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-Notice-Amount TO WS-Amount-Display
           DISPLAY "Notice recorded: " WS-Amount-Display
               " available " WN-AvailDate " to " WN-LapseDate
           MOVE "GIVEN" TO WS-Audit-Action
           PERFORM WRITE-NOTICE-AUDIT.

       LIST-NOTICES.
           DISPLAY "KontoID: "
           ACCEPT WS-Key-KontoID
           MOVE ZERO TO WS-Notice-Count
           SET END-NOTICE TO FALSE
           MOVE WS-Key-KontoID TO WN-KontoID
           MOVE ZERO TO WN-AvailDate
           START NoticeFil KEY IS NOT LESS THAN WN-Key
               INVALID KEY
                   SET END-NOTICE TO TRUE
           END-START
           PERFORM UNTIL END-NOTICE
               READ NoticeFil NEXT RECORD
                   AT END
                       SET END-NOTICE TO TRUE
                   NOT AT END
                       IF WN-KontoID NOT = WS-Key-KontoID
                           SET END-NOTICE TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-NOTICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Notice-Count = ZERO
               DISPLAY "No notices on file for " WS-Key-KontoID
           END-IF.

       SHOW-ONE-NOTICE.
           ADD 1 TO WS-Notice-Count
           MOVE WN-Amount    TO WS-Amount-Display
           MOVE WN-Remaining TO WS-Remain-Display
           IF WN-LapseDate < WS-Business-Date
               DISPLAY WN-AvailDate " given " WN-GivenDate
                   " amount " WS-Amount-Display
                   " left " WS-Remain-Display " LAPSED " WN-LapseDate
           ELSE
               DISPLAY WN-AvailDate " given " WN-GivenDate
                   " amount " WS-Amount-Display
                   " left " WS-Remain-Display " until " WN-LapseDate
           END-IF.

      * the customer takes a notice back - also how a lapsed notice
      * is cleared out, and how one is changed (withdraw, give anew).
       WITHDRAW-NOTICE.
           DISPLAY "KontoID: "
           ACCEPT WS-Key-KontoID
           DISPLAY "Available-from date of the notice (YYYYMMDD): "
           ACCEPT WS-Date-Field
           IF WS-Date-Field IS NOT NUMERIC
               DISPLAY "Not a date - nothing withdrawn"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Key-KontoID TO WN-KontoID
           MOVE WS-Date-Field  TO WN-AvailDate
           READ NoticeFil
               INVALID KEY
                   DISPLAY "No notice on " WS-Key-KontoID " for "
                       WS-Date-Field
                   EXIT PARAGRAPH
           END-READ

           MOVE WN-Remaining TO WS-Remain-Display
           DISPLAY "Withdraw notice with " WS-Remain-Display
               " left (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND NOT = "y"
               DISPLAY "Notice stands"
               EXIT PARAGRAPH
           END-IF
           DELETE NoticeFil
               INVALID KEY
                   DISPLAY "Delete failed for " WS-Key-KontoID
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY "Notice withdrawn"
           MOVE "WITHDRAW" TO WS-Audit-Action
           PERFORM WRITE-NOTICE-AUDIT.

       WRITE-NOTICE-AUDIT.
           MOVE WN-Remaining TO WS-Remain-Display
           MOVE SPACES TO AuditLine
           STRING
               WS-Business-Date " " WS-Audit-Action " "
               WN-KontoID " " WN-AvailDate
               " " WS-Remain-Display
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

       COPY "RUNCTL.cpy".
