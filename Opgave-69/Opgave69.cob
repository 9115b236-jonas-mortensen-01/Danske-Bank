               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT BalHistFil ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BalHistFil-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
       FILE SECTION.
      * the one control record every date-stamping program reads
      * through BUSDATE.cpy - the date in force and whether the
      * day stands open or closed - and the clock time (HHMM) after
      * which the day takes no more intake: anything the branches
      * raise later is held over to the next business day
      * (INTAKECUT.cpy).
       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).
               88 BD-DAY-OPEN   VALUE "O".
               88 BD-DAY-CLOSED VALUE "C".
           02 BD-Cutoff PIC 9(4).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

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

      * every account's balance as the business day closed, one
      * record per account per closed day - the as-of balance for
      * any past business date without replaying the history
      * (Opgave93 answers the inquiries).
       FD  BalHistFil.
       01  BalHistRecord.
           02 BalHist-Key.
               03 BalHist-KontoID PIC X(10).
               03 BalHist-Date    PIC 9(8).
           02 BalHist-KundeID PIC X(10).
           02 BalHist-Balance PIC S9(10)V99.
           02 BalHist-Valuta  PIC X(3).
           02 BalHist-Status  PIC X(1).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-KontoFil-Status    PIC X(2) VALUE "00".
       01 WS-BalHistFil-Status  PIC X(2) VALUE "00".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 WS-Balances-Kept PIC 9(7) VALUE ZERO.

       01 WS-Action PIC X VALUE SPACE.
           88 WS-ACT-OPEN   VALUE "O" "o".
           88 WS-ACT-CLOSE  VALUE "C" "c".
           88 WS-ACT-STATUS VALUE "S" "s".
           88 WS-ACT-CUTOFF VALUE "T" "t".

       01 WS-Current-Date   PIC 9(8) VALUE ZERO.
       01 WS-Current-Status PIC X VALUE SPACE.
       01 WS-Current-Cutoff PIC 9(4) VALUE ZERO.
       01 WS-Has-Record PIC X VALUE "N".
           88 WS-RECORD-ON-FILE VALUE "Y".

       01 WS-New-Date PIC X(8).
       01 WS-Today    PIC 9(8).

      * the intake cut-off a new day opens with - RunControl.txt
      * line CUTOFF, HHMM in columns 11-14, else four in the
      * afternoon; the operator may set another for the day.
       01 WS-Default-Cutoff PIC 9(4) VALUE 1600.
       01 WS-New-Cutoff     PIC X(4).
       01 WS-Cutoff-Work    PIC 9(4).
       01 WS-Cutoff-Parts REDEFINES WS-Cutoff-Work.
           02 WS-Cutoff-HH PIC 9(2).
           02 WS-Cutoff-MM PIC 9(2).
       01 WS-Cutoff-Valid   PIC X VALUE "N".
           88 WS-CUTOFF-IS-VALID VALUE "Y".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL    PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields OPERATOR-SIGNON (SIGNON.cpy) expects to be loaded -
      * moving the bank's business date is a signed-for act.
       01 WS-OperatorFil-Status PIC X(2) VALUE "00".
       PERFORM READ-CURRENT-STATE

       DISPLAY "O=Open business day  C=Close business day"
           "  T=Set intake cut-off  S=Show status"
       ACCEPT WS-Action

       EVALUATE TRUE
               IF WS-SIGNED-ON
                   PERFORM CLOSE-BUSINESS-DAY
               END-IF
           WHEN WS-ACT-CUTOFF
               PERFORM OPERATOR-SIGNON
               IF WS-SIGNED-ON
                   PERFORM SET-INTAKE-CUTOFF
               END-IF
           WHEN OTHER
               DISPLAY "Nothing done"
       END-EVALUATE
                   NOT AT END
                       MOVE BD-Date   TO WS-Current-Date
                       MOVE BD-Status TO WS-Current-Status
                       IF BD-Cutoff IS NUMERIC
                           MOVE BD-Cutoff TO WS-Current-Cutoff
                       END-IF
                       MOVE "Y" TO WS-Has-Record
               END-READ
               CLOSE BusinessDateFile
           IF WS-RECORD-ON-FILE
               DISPLAY "Business date " WS-Current-Date
                   " status " WS-Current-Status
               IF WS-Current-Cutoff > ZERO
                   DISPLAY "Intake cut-off " WS-Current-Cutoff
               ELSE
                   DISPLAY "No intake cut-off set"
               END-IF
           ELSE
               DISPLAY "No business-date control on file -"
                   " programs run on the clock"
               EXIT PARAGRAPH
           END-IF

           MOVE "CUTOFF" TO WS-RC-Program
           PERFORM READ-RUN-CONTROL
           IF WS-RC-PARAM-FOUND
               MOVE WS-RC-Value(1:4) TO WS-New-Cutoff
               PERFORM VALIDATE-CUTOFF
               IF WS-CUTOFF-IS-VALID
                   MOVE WS-Cutoff-Work TO WS-Default-Cutoff
               END-IF
           END-IF

           DISPLAY "Intake cut-off HHMM (blank = "
               WS-Default-Cutoff "): "
           ACCEPT WS-New-Cutoff
           IF WS-New-Cutoff = SPACES
               MOVE WS-Default-Cutoff TO BD-Cutoff
           ELSE
               PERFORM VALIDATE-CUTOFF
               IF NOT WS-CUTOFF-IS-VALID
                   DISPLAY "Not a time of day - nothing opened"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Cutoff-Work TO BD-Cutoff
           END-IF

           MOVE "O" TO BD-Status
           PERFORM WRITE-CONTROL-RECORD
           DISPLAY "Business day " BD-Date " opened - intake"
               " cut-off " BD-Cutoff.

      * a late day (a month end, a system outage) may have its
      * cut-off moved while it stands open; items already held
      * over stay held.
       SET-INTAKE-CUTOFF.
           IF NOT WS-RECORD-ON-FILE
                   OR WS-Current-Status NOT = "O"
               DISPLAY "No business day stands open - no cut-off"
                   " set"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Intake cut-off HHMM for " WS-Current-Date
               " (now " WS-Current-Cutoff "): "
           ACCEPT WS-New-Cutoff
           PERFORM VALIDATE-CUTOFF
           IF NOT WS-CUTOFF-IS-VALID
               DISPLAY "Not a time of day - cut-off unchanged"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Current-Date TO BD-Date
           MOVE "O"             TO BD-Status
           MOVE WS-Cutoff-Work  TO BD-Cutoff
           PERFORM WRITE-CONTROL-RECORD
           DISPLAY "Intake cut-off for " BD-Date " is now "
               BD-Cutoff.

       VALIDATE-CUTOFF.
           MOVE "N" TO WS-Cutoff-Valid
           IF WS-New-Cutoff IS NUMERIC
               MOVE WS-New-Cutoff TO WS-Cutoff-Work
               IF WS-Cutoff-HH < 24 AND WS-Cutoff-MM < 60
                       AND WS-Cutoff-Work > ZERO
                   MOVE "Y" TO WS-Cutoff-Valid
               END-IF
           END-IF.

       CLOSE-BUSINESS-DAY.
           IF NOT WS-RECORD-ON-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM KEEP-CLOSING-BALANCES

           MOVE WS-Current-Date TO BD-Date
           MOVE "C" TO BD-Status
           MOVE WS-Current-Cutoff TO BD-Cutoff
           PERFORM WRITE-CONTROL-RECORD
           DISPLAY "Business day " BD-Date " closed - "
               WS-Balances-Kept " closing balances kept"
           MOVE WS-Balances-Kept TO WS-Job-Count1.

      * the closing balances are kept before the day is marked
      * closed - if they cannot be written the day stays open and
      * the close is simply repeated. A day closed again after a
      * failed attempt overwrites what the first attempt kept.
       KEEP-CLOSING-BALANCES.
           OPEN INPUT KontoFil
           IF WS-KontoFil-Status NOT = "00"
               DISPLAY "ERROR opening Kontooplysninger.txt - status "
                   WS-KontoFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN I-O BalHistFil
           IF WS-BalHistFil-Status = "35"
               OPEN OUTPUT BalHistFil
               CLOSE BalHistFil
               OPEN I-O BalHistFil
           END-IF
           IF WS-BalHistFil-Status NOT = "00"
               DISPLAY "ERROR opening BalanceHistory.txt - status "
                   WS-BalHistFil-Status
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
           END-IF

           SET END-KONTO TO FALSE
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-BALANCE
               END-READ
           END-PERFORM

           CLOSE KontoFil
           CLOSE BalHistFil.

       KEEP-ONE-BALANCE.
           MOVE KontoRecord-KontoID TO BalHist-KontoID
           MOVE WS-Current-Date     TO BalHist-Date
           MOVE KontoRecord-KundeID TO BalHist-KundeID
           MOVE KontoRecord-Balance TO BalHist-Balance
           MOVE KontoRecord-Valuta  TO BalHist-Valuta
           MOVE KontoRecord-Status  TO BalHist-Status
           WRITE BalHistRecord
               INVALID KEY
                   REWRITE BalHistRecord
           END-WRITE
           IF WS-BalHistFil-Status NOT = "00"
               DISPLAY "ERROR writing BalanceHistory.txt - status "
                   WS-BalHistFil-Status " KontoID "
                   KontoRecord-KontoID
               CLOSE KontoFil
               CLOSE BalHistFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Balances-Kept.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT BusinessDateFile

       COPY "SIGNON.cpy".

       COPY "RUNCTL.cpy".

       COPY "JOBLOG.cpy".
