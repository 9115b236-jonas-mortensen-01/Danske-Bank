       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave103.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubsFil ASSIGN TO "EStatementSubscriptions.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SubsRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SubsFil-Status.
           SELECT SubsIntakeFile ASSIGN TO "EStatementIntake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SubsIntakeFile-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT ResvFil ASSIGN TO "KontoReservations.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ResvRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ResvFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT EntryWorkFil ASSIGN TO "Opgave103Work.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EW-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EntryWorkFil-Status.
           SELECT LastRefFile ASSIGN TO "Opgave103LastRef.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastRefFile-Status.
           SELECT ExportFile ASSIGN TO "Opgave103MT940.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExportFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * one record per account whose owner takes the electronic
      * statement: when it started, the sequence number of the last
      * statement sent and the business day it covered.
       FD  SubsFil.
       01  SubsRecord.
           02 SubsRecord-KontoID  PIC X(10).
           02 SubsRecord-Since    PIC 9(8).
           02 SubsRecord-LastSeq  PIC 9(5).
           02 SubsRecord-LastDate PIC 9(8).

      * sign-ups and cancellations from the branches: S starts the
      * electronic statement for an account, X stops it. A repeated
      * S leaves a running subscription and its numbering alone.
       FD  SubsIntakeFile.
       01  SubsIntakeRecord.
           02 SI-Action  PIC X(1).
               88 SI-SUBSCRIBE VALUE "S".
               88 SI-CANCEL    VALUE "X".
           02 SI-KontoID PIC X(10).

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

      * the amount earmarks Opgave59 maintains - what separates the
      * booked balance from the available one.
       FD  ResvFil.
       01  ResvRecord.
           02 ResvRecord-Key.
               03 ResvRecord-KontoID PIC X(10).
               03 ResvRecord-ID      PIC X(10).
           02 ResvRecord-Amount  PIC 9(10)V99.
           02 ResvRecord-Reason  PIC X(30).
           02 ResvRecord-Expiry  PIC 9(8).
           02 ResvRecord-Created PIC 9(8).

      * a transfer's two legs are written one after the other under
      * the same reference, the debit first - each leg's counterparty
      * is the account on the other.
       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * tonight's entries for the subscribing accounts, gathered in
      * one pass of the history and read back account by account -
      * rebuilt every run.
       FD  EntryWorkFil.
       01  EntryWorkRecord.
           02 EW-Key.
               03 EW-KontoID PIC X(10).
               03 EW-Seq     PIC 9(9).
           02 EW-Contra      PIC X(10).
           02 EW-Image       PIC X(130).

      * the highest posting reference already sent - one record, the
      * way Opgave92LastRef.txt works. Each run sends only what was
      * posted after it, so no entry reaches a customer twice.
       FD  LastRefFile.
       01  LastRefRecord.
           02 LastRef-Ref  PIC 9(10).
           02 LastRef-Date PIC 9(8).

      * the night's statements, one SWIFT MT940 message per
      * subscribing account, each ended by a "-" line - the layout
      * corporate ERP systems import directly. Retired under a dated
      * name by the chain once written.
       FD  ExportFile.
       01  ExportLine PIC X(80).

      * the business-date control Opgave69 maintains - read through
      * BUSDATE.cpy so the statements carry the opened business day.
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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE103".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-SubsFil-Status        PIC X(2) VALUE "00".
       01 WS-SubsIntakeFile-Status PIC X(2) VALUE "00".
       01 WS-KontoFil-Status       PIC X(2) VALUE "00".
       01 WS-TransFil-Status       PIC X(2) VALUE "00".
       01 WS-EntryWorkFil-Status   PIC X(2) VALUE "00".
       01 WS-LastRefFile-Status    PIC X(2) VALUE "00".
       01 WS-ExportFile-Status     PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * a missing reservations file simply means nothing is
      * earmarked anywhere.
       01 WS-ResvFil-Status PIC X(2) VALUE "00".
       01 WS-Resv-File-Open PIC X VALUE "N".
           88 WS-HAS-RESV-FILE VALUE "Y".
       01 EOF-RESV PIC X VALUE "N".
           88 END-RESV VALUE "Y" FALSE "N".
       01 WS-Reserved-Total    PIC S9(12)V99 VALUE ZERO.

       01 EOF-SUBS PIC X VALUE "N".
           88 END-SUBS VALUE "Y" FALSE "N".
       01 EOF-SUBSINTAKE PIC X VALUE "N".
           88 END-SUBSINTAKE VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-ENTRY PIC X VALUE "N".
           88 END-ENTRY VALUE "Y" FALSE "N".
       01 EOF-LASTREF PIC X VALUE "N".
           88 END-LASTREF VALUE "Y" FALSE "N".

       01 WS-Last-Sent PIC 9(10) VALUE ZERO.
       01 WS-Last-Run-Date PIC 9(8) VALUE ZERO.
       01 WS-High-Ref  PIC 9(10) VALUE ZERO.
       01 WS-Work-Seq  PIC 9(9) VALUE ZERO.

      * the history record held back one read, so the record after
      * it can say whether the two are the legs of one transfer.
       01 WS-Held-Present PIC X VALUE "N".
           88 WS-HAS-HELD VALUE "Y".
       01 WS-Held-Image  PIC X(130).
       01 WS-Held-Konto  PIC X(10).
       01 WS-Held-Ref    PIC 9(10).
       01 WS-Held-Type   PIC X(1).
       01 WS-Held-Contra PIC X(10).
       01 WS-Cur-Image   PIC X(130).
       01 WS-Cur-Contra  PIC X(10).
       01 WS-Flush-Konto PIC X(10).
       01 WS-Flush-Image PIC X(130).
       01 WS-Flush-Contra PIC X(10).

      * one statement's figures - signed, a debit negative.
       01 WS-Stmt-Seq       PIC 9(5).
       01 WS-Closing        PIC S9(12)V99.
       01 WS-Opening        PIC S9(12)V99.
       01 WS-Available      PIC S9(12)V99.
       01 WS-Movement       PIC S9(12)V99.
       01 WS-Entry-Signed   PIC S9(12)V99.
       01 WS-Entry-Count    PIC 9(5).

      * an amount in the MT940 shape: the D/C mark, then digits with
      * a decimal comma and no leading zeros.
       01 WS-MT-Value     PIC S9(12)V99.
       01 WS-MT-Abs       PIC 9(12)V99.
       01 WS-MT-Abs-Parts REDEFINES WS-MT-Abs.
           02 WS-MT-Units PIC 9(12).
           02 WS-MT-Cents PIC 9(2).
       01 WS-MT-Units-Edit PIC Z(11)9.
       01 WS-MT-Lead      PIC 9(2).
       01 WS-MT-Amount    PIC X(15).
       01 WS-MT-Mark      PIC X(2).
       01 WS-MT-Code      PIC X(4).
       01 WS-MT-Date      PIC X(8).
       01 WS-MT-Value-Date PIC X(8).
       01 WS-MT-Tag       PIC X(5).
       01 WS-MT-Ref       PIC X(10).

       01 WS-Subs-Added     PIC 9(7) VALUE ZERO.
       01 WS-Subs-Cancelled PIC 9(7) VALUE ZERO.
       01 WS-Subs-Refused   PIC 9(7) VALUE ZERO.
       01 WS-Statements     PIC 9(7) VALUE ZERO.
       01 WS-Entries-Sent   PIC 9(7) VALUE ZERO.
       01 WS-Final-Statements PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       OPEN I-O SubsFil
       IF WS-SubsFil-Status = "35"
      * no subscriptions yet - the first sign-up creates the file.
           OPEN OUTPUT SubsFil
           CLOSE SubsFil
           OPEN I-O SubsFil
       END-IF
       IF WS-SubsFil-Status NOT = "00"
           DISPLAY "ERROR opening EStatementSubscriptions.txt -"
               " status " WS-SubsFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE SubsFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT ResvFil
       IF WS-ResvFil-Status = "00"
           MOVE "Y" TO WS-Resv-File-Open
       ELSE
           IF WS-ResvFil-Status NOT = "35"
               DISPLAY "ERROR opening KontoReservations.txt -"
                   " status " WS-ResvFil-Status
               CLOSE SubsFil
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
       END-IF

       PERFORM APPLY-SUBSCRIPTION-INTAKE

       PERFORM READ-LAST-SENT
      * this business day's statements already went out - a rerun
      * sends nothing; anything posted since goes out tomorrow
      * under the next sequence number.
       IF WS-Last-Run-Date = WS-Business-Date
           DISPLAY "Electronic statements for " WS-Business-Date
               " already produced - nothing to do"
           CLOSE SubsFil
           CLOSE KontoFil
           IF WS-HAS-RESV-FILE
               CLOSE ResvFil
           END-IF
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       MOVE WS-Last-Sent TO WS-High-Ref
       PERFORM GATHER-ENTRIES

       OPEN OUTPUT ExportFile
       IF WS-ExportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave103MT940.txt - status "
               WS-ExportFile-Status
           CLOSE SubsFil
           CLOSE KontoFil
           CLOSE EntryWorkFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM WRITE-ALL-STATEMENTS

       CLOSE ExportFile
       CLOSE EntryWorkFil
       CLOSE SubsFil
       CLOSE KontoFil
       IF WS-HAS-RESV-FILE
           CLOSE ResvFil
       END-IF

       PERFORM WRITE-LAST-SENT

       DISPLAY "Electronic statement sign-ups: " WS-Subs-Added
           " - cancellations: " WS-Subs-Cancelled
           " - refused: " WS-Subs-Refused
       DISPLAY "Statements written: " WS-Statements
           " - entries: " WS-Entries-Sent
           " - final statements for closed accounts: "
           WS-Final-Statements

       MOVE WS-Statements     TO WS-Job-Count1
       MOVE WS-Entries-Sent   TO WS-Job-Count2
       MOVE WS-Subs-Refused   TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * the day's sign-ups and cancellations go in before anything
      * is written, so an account signed up today gets tonight's
      * statement. Only an account on file and not closed can be
      * signed up.
       APPLY-SUBSCRIPTION-INTAKE.
           OPEN INPUT SubsIntakeFile
           IF WS-SubsIntakeFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-SUBSINTAKE
               READ SubsIntakeFile
                   AT END
                       SET END-SUBSINTAKE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-SUBSCRIPTION
               END-READ
           END-PERFORM
           CLOSE SubsIntakeFile.

       APPLY-ONE-SUBSCRIPTION.
           EVALUATE TRUE
               WHEN SI-SUBSCRIBE
                   MOVE SI-KontoID TO KontoRecord-KontoID
                   READ KontoFil
                       INVALID KEY
                           DISPLAY "E-statement sign-up refused - "
                               SI-KontoID " not on file"
                           ADD 1 TO WS-Subs-Refused
                           EXIT PARAGRAPH
                   END-READ
                   IF KONTO-RECORD-CLOSED
                       DISPLAY "E-statement sign-up refused - "
                           SI-KontoID " is closed"
                       ADD 1 TO WS-Subs-Refused
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SI-KontoID       TO SubsRecord-KontoID
                   MOVE WS-Business-Date TO SubsRecord-Since
                   MOVE ZERO             TO SubsRecord-LastSeq
                   MOVE ZERO             TO SubsRecord-LastDate
                   WRITE SubsRecord
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-Subs-Added
                   END-WRITE
               WHEN SI-CANCEL
                   MOVE SI-KontoID TO SubsRecord-KontoID
                   DELETE SubsFil
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-Subs-Cancelled
                   END-DELETE
               WHEN OTHER
                   DISPLAY "E-statement intake line for " SI-KontoID
                       " has unknown action " SI-Action
                   ADD 1 TO WS-Subs-Refused
           END-EVALUATE.

       READ-LAST-SENT.
           OPEN INPUT LastRefFile
           IF WS-LastRefFile-Status = "00"
               PERFORM UNTIL END-LASTREF
                   READ LastRefFile
                       AT END
                           SET END-LASTREF TO TRUE
                       NOT AT END
                           MOVE LastRef-Ref  TO WS-Last-Sent
                           MOVE LastRef-Date TO WS-Last-Run-Date
                   END-READ
               END-PERFORM
               CLOSE LastRefFile
           END-IF.

       WRITE-LAST-SENT.
           OPEN OUTPUT LastRefFile
           IF WS-LastRefFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave103LastRef.txt - status "
                   WS-LastRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-High-Ref      TO LastRef-Ref
           MOVE WS-Business-Date TO LastRef-Date
           WRITE LastRefRecord
           IF WS-LastRefFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave103LastRef.txt - status "
                   WS-LastRefFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastRefFile.

      * one pass of the history: every record posted after the last
      * sent reference, on an account that takes the statement,
      * goes to the work file with its counterparty. Each record is
      * held back one read - a credit leg right after a debit leg
      * under the same reference names the two accounts to each
      * other. The year-end carry-forward (type B) is no entry.
       GATHER-ENTRIES.
           OPEN OUTPUT EntryWorkFil
           IF WS-EntryWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening Opgave103Work.dat - status "
                   WS-EntryWorkFil-Status
               CLOSE SubsFil
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
           END-IF

           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               SET END-TRANS TO TRUE
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       IF TransRef > WS-Last-Sent
                               AND TransType NOT = "B"
                           IF TransRef > WS-High-Ref
                               MOVE TransRef TO WS-High-Ref
                           END-IF
                           PERFORM TAKE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransFil-Status = "00" OR "10"
               CLOSE KontoTransaktionFil
           END-IF
           IF WS-HAS-HELD
               MOVE WS-Held-Konto  TO WS-Flush-Konto
               MOVE WS-Held-Image  TO WS-Flush-Image
               MOVE WS-Held-Contra TO WS-Flush-Contra
               PERFORM FLUSH-ENTRY
           END-IF

           CLOSE EntryWorkFil
           OPEN INPUT EntryWorkFil
           IF WS-EntryWorkFil-Status NOT = "00"
               DISPLAY "ERROR reopening Opgave103Work.dat - status "
                   WS-EntryWorkFil-Status
               CLOSE SubsFil
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       TAKE-HISTORY-RECORD.
           MOVE KontoTransRecord TO WS-Cur-Image
           MOVE SPACES TO WS-Cur-Contra
           IF WS-HAS-HELD
               IF TransType = "C" AND WS-Held-Type = "D"
                       AND TransRef = WS-Held-Ref
                   MOVE TransKontoID  TO WS-Held-Contra
                   MOVE WS-Held-Konto TO WS-Cur-Contra
               END-IF
               MOVE WS-Held-Konto  TO WS-Flush-Konto
               MOVE WS-Held-Image  TO WS-Flush-Image
               MOVE WS-Held-Contra TO WS-Flush-Contra
               PERFORM FLUSH-ENTRY
           END-IF
           MOVE "Y"           TO WS-Held-Present
           MOVE WS-Cur-Image  TO WS-Held-Image
           MOVE WS-Cur-Contra TO WS-Held-Contra
           MOVE TransKontoID  TO WS-Held-Konto
           MOVE TransRef      TO WS-Held-Ref
           MOVE TransType     TO WS-Held-Type.

       FLUSH-ENTRY.
           MOVE WS-Flush-Konto TO SubsRecord-KontoID
           READ SubsFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-Work-Seq
           MOVE WS-Flush-Konto  TO EW-KontoID
           MOVE WS-Work-Seq     TO EW-Seq
           MOVE WS-Flush-Contra TO EW-Contra
           MOVE WS-Flush-Image  TO EW-Image
           WRITE EntryWorkRecord
           IF WS-EntryWorkFil-Status NOT = "00"
               DISPLAY "ERROR writing Opgave103Work.dat - status "
                   WS-EntryWorkFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * a statement for every subscribing account, activity or not -
      * an unbroken run of sequence numbers is how the customer
      * knows no day is missing. A closed account gets its final
      * statement and its subscription ends with it.
       WRITE-ALL-STATEMENTS.
           SET END-SUBS TO FALSE
           MOVE LOW-VALUES TO SubsRecord-KontoID
           START SubsFil KEY IS NOT LESS THAN SubsRecord-KontoID
               INVALID KEY
                   SET END-SUBS TO TRUE
           END-START
           PERFORM UNTIL END-SUBS
               READ SubsFil NEXT RECORD
                   AT END
                       SET END-SUBS TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-STATEMENT
               END-READ
           END-PERFORM.

       WRITE-ONE-STATEMENT.
      * already sent for this business day - a rerun does not
      * number the same day twice.
           IF SubsRecord-LastDate = WS-Business-Date
               EXIT PARAGRAPH
           END-IF
           MOVE SubsRecord-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "E-statement account " SubsRecord-KontoID
                       " no longer on file - no statement"
                   EXIT PARAGRAPH
           END-READ

           MOVE KontoRecord-Balance TO WS-Closing
           PERFORM SUM-ACCOUNT-MOVEMENT
           COMPUTE WS-Opening = WS-Closing - WS-Movement
           PERFORM SUM-OPEN-RESERVATIONS
           COMPUTE WS-Available = WS-Closing - WS-Reserved-Total
           COMPUTE WS-Stmt-Seq = SubsRecord-LastSeq + 1

           MOVE WS-Business-Date TO WS-MT-Date
           MOVE SPACES TO ExportLine
           STRING ":20:ST" WS-Business-Date WS-Stmt-Seq
               DELIMITED BY SIZE INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO ExportLine
           STRING ":25:" KontoRecord-KontoID
               DELIMITED BY SIZE INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO ExportLine
           STRING ":28C:" WS-Stmt-Seq "/1"
               DELIMITED BY SIZE INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           MOVE WS-Opening TO WS-MT-Value
           MOVE ":60F:" TO WS-MT-Tag
           PERFORM WRITE-BALANCE-LINE

           PERFORM WRITE-ACCOUNT-ENTRIES

           MOVE WS-Closing TO WS-MT-Value
           MOVE ":62F:" TO WS-MT-Tag
           PERFORM WRITE-BALANCE-LINE
           MOVE WS-Available TO WS-MT-Value
           MOVE ":64:" TO WS-MT-Tag
           PERFORM WRITE-BALANCE-LINE
           MOVE "-" TO ExportLine
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-Statements

           IF KONTO-RECORD-CLOSED
               DELETE SubsFil
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-Final-Statements
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Stmt-Seq      TO SubsRecord-LastSeq
           MOVE WS-Business-Date TO SubsRecord-LastDate
           REWRITE SubsRecord
           IF WS-SubsFil-Status NOT = "00"
               DISPLAY "ERROR rewriting EStatementSubscriptions.txt -"
                   " status " WS-SubsFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * the signed sum of tonight's entries - what lies between the
      * opening balance and the closing one on the master.
       SUM-ACCOUNT-MOVEMENT.
           MOVE ZERO TO WS-Movement
           MOVE ZERO TO WS-Entry-Count
           SET END-ENTRY TO FALSE
           MOVE KontoRecord-KontoID TO EW-KontoID
           MOVE ZERO TO EW-Seq
           START EntryWorkFil KEY IS NOT LESS THAN EW-Key
               INVALID KEY
                   SET END-ENTRY TO TRUE
           END-START
           PERFORM UNTIL END-ENTRY
               READ EntryWorkFil NEXT RECORD
                   AT END
                       SET END-ENTRY TO TRUE
                   NOT AT END
                       IF EW-KontoID NOT = KontoRecord-KontoID
                           SET END-ENTRY TO TRUE
                       ELSE
                           MOVE EW-Image TO KontoTransRecord
                           PERFORM SIGN-ENTRY
                           ADD WS-Entry-Signed TO WS-Movement
                           ADD 1 TO WS-Entry-Count
                       END-IF
               END-READ
           END-PERFORM.

       SIGN-ENTRY.
           IF TransType = "D"
               COMPUTE WS-Entry-Signed = ZERO - TransAmount
           ELSE
               MOVE TransAmount TO WS-Entry-Signed
           END-IF.

      * one :61: statement line and its :86: narrative per entry: the
      * value and booking dates, the D/C mark (RD/RC on a
      * correction), the amount, the transaction type, the posting
      * reference as the bank's reference, then the customer's
      * narrative and the counterparty account.
       WRITE-ACCOUNT-ENTRIES.
           SET END-ENTRY TO FALSE
           MOVE KontoRecord-KontoID TO EW-KontoID
           MOVE ZERO TO EW-Seq
           START EntryWorkFil KEY IS NOT LESS THAN EW-Key
               INVALID KEY
                   SET END-ENTRY TO TRUE
           END-START
           PERFORM UNTIL END-ENTRY
               READ EntryWorkFil NEXT RECORD
                   AT END
                       SET END-ENTRY TO TRUE
                   NOT AT END
                       IF EW-KontoID NOT = KontoRecord-KontoID
                           SET END-ENTRY TO TRUE
                       ELSE
                           MOVE EW-Image TO KontoTransRecord
                           PERFORM WRITE-ENTRY-LINES
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ENTRY-LINES.
           PERFORM SIGN-ENTRY
           MOVE WS-Entry-Signed TO WS-MT-Value
           PERFORM FORMAT-MT-AMOUNT
           IF TRANS-IS-REVERSAL
               IF WS-MT-Mark = "C"
                   MOVE "RD" TO WS-MT-Mark
               ELSE
                   MOVE "RC" TO WS-MT-Mark
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TransType = "I"
                   MOVE "NINT" TO WS-MT-Code
               WHEN EW-Contra NOT = SPACES
                   MOVE "NTRF" TO WS-MT-Code
               WHEN OTHER
                   MOVE "NMSC" TO WS-MT-Code
           END-EVALUATE

           MOVE TransValueDate TO WS-MT-Value-Date
           IF WS-MT-Value-Date = SPACES
               MOVE TransDate TO WS-MT-Value-Date
           END-IF
           MOVE TransRef TO WS-MT-Ref

           MOVE SPACES TO ExportLine
           STRING ":61:" WS-MT-Value-Date(3:6) TransDate(5:4)
               WS-MT-Mark DELIMITED BY SPACE
               WS-MT-Amount DELIMITED BY SPACE
               WS-MT-Code "NONREF//" WS-MT-Ref
               DELIMITED BY SIZE INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           MOVE SPACES TO ExportLine
           IF EW-Contra = SPACES
               STRING ":86:" TransText
                   DELIMITED BY SIZE INTO ExportLine
               END-STRING
           ELSE
               STRING ":86:" TransText "/CPTY/" EW-Contra
                   DELIMITED BY SIZE INTO ExportLine
               END-STRING
           END-IF
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-Entries-Sent.

      * :60F:, :62F: and :64: - mark, date, currency, amount.
       WRITE-BALANCE-LINE.
           PERFORM FORMAT-MT-AMOUNT
           MOVE SPACES TO ExportLine
           STRING WS-MT-Tag DELIMITED BY SPACE
               WS-MT-Mark DELIMITED BY SPACE
               WS-MT-Date(3:6) KontoRecord-Valuta
               DELIMITED BY SIZE
               WS-MT-Amount DELIMITED BY SPACE
               INTO ExportLine
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       FORMAT-MT-AMOUNT.
           IF WS-MT-Value < ZERO
               MOVE "D" TO WS-MT-Mark
               COMPUTE WS-MT-Abs = ZERO - WS-MT-Value
           ELSE
               MOVE "C" TO WS-MT-Mark
               MOVE WS-MT-Value TO WS-MT-Abs
           END-IF
           MOVE WS-MT-Units TO WS-MT-Units-Edit
           MOVE ZERO TO WS-MT-Lead
           INSPECT WS-MT-Units-Edit TALLYING WS-MT-Lead
               FOR LEADING SPACES
           MOVE SPACES TO WS-MT-Amount
           STRING WS-MT-Units-Edit(WS-MT-Lead + 1:12 - WS-MT-Lead)
               "," WS-MT-Cents
               DELIMITED BY SIZE INTO WS-MT-Amount
           END-STRING.

      * every open earmark on the account at hand, skipping those
      * already past their expiry - the same reading Opgave10 and
      * Opgave11 apply.
       SUM-OPEN-RESERVATIONS.
           MOVE ZERO TO WS-Reserved-Total
           IF WS-HAS-RESV-FILE
               SET END-RESV TO FALSE
               MOVE KontoRecord-KontoID TO ResvRecord-KontoID
               MOVE LOW-VALUES          TO ResvRecord-ID
               START ResvFil KEY IS NOT LESS THAN ResvRecord-Key
                   INVALID KEY
                       SET END-RESV TO TRUE
               END-START
               PERFORM UNTIL END-RESV
                   READ ResvFil NEXT RECORD
                       AT END
                           SET END-RESV TO TRUE
                       NOT AT END
                           IF ResvRecord-KontoID
                                   NOT = KontoRecord-KontoID
                               SET END-RESV TO TRUE
                           ELSE
                               IF ResvRecord-Expiry = ZERO
                                       OR ResvRecord-Expiry
                                           NOT < WS-Business-Date
                                   ADD ResvRecord-Amount
                                       TO WS-Reserved-Total
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-EXPORT-LINE.
           WRITE ExportLine
           IF WS-ExportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave103MT940.txt - status "
                   WS-ExportFile-Status
               CLOSE ExportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
