           SELECT ClearingFeed ASSIGN TO "ClearingFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ClearingFeed-Status.
           SELECT IbanFil ASSIGN TO "KontoIBAN.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KI-KontoID
               ALTERNATE RECORD KEY IS KI-IBAN
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-IbanFil-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT TotalsFile ASSIGN TO "Opgave31Totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TotalsFile-Status.
           SELECT FeedEnvFile ASSIGN TO "ClearingFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeedEnv-Status.
           SELECT FeedCtlFil ASSIGN TO "FeedControl.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FC-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-FeedCtl-Status.
           SELECT FeedRefusalFile ASSIGN TO "FeedRefusals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeedRefusal-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
           02 Clearing-Type      PIC X(1).
           02 Clearing-Amount    PIC S9(10)V99.
           02 Clearing-Reference PIC X(20).
      * items from abroad quote the beneficiary's IBAN instead of,
      * or as well as, the domestic KontoID - spaces on a domestic
      * item.
           02 Clearing-IBAN      PIC X(34).

      * the IBAN register Opgave105 maintains, read by IBAN.
       FD  IbanFil.
       01  IbanRecord.
           COPY "KONTOIBAN.cpy".

      * matched items join the Opgave11 intake feed and post through
      * exactly the same path, checks and journal a keyed posting
           02 Susp-Reference  PIC X(20).
           02 Susp-Reason     PIC X(30).
           02 Susp-BookedDate PIC 9(8).
           02 Susp-IBAN       PIC X(34).

       FD  AgingReport.
       01  AgingLine PIC X(120).
           02 BT-Credit-Total PIC S9(12)V99.
           02 BT-Debit-Total  PIC S9(12)V99.

      * the same feed read whole through FEEDCHK.cpy for its
      * envelope before a record of it is processed.
       FD  FeedEnvFile.
       01  FeedEnvRecord.
           COPY "FEEDENV.cpy".

       FD  FeedCtlFil.
       01  FeedCtlRecord.
           COPY "FEEDCTL.cpy".

       FD  FeedRefusalFile.
       01  FeedRefusalLine PIC X(150).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
       01 WS-IntakeFile-Status   PIC X(2) VALUE "00".
       01 WS-SuspenseFile-Status PIC X(2) VALUE "00".
       01 WS-AgingReport-Status  PIC X(2) VALUE "00".
       01 WS-IbanFil-Status      PIC X(2) VALUE "00".

      * a missing IBAN register means no IBAN can be matched yet -
      * every item quoting one goes to suspense.
       01 WS-Iban-Open PIC X VALUE "N".
           88 WS-HAS-IBAN-FILE VALUE "Y".

       01 EOF-CLEARING PIC X VALUE "N".
           88 END-CLEARING VALUE "Y".
       01 WS-AN-Quotient      PIC 9.
       01 WS-AN-Expected      PIC 9.

      * fields VALIDATE-IBAN (IBAN.cpy) expects to be loaded.
       01 WS-IBAN          PIC X(34).
       01 WS-IBAN-Valid    PIC X VALUE "Y".
           88 WS-IBAN-OK VALUE "Y".
       01 WS-IB-Country    PIC X(2).
       01 WS-IB-BankCode   PIC X(4).
       01 WS-IB-KontoID    PIC X(10).
       01 WS-IB-Len        PIC 99.
       01 WS-IB-Idx        PIC 99.
       01 WS-IB-Pos        PIC 99.
       01 WS-IB-Letter     PIC 99.
       01 WS-IB-Char       PIC X.
       01 WS-IB-Digit      PIC 9.
       01 WS-IB-Rem        PIC 99.
       01 WS-IB-Check      PIC 99.
       01 WS-IB-Work       PIC 9(5).
       01 WS-IB-Quotient   PIC 9(5).
       01 WS-IB-Letters    PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-Amount-Display PIC -9999999999.99.

      * the CBL_CHECK_FILE_EXIST layout, the standard one FILECHECK
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

      * fields CHECK-FEED-ENVELOPE (FEEDCHK.cpy) expects to be
      * loaded.
       01 WS-Env-Feed-Name     PIC X(40) VALUE "ClearingFeed.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "CLEARING".
       01 WS-Env-Amount-Pos    PIC 9(3) VALUE 20.
       01 WS-Env-Valid         PIC X VALUE "Y".
           88 WS-ENVELOPE-OK VALUE "Y".
       01 WS-Env-Reason        PIC X(50) VALUE SPACES.
       01 WS-Env-Sender        PIC X(10) VALUE SPACES.
       01 WS-Env-Sequence      PIC 9(8) VALUE ZERO.
       01 WS-Env-Expected      PIC 9(8) VALUE ZERO.
       01 WS-Env-Records       PIC 9(9) VALUE ZERO.
       01 WS-Env-Hash          PIC S9(15)V99 VALUE ZERO.
       01 WS-Env-Trl-Count     PIC 9(9) VALUE ZERO.
       01 WS-Env-Trl-Hash      PIC S9(15)V99 VALUE ZERO.
       01 WS-Env-Amount-X      PIC X(12).
       01 WS-Env-Amount REDEFINES WS-Env-Amount-X PIC S9(10)V99.
       01 WS-Env-Trailer-Seen  PIC X VALUE "N".
           88 WS-ENV-HAS-TRAILER VALUE "Y".
       01 WS-Env-Date          PIC 9(8) VALUE ZERO.
       01 WS-Env-Time          PIC 9(8) VALUE ZERO.
       01 WS-Env-Refused-Name  PIC X(60) VALUE SPACES.
       01 WS-FeedEnv-Status    PIC X(2) VALUE "00".
       01 WS-FeedCtl-Status    PIC X(2) VALUE "00".
       01 WS-FeedRefusal-Status PIC X(2) VALUE "00".
       01 EOF-FEEDENV          PIC X VALUE "N".
           88 END-FEEDENV VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START


      * a missing or empty clearing feed is an ordinary day with no
      * incoming payments - the aging report still runs, so open
      * suspense items are never out of sight. A feed whose envelope
      * does not prove it complete and next in sequence is refused
      * whole, and the aging report runs just the same.
       MOVE "ClearingFeed.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
       END-CALL

       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           PERFORM CHECK-FEED-ENVELOPE
           IF WS-ENVELOPE-OK
               PERFORM IMPORT-CLEARING-FEED
               PERFORM ACCEPT-FEED-SEQUENCE
           ELSE
               PERFORM REFUSE-FEED-DELIVERY
           END-IF
       ELSE
           DISPLAY "No clearing feed on file - import skipped"
       END-IF
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN INPUT IbanFil
           IF WS-IbanFil-Status = "00"
               MOVE "Y" TO WS-Iban-Open
           END-IF

           PERFORM UNTIL END-CLEARING
               READ ClearingFeed
                   AT END
                       SET END-CLEARING TO TRUE
                   NOT AT END
                       IF ClearingRecord(1:5) NOT = "*HDR*"
                               AND ClearingRecord(1:5) NOT = "*TRL*"
                           ADD 1 TO WS-Items-Read
                           PERFORM ADD-TO-BOOKED-TOTALS
                           PERFORM ROUTE-CLEARING-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ClearingFeed
           CLOSE IntakeFile
           CLOSE SuspenseFile
           IF WS-HAS-IBAN-FILE
               CLOSE IbanFil
           END-IF

           PERFORM WRITE-BOOKED-TOTALS.

           IF Clearing-Amount NOT NUMERIC
               MOVE "non-numeric amount" TO WS-Suspense-Reason
           ELSE
               IF Clearing-IBAN NOT = SPACES
                   PERFORM MATCH-CLEARING-IBAN
               END-IF
               IF WS-Suspense-Reason = SPACES
                   PERFORM CHECK-CLEARING-KONTO
               END-IF
           END-IF
           END-IF
               PERFORM BOOK-TO-SUSPENSE
           END-IF.

      * an item quoting an IBAN is matched on it: the check digits
      * first, then the register. Where the sender quoted our
      * KontoID as well, the two must agree - an item that names
      * two different accounts is not ours to guess between.
       MATCH-CLEARING-IBAN.
           MOVE Clearing-IBAN TO WS-IBAN
           PERFORM VALIDATE-IBAN
           IF NOT WS-IBAN-OK
               MOVE "invalid IBAN" TO WS-Suspense-Reason
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-HAS-IBAN-FILE
               MOVE "IBAN not on register" TO WS-Suspense-Reason
               EXIT PARAGRAPH
           END-IF

           MOVE Clearing-IBAN TO KI-IBAN
           READ IbanFil KEY IS KI-IBAN
               INVALID KEY
                   MOVE "IBAN not on register" TO WS-Suspense-Reason
               NOT INVALID KEY
                   IF Clearing-KontoID NOT = SPACES
                           AND Clearing-KontoID NOT = KI-KontoID
                       MOVE "IBAN does not match account"
                           TO WS-Suspense-Reason
                   ELSE
                       MOVE KI-KontoID TO Clearing-KontoID
                   END-IF
           END-READ.

       CHECK-CLEARING-KONTO.
           MOVE Clearing-KontoID TO WS-AccountNumber
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF NOT WS-ACCOUNT-NUMBER-OK
               MOVE "invalid account number"
                   TO WS-Suspense-Reason
           ELSE
               MOVE Clearing-KontoID TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       MOVE "account not on master"
                           TO WS-Suspense-Reason
                   NOT INVALID KEY
                       IF KONTO-RECORD-CLOSED
                           MOVE "account is closed"
                               TO WS-Suspense-Reason
                       END-IF
               END-READ
           END-IF.

      * a feed that arrives a day late books today but keeps the
      * clearing day as its value date - interest lands on the day
      * the money was actually in motion.
           MOVE Clearing-Reference TO Susp-Reference
           MOVE WS-Suspense-Reason TO Susp-Reason
           MOVE WS-Today           TO Susp-BookedDate
           MOVE Clearing-IBAN      TO Susp-IBAN

           WRITE SuspenseRecord
           IF WS-SuspenseFile-Status NOT = "00"
               " - " Susp-Reason
               INTO AgingLine
           END-STRING
           PERFORM WRITE-AGING-LINE

           IF Susp-IBAN NOT = SPACES
               MOVE SPACES TO AgingLine
               STRING
                   "      IBAN " Susp-IBAN
                   INTO AgingLine
               END-STRING
               PERFORM WRITE-AGING-LINE
           END-IF.

       WRITE-AGING-LINE.
           WRITE AgingLine
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "IBAN.cpy".

       COPY "VALIDKONTO.cpy".

       COPY "FEEDCHK.cpy".

       COPY "JOBLOG.cpy".
