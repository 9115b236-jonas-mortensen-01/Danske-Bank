       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CardAuthFil ASSIGN TO "CardAuthorisations.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CA-AuthID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CardAuthFil-Status.
           SELECT ResvFil ASSIGN TO "KontoReservations.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ResvRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ResvFil-Status.
           SELECT SettleFeed ASSIGN TO "CardSettlementFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SettleFeed-Status.
           SELECT IntakeFile ASSIGN TO "Opgave11Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave125Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT FeedEnvFile ASSIGN TO "CardSettlementFeed.txt"
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

       DATA DIVISION.
       FILE SECTION.
       FD  CardAuthFil.
       01  CardAuthRecord.
           COPY "CARDAUTH.cpy".

       FD  ResvFil.
       01  ResvRecord.
           02 ResvRecord-Key.
               03 ResvRecord-KontoID PIC X(10).
               03 ResvRecord-ID      PIC X(10).
           02 ResvRecord-Amount  PIC 9(10)V99.
           02 ResvRecord-Reason  PIC X(30).
           02 ResvRecord-Expiry  PIC 9(8).
           02 ResvRecord-Created PIC 9(8).

      * the card processor's clearing file: one line per card
      * transaction cleared since the last delivery, naming the
      * authorisation it settles and the processor's own reference.
       FD  SettleFeed.
       01  SettleFeedRecord.
           02 SF-AuthID    PIC X(10).
           02 SF-KontoID   PIC X(10).
           02 SF-Amount    PIC S9(10)V99.
           02 SF-Merchant  PIC X(30).
           02 SF-TransDate PIC X(8).
           02 SF-SettleRef PIC X(12).

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

       FD  ReportFile.
       01  ReportLine PIC X(120).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE125".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-CardAuthFil-Status PIC X(2) VALUE "00".
       01 WS-ResvFil-Status     PIC X(2) VALUE "00".
       01 WS-SettleFeed-Status  PIC X(2) VALUE "00".
       01 WS-IntakeFile-Status  PIC X(2) VALUE "00".
       01 WS-ReportFile-Status  PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * the bank's card-clearing account (a CARDSETL line in
      * RunControl.txt names its KontoID). With it configured a
      * settled purchase goes to the intake as a transfer into it,
      * the way FEECONTRA carries the fees; without it the purchase
      * debits one-sided.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Card-Contra-Konto PIC X(10) VALUE SPACES.
       01 WS-Has-Card-Contra PIC X VALUE "N".
           88 WS-CARD-CONTRA-SET VALUE "Y".

       01 EOF-SETTLEFEED PIC X VALUE "N".
           88 END-SETTLEFEED VALUE "Y" FALSE "N".

       01 WS-Settles-Read      PIC 9(7) VALUE ZERO.
       01 WS-Settles-Posted    PIC 9(7) VALUE ZERO.
       01 WS-Settles-Late      PIC 9(7) VALUE ZERO.
       01 WS-Settles-Unmatched PIC 9(7) VALUE ZERO.
       01 WS-Settles-Repeated  PIC 9(7) VALUE ZERO.
       01 WS-Settles-Invalid   PIC 9(7) VALUE ZERO.
       01 WS-Posted-Total      PIC 9(11)V99 VALUE ZERO.

       01 WS-Amount-Display PIC Z(9)9.99.
       01 WS-Auth-Display   PIC Z(9)9.99.
       01 WS-Total-Display  PIC Z(10)9.99.

      * the CBL_CHECK_FILE_EXIST layout, the standard one FILECHECK
      * -style prechecks use - loaded here only to decide whether a
      * clearing file arrived today.
       01 WS-Precheck-Filename PIC X(40).
       01 WS-Precheck-File-Info.
           05 WS-Precheck-File-Info-Size PIC 9(8) COMP-X.
           05 WS-Precheck-File-Info-Date.
               10 WS-Precheck-File-Info-Day    PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Month  PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Year   PIC 9(4) COMP-X.
           05 WS-Precheck-File-Info-Time.
               10 WS-Precheck-File-Info-Hours       PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Minutes     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Seconds     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

      * fields CHECK-FEED-ENVELOPE (FEEDCHK.cpy) expects to be
      * loaded.
       01 WS-Env-Feed-Name     PIC X(40)
           VALUE "CardSettlementFeed.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "CARDSETL".
       01 WS-Env-Amount-Pos    PIC 9(3) VALUE 21.
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
       PERFORM GET-BUSINESS-DATE

       MOVE "CARDSETL" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:10) NOT = SPACES
           MOVE WS-RC-Value(1:10) TO WS-Card-Contra-Konto
           MOVE "Y" TO WS-Has-Card-Contra
       END-IF

      * no clearing file on file is a quiet day for the card
      * processor. A file whose envelope does not prove it complete
      * and next in sequence is refused whole.
       MOVE "CardSettlementFeed.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
           RETURNING WS-Precheck-RC
       END-CALL
       IF WS-Precheck-RC NOT = 0 OR WS-Precheck-File-Info-Size = 0
           DISPLAY "No card settlement file on file - nothing to"
               " settle"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       PERFORM CHECK-FEED-ENVELOPE
       IF NOT WS-ENVELOPE-OK
           PERFORM REFUSE-FEED-DELIVERY
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       OPEN I-O CardAuthFil
       IF WS-CardAuthFil-Status = "35"
           OPEN OUTPUT CardAuthFil
           CLOSE CardAuthFil
           OPEN I-O CardAuthFil
       END-IF
       IF WS-CardAuthFil-Status NOT = "00"
           DISPLAY "ERROR opening CardAuthorisations.txt - status "
               WS-CardAuthFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O ResvFil
       IF WS-ResvFil-Status = "35"
           OPEN OUTPUT ResvFil
           CLOSE ResvFil
           OPEN I-O ResvFil
       END-IF
       IF WS-ResvFil-Status NOT = "00"
           DISPLAY "ERROR opening KontoReservations.txt - status "
               WS-ResvFil-Status
           CLOSE CardAuthFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT SettleFeed
       IF WS-SettleFeed-Status NOT = "00"
           DISPLAY "ERROR opening CardSettlementFeed.txt - status "
               WS-SettleFeed-Status
           CLOSE CardAuthFil
           CLOSE ResvFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND IntakeFile
       IF WS-IntakeFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave11Intake.txt - status "
               WS-IntakeFile-Status
           CLOSE CardAuthFil
           CLOSE ResvFil
           CLOSE SettleFeed
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave125Report.txt - status "
               WS-ReportFile-Status
           CLOSE CardAuthFil
           CLOSE ResvFil
           CLOSE SettleFeed
           CLOSE IntakeFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "Card settlements - business date " WS-Business-Date
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-RECORD

       PERFORM UNTIL END-SETTLEFEED
           READ SettleFeed
               AT END
                   SET END-SETTLEFEED TO TRUE
               NOT AT END
                   IF SettleFeedRecord(1:5) NOT = "*HDR*"
                           AND SettleFeedRecord(1:5) NOT = "*TRL*"
                       ADD 1 TO WS-Settles-Read
                       PERFORM SETTLE-ONE-TRANSACTION
                   END-IF
           END-READ
       END-PERFORM

       PERFORM ACCEPT-FEED-SEQUENCE
       PERFORM WRITE-REPORT-TOTALS

       CLOSE CardAuthFil
       CLOSE ResvFil
       CLOSE SettleFeed
       CLOSE IntakeFile
       CLOSE ReportFile

       DISPLAY "Settlements read: " WS-Settles-Read
       DISPLAY "Posted: " WS-Settles-Posted
       DISPLAY "Posted after expiry/reversal: " WS-Settles-Late
       DISPLAY "Unmatched (not posted): " WS-Settles-Unmatched
       DISPLAY "Already settled (not posted): " WS-Settles-Repeated

       MOVE WS-Settles-Read      TO WS-Job-Count1
       MOVE WS-Settles-Posted    TO WS-Job-Count2
       MOVE WS-Settles-Unmatched TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * a cleared transaction is matched on its authorisation code
      * and must name the same account. The matched authorisation
      * gives back its reservation and the cleared amount - which
      * can differ from the authorised one (tips, fuel, currency) -
      * is what posts. An authorisation that already expired or was
      * reversed is still honoured: the processor has paid the
      * merchant, so the purchase posts and is flagged for review.
       SETTLE-ONE-TRANSACTION.
           IF SF-Amount NOT NUMERIC OR SF-Amount NOT > ZERO
                   OR SF-TransDate NOT NUMERIC
               ADD 1 TO WS-Settles-Invalid
               MOVE SPACES TO ReportLine
               STRING "INVALID   " SettleFeedRecord
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SF-Amount TO WS-Amount-Display
           MOVE SF-AuthID TO CA-AuthID
           READ CardAuthFil
               INVALID KEY
                   PERFORM REPORT-UNMATCHED
                   EXIT PARAGRAPH
           END-READ
           IF CA-KontoID NOT = SF-KontoID
               PERFORM REPORT-UNMATCHED
               EXIT PARAGRAPH
           END-IF

           IF CA-SETTLED
               ADD 1 TO WS-Settles-Repeated
               MOVE SPACES TO ReportLine
               STRING
                   "DUPLICATE " SF-AuthID " " SF-KontoID " "
                   WS-Amount-Display " " SF-SettleRef
                   " already settled by " CA-SettleRef
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF CA-RESERVED
               PERFORM RELEASE-AUTH-RESERVATION
           ELSE
               ADD 1 TO WS-Settles-Late
               MOVE SPACES TO ReportLine
               STRING
                   "LATE      " SF-AuthID " " SF-KontoID " "
                   WS-Amount-Display " " SF-Merchant
                   " status " CA-Status " since " CA-StatusDate
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
           END-IF

           IF SF-Amount NOT = CA-Amount
               MOVE CA-Amount TO WS-Auth-Display
               MOVE SPACES TO ReportLine
               STRING
                   "AMOUNT    " SF-AuthID " " SF-KontoID " "
                   WS-Amount-Display " authorised " WS-Auth-Display
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
           END-IF

           MOVE "S" TO CA-Status
           MOVE WS-Business-Date TO CA-StatusDate
           MOVE SF-Amount TO CA-SettledAmount
           MOVE SF-SettleRef TO CA-SettleRef
           REWRITE CardAuthRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for authorisation "
                       CA-AuthID
           END-REWRITE

           PERFORM WRITE-SETTLEMENT-INTAKE.

       RELEASE-AUTH-RESERVATION.
           MOVE CA-KontoID TO ResvRecord-KontoID
           MOVE CA-AuthID  TO ResvRecord-ID
           READ ResvFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ResvFil
                       INVALID KEY
                           DISPLAY "Delete failed for reservation "
                               CA-KontoID " / " CA-AuthID
                   END-DELETE
           END-READ.

      * the purchase itself, dated the business day it settled and
      * value-dated the day the card was used, with the merchant as
      * its text on the statement.
       WRITE-SETTLEMENT-INTAKE.
           MOVE SF-KontoID       TO Intake-KontoID
           MOVE WS-Business-Date TO Intake-Date
           IF WS-CARD-CONTRA-SET
               MOVE "T" TO Intake-Type
               MOVE WS-Card-Contra-Konto TO Intake-ContraKontoID
           ELSE
               MOVE "D" TO Intake-Type
               MOVE SPACES TO Intake-ContraKontoID
           END-IF
           MOVE SF-Amount        TO Intake-Amount
           MOVE ZERO             TO Intake-BalanceAfter
           MOVE SPACE            TO Intake-DupOverride
           MOVE SF-Merchant      TO Intake-Text
           MOVE SF-TransDate     TO Intake-ValueDate
           WRITE IntakeRecord
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave11Intake.txt - status "
                   WS-IntakeFile-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE SettleFeed
               CLOSE IntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Settles-Posted
           ADD SF-Amount TO WS-Posted-Total.

      * a cleared transaction no authorisation on file accounts
      * for is not posted blind - card operations settle it by hand.
       REPORT-UNMATCHED.
           ADD 1 TO WS-Settles-Unmatched
           MOVE SPACES TO ReportLine
           STRING
               "UNMATCHED " SF-AuthID " " SF-KontoID " "
               WS-Amount-Display " " SF-Merchant " " SF-TransDate
               " " SF-SettleRef
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE WS-Posted-Total TO WS-Total-Display
           MOVE SPACES TO ReportLine
           STRING "Settlements read: " WS-Settles-Read
               ", posted: " WS-Settles-Posted
               " for " WS-Total-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Posted after expiry/reversal: " WS-Settles-Late
               ", unmatched: " WS-Settles-Unmatched
               ", already settled: " WS-Settles-Repeated
               ", invalid: " WS-Settles-Invalid
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-RECORD.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave125Report.txt - status "
                   WS-ReportFile-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE SettleFeed
               CLOSE IntakeFile
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "FEEDCHK.cpy".

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
