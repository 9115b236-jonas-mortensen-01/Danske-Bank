               RECORD KEY IS ValutaRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ValutaFil-Status.
           SELECT FeedEnvFile ASSIGN TO "SwitchPackage.txt"
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
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * the sanctions watchlist the on-add screen in Opgave9 and
      * the nightly Opgave81 run check against - a switch package
           02 ValutaRecord-Active    PIC X(1).
               88 VALUTA-RECORD-ACTIVE VALUE "A".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

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
           02 JL-Count2    PIC 9(7).
           02 JL-Count3    PIC 9(7).

      * a switched-in customer and each account opened for them are
      * logged as lifecycle events for the monthly acquisition
      * report.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       WORKING-STORAGE SECTION.
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-IntakeFile-Status  PIC X(2) VALUE "00".
       01 WS-RejectFile-Status  PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status     PIC X(2) VALUE "00".

       01 EOF-PACKAGE PIC X VALUE "N".
           88 END-PACKAGE VALUE "Y" FALSE "N".
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

      * fields CHECK-FEED-ENVELOPE (FEEDCHK.cpy) expects to be
      * loaded.
       01 WS-Env-Feed-Name     PIC X(40) VALUE "SwitchPackage.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "SWITCH".
      * opening balances (A lines) and order amounts (O lines) both
      * start in place 24 - the package's hash is their sum.
       01 WS-Env-Amount-Pos    PIC 9(3) VALUE 24.
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

           RETURNING WS-Precheck-RC
       END-CALL

      * a package whose envelope does not prove it complete and
      * next in the sending bank's sequence is refused before any
      * line of it is looked at.
       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           PERFORM CHECK-FEED-ENVELOPE
           IF WS-ENVELOPE-OK
               PERFORM PROCESS-SWITCH-PACKAGE
               PERFORM ACCEPT-FEED-SEQUENCE
           ELSE
               PERFORM REFUSE-FEED-DELIVERY
           END-IF
       ELSE
           DISPLAY "No switch package on file - nothing to do"
       END-IF
                   AT END
                       SET END-PACKAGE TO TRUE
                   NOT AT END
                       IF PackageRecord(1:5) NOT = "*HDR*"
                               AND PackageRecord(1:5) NOT = "*TRL*"
                           PERFORM TAKE-ONE-PACKAGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PackageFile
                           WS-New-KundeID " - package abandoned"
                       STOP RUN WITH ERROR STATUS 1
               END-WRITE

               MOVE SPACES TO LifeEvtRecord
               MOVE WS-Today       TO LE-Date
               SET LE-NEW-CUSTOMER TO TRUE
               MOVE "OPGAVE85"     TO LE-Source
               MOVE WS-New-KundeID TO LE-KundeID
               MOVE WS-New-Valuta  TO LE-Valuta
               PERFORM WRITE-LIFE-EVENT
           END-IF

           MOVE SPACES TO RegisterLine
           ADD 1 TO WS-Accounts-Opened
           MOVE WS-AccountNumber TO WS-KA-KontoID(WS-KA-Idx)

           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Today              TO LE-Date
           SET LE-ACCOUNT-OPENED      TO TRUE
           MOVE "OPGAVE85"            TO LE-Source
           MOVE WS-New-KundeID        TO LE-KundeID
           MOVE KontoRecord-KontoID   TO LE-KontoID
           MOVE KontoRecord-KontoType TO LE-KontoType
           MOVE WS-KA-Balance(WS-KA-Idx) TO LE-Balance
           MOVE KontoRecord-Valuta    TO LE-Valuta
           PERFORM WRITE-LIFE-EVENT

           IF WS-KA-Balance(WS-KA-Idx) NOT = ZERO
               PERFORM POST-OPENING-BALANCE
           END-IF

       COPY "CURRMAST.cpy".

       COPY "FEEDCHK.cpy".

       COPY "JOBLOG.cpy".

       COPY "LIFELOG.cpy".

       COPY "CLEANNAME.cpy".
