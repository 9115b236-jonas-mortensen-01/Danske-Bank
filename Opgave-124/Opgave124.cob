       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave124.

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
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT AuthFeed ASSIGN TO "CardAuthFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuthFeed-Status.
           SELECT ReportFile ASSIGN TO "Opgave124Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT RejectFile ASSIGN TO "Opgave124Rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejectFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT FeedEnvFile ASSIGN TO "CardAuthFeed.txt"
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

      * the same amount earmarks Opgave59 keeps - a card
      * authorisation is one more reason a balance is spoken for,
      * and Opgave11 holds every one of them back from the
      * available balance.
       FD  ResvFil.
       01  ResvRecord.
           02 ResvRecord-Key.
               03 ResvRecord-KontoID PIC X(10).
               03 ResvRecord-ID      PIC X(10).
           02 ResvRecord-Amount  PIC 9(10)V99.
           02 ResvRecord-Reason  PIC X(30).
           02 ResvRecord-Expiry  PIC 9(8).
           02 ResvRecord-Created PIC 9(8).

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

      * the card processor's authorisation file, one line per
      * decision since the last delivery: A approved, D declined
      * (nothing to reserve), V an earlier approval cancelled by
      * the processor. The amount is in the account's currency.
       FD  AuthFeed.
       01  AuthFeedRecord.
           02 AF-Action    PIC X(1).
               88 AF-APPROVED VALUE "A".
               88 AF-DECLINED VALUE "D".
               88 AF-REVERSAL VALUE "V".
           02 AF-AuthID    PIC X(10).
           02 AF-KontoID   PIC X(10).
           02 AF-Card      PIC X(16).
           02 AF-Amount    PIC S9(10)V99.
           02 AF-Merchant  PIC X(30).
           02 AF-AuthDate  PIC X(8).

       FD  ReportFile.
       01  ReportLine PIC X(120).

       FD  RejectFile.
       01  RejectRecord.
           COPY "REJREC.cpy".

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE124".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-CardAuthFil-Status PIC X(2) VALUE "00".
       01 WS-ResvFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status    PIC X(2) VALUE "00".
       01 WS-AuthFeed-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status  PIC X(2) VALUE "00".
       01 WS-RejectFile-Status  PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * The CARDAUTH line carries in columns 11-12 how many days an
      * authorisation holds its reservation waiting for the
      * settlement (7 when absent).
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Hold-Days PIC 9(2) VALUE 7.

       01 EOF-AUTHFEED PIC X VALUE "N".
           88 END-AUTHFEED VALUE "Y" FALSE "N".
       01 EOF-CARDAUTH PIC X VALUE "N".
           88 END-CARDAUTH VALUE "Y" FALSE "N".

       01 WS-Item-Valid PIC X VALUE "Y".
           88 WS-ITEM-OK VALUE "Y".
       01 WS-Reject-Reason PIC X(4) VALUE SPACES.
       01 WS-Auth-Date     PIC 9(8) VALUE ZERO.

      * expired authorisations collected on the read pass and
      * settled on a second keyed pass, never while the sequential
      * walk is open - the Opgave59 sweep idiom.
       01 WS-Expired-Table.
           02 WS-Exp-AuthID OCCURS 500 TIMES PIC X(10).
       01 WS-Exp-Count PIC 9(3) VALUE ZERO.
       01 WS-Exp-Idx   PIC 9(3).

       01 WS-Auths-Read     PIC 9(7) VALUE ZERO.
       01 WS-Auths-Reserved PIC 9(7) VALUE ZERO.
       01 WS-Auths-Reversed PIC 9(7) VALUE ZERO.
       01 WS-Auths-Declined PIC 9(7) VALUE ZERO.
       01 WS-Auths-Repeated PIC 9(7) VALUE ZERO.
       01 WS-Auths-Expired  PIC 9(7) VALUE ZERO.
       01 WS-Rejected-Count PIC 9(7) VALUE ZERO.
       01 WS-Reserved-Total PIC 9(11)V99 VALUE ZERO.

       01 WS-Amount-Display PIC Z(9)9.99.
       01 WS-Total-Display  PIC Z(10)9.99.

      * the CBL_CHECK_FILE_EXIST layout, the standard one FILECHECK
      * -style prechecks use - loaded here only to decide whether an
      * authorisation file arrived today.
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
       01 WS-Env-Feed-Name     PIC X(40) VALUE "CardAuthFeed.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "CARDAUTH".
       01 WS-Env-Amount-Pos    PIC 9(3) VALUE 38.
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

       MOVE "CARDAUTH" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           IF WS-RC-Value(1:2) IS NUMERIC
                   AND WS-RC-Value(1:2) NOT = "00"
               MOVE WS-RC-Value(1:2) TO WS-Hold-Days
           END-IF
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

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave124Report.txt - status "
               WS-ReportFile-Status
           CLOSE CardAuthFil
           CLOSE ResvFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "Card authorisations - business date "
           WS-Business-Date ", reservations held " WS-Hold-Days
           " days"
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-RECORD

      * the expiry sweep runs every night - an authorisation the
      * settlement never came for gives its money back on its own.
       PERFORM EXPIRE-UNSETTLED-AUTHS

      * no authorisation file on file is a quiet day for the card
      * processor. A file whose envelope does not prove it complete
      * and next in sequence is refused whole.
       MOVE "CardAuthFeed.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
           RETURNING WS-Precheck-RC
       END-CALL
       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           PERFORM CHECK-FEED-ENVELOPE
           IF WS-ENVELOPE-OK
               PERFORM PROCESS-AUTH-FEED
               PERFORM ACCEPT-FEED-SEQUENCE
           ELSE
               PERFORM REFUSE-FEED-DELIVERY
           END-IF
       ELSE
           DISPLAY "No card authorisation file on file - intake"
               " skipped"
       END-IF

       PERFORM WRITE-REPORT-TOTALS

       CLOSE CardAuthFil
       CLOSE ResvFil
       CLOSE ReportFile

       DISPLAY "Authorisations read: " WS-Auths-Read
       DISPLAY "Reserved: " WS-Auths-Reserved
       DISPLAY "Reversed by the processor: " WS-Auths-Reversed
       DISPLAY "Expired unsettled: " WS-Auths-Expired
       DISPLAY "Rejected (see Opgave124Rejects.txt): "
           WS-Rejected-Count

       MOVE WS-Auths-Read     TO WS-Job-Count1
       MOVE WS-Auths-Reserved TO WS-Job-Count2
       MOVE WS-Auths-Expired  TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * an authorisation still reserved past its expiry date: the
      * reservation goes (unless Opgave59's own sweep has already
      * taken it) and the register says why.
       EXPIRE-UNSETTLED-AUTHS.
           MOVE ZERO TO WS-Exp-Count
           SET END-CARDAUTH TO FALSE
           MOVE LOW-VALUES TO CA-AuthID
           START CardAuthFil KEY IS NOT LESS THAN CA-AuthID
               INVALID KEY
                   SET END-CARDAUTH TO TRUE
           END-START
           PERFORM UNTIL END-CARDAUTH
               READ CardAuthFil NEXT RECORD
                   AT END
                       SET END-CARDAUTH TO TRUE
                   NOT AT END
                       IF CA-RESERVED
                               AND CA-Expiry < WS-Business-Date
                           IF WS-Exp-Count >= 500
                               DISPLAY "ERROR - expiry table full -"
                                   " run aborted rather than"
                                   " leaving reservations standing"
                               STOP RUN WITH ERROR STATUS 1
                           END-IF
                           ADD 1 TO WS-Exp-Count
                           MOVE CA-AuthID TO WS-Exp-AuthID(WS-Exp-Count)
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-Exp-Idx FROM 1 BY 1
                   UNTIL WS-Exp-Idx > WS-Exp-Count
               MOVE WS-Exp-AuthID(WS-Exp-Idx) TO CA-AuthID
               READ CardAuthFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EXPIRE-ONE-AUTH
               END-READ
           END-PERFORM.

       EXPIRE-ONE-AUTH.
           PERFORM RELEASE-AUTH-RESERVATION
           MOVE "E" TO CA-Status
           MOVE WS-Business-Date TO CA-StatusDate
           REWRITE CardAuthRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for authorisation "
                       CA-AuthID
           END-REWRITE
           ADD 1 TO WS-Auths-Expired
           MOVE CA-Amount TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING
               "EXPIRED   " CA-AuthID " " CA-KontoID " "
               WS-Amount-Display " " CA-Merchant
               " authorised " CA-AuthDate
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

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

       PROCESS-AUTH-FEED.
           OPEN INPUT KontoFil
           IF WS-KontoFil-Status NOT = "00"
               DISPLAY "ERROR opening Kontooplysninger.txt - status "
                   WS-KontoFil-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN INPUT AuthFeed
           IF WS-AuthFeed-Status NOT = "00"
               DISPLAY "ERROR opening CardAuthFeed.txt - status "
                   WS-AuthFeed-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE ReportFile
               CLOSE KontoFil
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN EXTEND RejectFile
           IF WS-RejectFile-Status = "35"
               OPEN OUTPUT RejectFile
           END-IF
           IF WS-RejectFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave124Rejects.txt - status "
                   WS-RejectFile-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE ReportFile
               CLOSE KontoFil
               CLOSE AuthFeed
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM UNTIL END-AUTHFEED
               READ AuthFeed
                   AT END
                       SET END-AUTHFEED TO TRUE
                   NOT AT END
                       IF AuthFeedRecord(1:5) NOT = "*HDR*"
                               AND AuthFeedRecord(1:5) NOT = "*TRL*"
                           ADD 1 TO WS-Auths-Read
                           PERFORM PROCESS-ONE-AUTH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KontoFil
           CLOSE AuthFeed
           CLOSE RejectFile.

       PROCESS-ONE-AUTH.
           EVALUATE TRUE
               WHEN AF-APPROVED
                   PERFORM RESERVE-APPROVED-AUTH
               WHEN AF-REVERSAL
                   PERFORM REVERSE-AUTH
               WHEN AF-DECLINED
                   ADD 1 TO WS-Auths-Declined
               WHEN OTHER
                   MOVE "NNUM" TO WS-Reject-Reason
                   PERFORM WRITE-AUTH-REJECT
           END-EVALUATE.

      * an approval earmarks its amount on the account until the
      * settlement arrives or the hold days run out. The same
      * approval delivered again (a rerun of a half-taken file) is
      * recognised by its code and account and left as it is.
       RESERVE-APPROVED-AUTH.
           MOVE "Y" TO WS-Item-Valid

           IF AF-Amount NOT NUMERIC OR AF-Amount NOT > ZERO
                   OR AF-AuthDate NOT NUMERIC
                   OR AF-AuthID = SPACES
               MOVE "NNUM" TO WS-Reject-Reason
               MOVE "N" TO WS-Item-Valid
           END-IF

           IF WS-ITEM-OK
               MOVE AF-KontoID TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       MOVE "NOKO" TO WS-Reject-Reason
                       MOVE "N" TO WS-Item-Valid
                   NOT INVALID KEY
                       IF KONTO-RECORD-CLOSED
                           MOVE "CLSD" TO WS-Reject-Reason
                           MOVE "N" TO WS-Item-Valid
                       END-IF
               END-READ
           END-IF

           IF WS-ITEM-OK
               MOVE AF-AuthID TO CA-AuthID
               READ CardAuthFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CA-KontoID = AF-KontoID
                           ADD 1 TO WS-Auths-Repeated
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "DUPK" TO WS-Reject-Reason
                       MOVE "N" TO WS-Item-Valid
               END-READ
           END-IF

           IF NOT WS-ITEM-OK
               PERFORM WRITE-AUTH-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE AF-AuthDate TO WS-Auth-Date
           MOVE SPACES TO CardAuthRecord
           MOVE AF-AuthID   TO CA-AuthID
           MOVE AF-KontoID  TO CA-KontoID
           MOVE AF-Card     TO CA-Card
           MOVE AF-Amount   TO CA-Amount
           MOVE AF-Merchant TO CA-Merchant
           MOVE WS-Auth-Date TO CA-AuthDate
           COMPUTE CA-Expiry = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Auth-Date) + WS-Hold-Days)
           MOVE "R" TO CA-Status
           MOVE WS-Business-Date TO CA-StatusDate
           MOVE ZERO TO CA-SettledAmount
           MOVE SPACES TO CA-SettleRef

           MOVE CA-KontoID TO ResvRecord-KontoID
           MOVE CA-AuthID  TO ResvRecord-ID
           MOVE CA-Amount  TO ResvRecord-Amount
           MOVE SPACES TO ResvRecord-Reason
           STRING "CARD " CA-Merchant
               INTO ResvRecord-Reason
           END-STRING
           MOVE CA-Expiry TO ResvRecord-Expiry
           MOVE WS-Business-Date TO ResvRecord-Created
           WRITE ResvRecord
               INVALID KEY
                   MOVE "DUPK" TO WS-Reject-Reason
                   PERFORM WRITE-AUTH-REJECT
                   EXIT PARAGRAPH
           END-WRITE

           WRITE CardAuthRecord
               INVALID KEY
                   DISPLAY "Write failed for authorisation "
                       CA-AuthID " - status " WS-CardAuthFil-Status
                   STOP RUN WITH ERROR STATUS 1
           END-WRITE
           ADD 1 TO WS-Auths-Reserved
           ADD CA-Amount TO WS-Reserved-Total.

      * the processor withdrew an approval it gave - the money is
      * the customer's again straight away.
       REVERSE-AUTH.
           MOVE AF-AuthID TO CA-AuthID
           READ CardAuthFil
               INVALID KEY
                   MOVE "NOKO" TO WS-Reject-Reason
                   PERFORM WRITE-AUTH-REJECT
                   EXIT PARAGRAPH
           END-READ
           IF NOT CA-RESERVED
               MOVE CA-Amount TO WS-Amount-Display
               MOVE SPACES TO ReportLine
               STRING
                   "NOT OPEN  " CA-AuthID " " CA-KontoID " "
                   WS-Amount-Display " reversal for an authorisation"
                   " with status " CA-Status
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-AUTH-RESERVATION
           MOVE "V" TO CA-Status
           MOVE WS-Business-Date TO CA-StatusDate
           REWRITE CardAuthRecord
               INVALID KEY
                   DISPLAY "Rewrite failed for authorisation "
                       CA-AuthID
           END-REWRITE
           ADD 1 TO WS-Auths-Reversed
           MOVE CA-Amount TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING
               "REVERSED  " CA-AuthID " " CA-KontoID " "
               WS-Amount-Display " " CA-Merchant
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-AUTH-REJECT.
           ADD 1 TO WS-Rejected-Count
           MOVE "OPGAVE124" TO Rej-Source
           MOVE WS-Business-Date TO Rej-Date
           MOVE WS-Reject-Reason TO Rej-Reason
           MOVE SPACES TO Rej-Image
           MOVE AuthFeedRecord TO Rej-Image
           WRITE RejectRecord
           IF WS-RejectFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave124Rejects.txt - status "
                   WS-RejectFile-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE RejectFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-RECORD
           MOVE WS-Reserved-Total TO WS-Total-Display
           MOVE SPACES TO ReportLine
           STRING "Authorisations read: " WS-Auths-Read
               ", reserved: " WS-Auths-Reserved
               " for " WS-Total-Display
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Declined by the processor: " WS-Auths-Declined
               ", reversed: " WS-Auths-Reversed
               ", already on file: " WS-Auths-Repeated
               ", rejected: " WS-Rejected-Count
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO ReportLine
           STRING "Expired unsettled tonight: " WS-Auths-Expired
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-RECORD.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave124Report.txt - status "
                   WS-ReportFile-Status
               CLOSE CardAuthFil
               CLOSE ResvFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "FEEDCHK.cpy".

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
