           SELECT SessionFile ASSIGN TO "OnlineSessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT FeedEnvFile ASSIGN TO "DirectDebitCollections.txt"
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
       01  SessionRecord.
           02 OS-Count PIC 9(3).

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
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

      * fields CHECK-FEED-ENVELOPE (FEEDCHK.cpy) expects to be
      * loaded.
       01 WS-Env-Feed-Name     PIC X(40)
           VALUE "DirectDebitCollections.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "DDCOLL".
       01 WS-Env-Amount-Pos    PIC 9(3) VALUE 27.
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


      * batch mode runs whenever a collections or refusals feed is
      * on disk - the same feed-present test Opgave11 makes. With
      * neither feed, the console dialogue maintains mandates. A
      * collections feed whose envelope does not prove it complete
      * and next in sequence is refused whole - still a batch night,
      * never a console session.
       MOVE "DirectDebitCollections.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
       END-CALL
       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           MOVE "Y" TO WS-Batch-Work
           PERFORM CHECK-FEED-ENVELOPE
           IF WS-ENVELOPE-OK
               PERFORM PROCESS-COLLECTION-FEED
               PERFORM ACCEPT-FEED-SEQUENCE
           ELSE
               PERFORM REFUSE-FEED-DELIVERY
           END-IF
       END-IF

       MOVE "DirectDebitRefusals.txt" TO WS-Precheck-Filename
                   AT END
                       SET END-COLLECTION TO TRUE
                   NOT AT END
                       IF CollectionRecord(1:5) NOT = "*HDR*"
                               AND CollectionRecord(1:5) NOT = "*TRL*"
                           ADD 1 TO WS-Collections-Read
                           PERFORM PROCESS-ONE-COLLECTION
                       END-IF
               END-READ
           END-PERFORM


       COPY "SIGNON.cpy".

       COPY "FEEDCHK.cpy".

       COPY "JOBLOG.cpy".

       COPY "SYSSTATE.cpy".
