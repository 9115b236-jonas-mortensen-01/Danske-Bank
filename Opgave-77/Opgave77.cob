               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT ChangeFeed ASSIGN DYNAMIC WS-Change-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ChangeFeed-Status.
           SELECT RejectFile ASSIGN TO "Opgave77Rejects.txt"
           SELECT AuditFile ASSIGN TO "Opgave9Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT FeedEnvFile ASSIGN TO "AddressChangeFeed.txt"
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
      * one change per line as the CRM collected it during the day,
      * in the address master's own field order - a blank field
      * keeps what the master already holds, so a phone-only change
      * does not blank the street. The same layout is read twice:
      * the CRM's AddressChangeFeed.txt inside its delivery
      * envelope, then AddressChangeRepairs.txt, the changes
      * Opgave43 requeued after repair - our own file, no envelope.
       FD  ChangeFeed.
       01  ChangeRecord.
           02 AC-KundeID PIC X(10).
       FD  AuditFile.
       01  AuditLine PIC X(100).

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
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status PIC X(2) VALUE "00".
       01 WS-ChangeFeed-Status PIC X(2) VALUE "00".
       01 WS-Change-Filename   PIC X(40) VALUE SPACES.

      * which of the two change files tonight's run takes.
       01 WS-Has-Crm-Feed PIC X VALUE "N".
           88 WS-TAKE-CRM-FEED VALUE "Y".
       01 WS-Has-Repairs  PIC X VALUE "N".
           88 WS-TAKE-REPAIRS VALUE "Y".
       01 WS-RejectFile-Status PIC X(2) VALUE "00".
       01 WS-AuditFile-Status  PIC X(2) VALUE "00".

               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

      * fields CHECK-FEED-ENVELOPE (FEEDCHK.cpy) expects to be
      * loaded.
       01 WS-Env-Feed-Name     PIC X(40) VALUE "AddressChangeFeed.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "ADDRCHG".
       01 WS-Env-Amount-Pos    PIC 9(3) VALUE 0.
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

       ACCEPT WS-Today FROM DATE YYYYMMDD

      * no feed tonight is the ordinary case. A CRM feed whose
      * envelope does not prove it complete and next in sequence is
      * refused whole; repaired changes still apply.
       MOVE "AddressChangeFeed.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
       END-CALL

       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           PERFORM CHECK-FEED-ENVELOPE
           IF WS-ENVELOPE-OK
               MOVE "Y" TO WS-Has-Crm-Feed
           ELSE
               PERFORM REFUSE-FEED-DELIVERY
           END-IF
       ELSE
           DISPLAY "No address change feed on file - skipped"
       END-IF

       MOVE "AddressChangeRepairs.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
           RETURNING WS-Precheck-RC
       END-CALL
       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           MOVE "Y" TO WS-Has-Repairs
       END-IF

       IF WS-TAKE-CRM-FEED OR WS-TAKE-REPAIRS
           PERFORM APPLY-CHANGE-FEED
       END-IF
       IF WS-TAKE-CRM-FEED
           PERFORM ACCEPT-FEED-SEQUENCE
       END-IF

       DISPLAY "Changes read: " WS-Changes-Read
       DISPLAY "Changes applied: " WS-Changes-Applied
       DISPLAY "Rejected (see Opgave77Rejects.txt): "
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN EXTEND RejectFile
           IF WS-RejectFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave77Rejects.txt - status "
                   WS-RejectFile-Status
               CLOSE KundeFil
               CLOSE AdresseFil
               STOP RUN WITH ERROR STATUS 1
           END-IF

                   WS-AuditFile-Status
               CLOSE KundeFil
               CLOSE AdresseFil
               CLOSE RejectFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           IF WS-TAKE-CRM-FEED
               MOVE "AddressChangeFeed.txt" TO WS-Change-Filename
               PERFORM APPLY-ONE-CHANGE-FILE
           END-IF
           IF WS-TAKE-REPAIRS
               MOVE "AddressChangeRepairs.txt" TO WS-Change-Filename
               PERFORM APPLY-ONE-CHANGE-FILE
           END-IF

           CLOSE KundeFil
           CLOSE AdresseFil
           CLOSE RejectFile
           CLOSE AuditFile.

       APPLY-ONE-CHANGE-FILE.
           OPEN INPUT ChangeFeed
           IF WS-ChangeFeed-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Change-Filename
                   " - status " WS-ChangeFeed-Status
               CLOSE KundeFil
               CLOSE AdresseFil
               CLOSE RejectFile
               CLOSE AuditFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           SET END-CHANGE TO FALSE
           PERFORM UNTIL END-CHANGE
               READ ChangeFeed
                   AT END
                       SET END-CHANGE TO TRUE
                   NOT AT END
                       IF ChangeRecord(1:5) NOT = "*HDR*"
                               AND ChangeRecord(1:5) NOT = "*TRL*"
                           ADD 1 TO WS-Changes-Read
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ChangeFeed.

      * the same checks Opgave9 makes at the terminal: the customer
      * must exist, and a change that says nothing changes nothing.

       COPY "AUDITLOG.cpy".

       COPY "FEEDCHK.cpy".

       COPY "JOBLOG.cpy".
