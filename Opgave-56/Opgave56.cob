                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoSumFil-Status.
           SELECT GroupFil ASSIGN TO "ClientGroups.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grp-GroupID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GroupFil-Status.
           SELECT GrpMemFil ASSIGN TO "GroupMembers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GrpMem-KundeID
               ALTERNATE RECORD KEY IS GrpMem-GroupID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrpMemFil-Status.
           SELECT PeriodFil ASSIGN TO "AccountingPeriods.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PeriodRecord-Period
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PeriodFil-Status.
           SELECT FeedEnvFile ASSIGN TO "PayrollFeed.txt"
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
           02 CustLimitRecord-KundeID PIC X(10).
           02 CustLimitRecord-Limit   PIC 9(12)V99.

      * the connected-client group cap above it (GRPLIMIT.cpy).
       FD  GroupFil.
       01  GroupRecord.
           COPY "CLIENTGRP.cpy".

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

      * a second, read-only leg on the account master for summing
      * a customer's balances - the validation leg keeps its record
      * and position untouched while the sum walks.
               88 PERIOD-RECORD-OPEN   VALUE "O".
               88 PERIOD-RECORD-CLOSED VALUE "C".

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
       01 WS-CustLimit-Valid PIC X VALUE "Y".
           88 WS-CUSTLIMIT-OK VALUE "Y".

      * fields CHECK-GROUP-LIMIT (GRPLIMIT.cpy) expects to be
      * loaded - no group files means no group carries a cap.
       01 WS-GroupFil-Status  PIC X(2) VALUE "00".
       01 WS-GrpMemFil-Status PIC X(2) VALUE "00".
       01 WS-Group-File-Open PIC X VALUE "N".
           88 WS-HAS-GROUP-FILE VALUE "Y".
       01 EOF-GRPMEM PIC X VALUE "N".
           88 END-GRPMEM VALUE "Y" FALSE "N".
       01 WS-Group-Exposure   PIC S9(14)V99 VALUE ZERO.
       01 WS-Group-Floor      PIC S9(14)V99 VALUE ZERO.
       01 WS-GroupLimit-Valid PIC X VALUE "Y".
           88 WS-GROUPLIMIT-OK VALUE "Y".

      * fields CHECK-PERIOD-OPEN (PERIODCHK.cpy) expects to be
      * loaded.
       01 WS-Period-Date    PIC 9(8).
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

      * fields CHECK-FEED-ENVELOPE (FEEDCHK.cpy) expects to be
      * loaded.
       01 WS-Env-Feed-Name     PIC X(40) VALUE "PayrollFeed.txt".
       01 WS-Env-FeedType      PIC X(8) VALUE "PAYROLL".
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

       ACCEPT WS-Today FROM DATE YYYYMMDD

      * no payroll file tonight is the ordinary case. The delivery
      * envelope is proven before the employer's own H/T structure
      * is even looked at - a repeated, skipped or short delivery
      * is refused whole. A delivery the envelope admits counts as
      * taken even if the payroll inside it is then refused: the
      * corrected file comes as the sender's next delivery.
       MOVE "PayrollFeed.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
       END-CALL

       IF WS-Precheck-RC = 0 AND WS-Precheck-File-Info-Size NOT = 0
           PERFORM CHECK-FEED-ENVELOPE
           IF WS-ENVELOPE-OK
               PERFORM PROCESS-PAYROLL-FILE
               PERFORM ACCEPT-FEED-SEQUENCE
           ELSE
               ADD 1 TO WS-Files-Refused
               PERFORM REFUSE-FEED-DELIVERY
           END-IF
       ELSE
           DISPLAY "No payroll file on disk - intake skipped"
       END-IF
                   MOVE "Y" TO WS-CustLimit-File-Open
               END-IF
           END-IF
           OPEN INPUT GroupFil
           IF WS-GroupFil-Status = "00"
               OPEN INPUT GrpMemFil
               IF WS-GrpMemFil-Status = "00"
                   IF NOT WS-HAS-CUSTLIMIT-FILE
                       OPEN INPUT KontoSumFil
                   END-IF
                   IF WS-KontoSumFil-Status = "00"
                       MOVE "Y" TO WS-Group-File-Open
                   END-IF
               END-IF
           END-IF

           PERFORM LOAD-AND-VALIDATE-FILE

           IF WS-HAS-CUSTLIMIT-FILE
               CLOSE CustLimitFil
               CLOSE KontoSumFil
           END-IF
           IF WS-HAS-GROUP-FILE
               CLOSE GroupFil
               CLOSE GrpMemFil
               IF NOT WS-HAS-CUSTLIMIT-FILE
                   CLOSE KontoSumFil
               END-IF
           END-IF.

      * the whole file is read and proven before a single krone
                   AT END
                       SET END-PAYROLL TO TRUE
                   NOT AT END
                       IF PayrollRecord(1:5) NOT = "*HDR*"
                               AND PayrollRecord(1:5) NOT = "*TRL*"
                           ADD 1 TO WS-Records-Read
                           PERFORM TAKE-ONE-PAYROLL-RECORD
                       END-IF
               END-READ
           END-PERFORM

               MOVE "covering debit breaches customer limit"
                   TO WS-Fail-Text
               MOVE "N" TO WS-File-Valid
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-GROUP-LIMIT
           IF NOT WS-GROUPLIMIT-OK
               MOVE "covering debit breaches group limit"
                   TO WS-Fail-Text
               MOVE "N" TO WS-File-Valid
           END-IF.

       CHECK-ONE-CREDIT-ACCOUNT.

       COPY "PERIODCHK.cpy".

       COPY "GRPLIMIT.cpy".

       COPY "FEEDCHK.cpy".

       COPY "JOBLOG.cpy".
