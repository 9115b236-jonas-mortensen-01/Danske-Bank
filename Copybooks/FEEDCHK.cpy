      *-----------------------------------------------------------*
      * FEEDCHK.cpy - inbound feed envelope control. Proves a feed  *
      * whole before its program processes a single record: the   *
      * FEEDENV.cpy header must open the file and name the feed    *
      * type expected, the trailer must close it with the right    *
      * record count and amount hash, and the header's delivery    *
      * sequence must be exactly one past the last one accepted    *
      * from that sender for that feed in FeedControl.txt          *
      * (FEEDCTL.cpy). A repeat, a gap or a short file is refused  *
      * whole, logged to FeedRefusals.txt and renamed aside as     *
      * <feed>.<date>.<time>.refused so the chain does not retire  *
      * it as processed and tomorrow's delivery is not blocked by  *
      * it.                                                        *
      *                                                             *
      * Contract - the including program must declare:             *
      *   WS-Env-Feed-Name     PIC X(40)  feed file name           *
      *   WS-Env-FeedType      PIC X(8)   feed type expected       *
      *   WS-Env-Amount-Pos    PIC 9(3)   where the S9(10)V99      *
      *                                   amount starts in a       *
      *                                   record, zero for none    *
      *   WS-Env-Valid         PIC X                               *
      *       88 WS-ENVELOPE-OK VALUE "Y"                          *
      *   WS-Env-Reason        PIC X(50)                           *
      *   WS-Env-Sender        PIC X(10)                           *
      *   WS-Env-Sequence      PIC 9(8)                            *
      *   WS-Env-Expected      PIC 9(8)                            *
      *   WS-Env-Records       PIC 9(9)                            *
      *   WS-Env-Hash          PIC S9(15)V99                       *
      *   WS-Env-Trl-Count     PIC 9(9)                            *
      *   WS-Env-Trl-Hash      PIC S9(15)V99                       *
      *   WS-Env-Amount-X      PIC X(12)                           *
      *   WS-Env-Amount REDEFINES WS-Env-Amount-X PIC S9(10)V99    *
      *   WS-Env-Trailer-Seen  PIC X                               *
      *       88 WS-ENV-HAS-TRAILER VALUE "Y"                      *
      *   WS-Env-Date          PIC 9(8)                            *
      *   WS-Env-Time          PIC 9(8)                            *
      *   WS-Env-Refused-Name  PIC X(60)                           *
      *   WS-FeedEnv-Status, WS-FeedCtl-Status,                    *
      *   WS-FeedRefusal-Status PIC X(2)                           *
      *   EOF-FEEDENV          PIC X                               *
      *       88 END-FEEDENV VALUE "Y" FALSE "N"                   *
      * plus WS-Job-Name from the JOBLOG.cpy contract, and must     *
      * have declared:                                             *
      *   SELECT FeedEnvFile ASSIGN TO <the feed file>             *
      *       ORGANIZATION IS LINE SEQUENTIAL                      *
      *       FILE STATUS IS WS-FeedEnv-Status.                    *
      *   SELECT FeedCtlFil ASSIGN TO "FeedControl.txt"            *
      *       ORGANIZATION IS INDEXED                              *
      *       RECORD KEY IS FC-Key                                 *
      *       ACCESS MODE IS DYNAMIC                               *
      *       FILE STATUS IS WS-FeedCtl-Status.                    *
      *   SELECT FeedRefusalFile ASSIGN TO "FeedRefusals.txt"      *
      *       ORGANIZATION IS LINE SEQUENTIAL                      *
      *       FILE STATUS IS WS-FeedRefusal-Status.                *
      *   FD FeedEnvFile.     01 FeedEnvRecord. COPY "FEEDENV.cpy". *
      *   FD FeedCtlFil.      01 FeedCtlRecord. COPY "FEEDCTL.cpy". *
      *   FD FeedRefusalFile. 01 FeedRefusalLine PIC X(150).       *
      *                                                             *
      * PERFORM CHECK-FEED-ENVELOPE before the feed is opened for  *
      * processing. If WS-ENVELOPE-OK, process the feed - skipping *
      * the two envelope lines - and PERFORM ACCEPT-FEED-SEQUENCE   *
      * once it has been taken; otherwise PERFORM                  *
      * REFUSE-FEED-DELIVERY and leave the feed alone. A control   *
      * register that cannot be read stops the run: a feed whose   *
      * sequence cannot be proven is not processed, and is not the *
      * sender's fault either.                                     *
      *-----------------------------------------------------------*
       CHECK-FEED-ENVELOPE.
           MOVE "Y" TO WS-Env-Valid
           MOVE SPACES TO WS-Env-Reason
           MOVE SPACES TO WS-Env-Sender
           MOVE ZERO TO WS-Env-Sequence
           MOVE ZERO TO WS-Env-Expected
           MOVE ZERO TO WS-Env-Records
           MOVE ZERO TO WS-Env-Hash
           MOVE ZERO TO WS-Env-Trl-Count
           MOVE ZERO TO WS-Env-Trl-Hash
           MOVE "N" TO WS-Env-Trailer-Seen
           ACCEPT WS-Env-Date FROM DATE YYYYMMDD
           ACCEPT WS-Env-Time FROM TIME

           OPEN INPUT FeedEnvFile
           IF WS-FeedEnv-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Env-Feed-Name
                   " - status " WS-FeedEnv-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           SET END-FEEDENV TO FALSE
           READ FeedEnvFile
               AT END
                   SET END-FEEDENV TO TRUE
                   MOVE "feed holds no records" TO WS-Env-Reason
                   MOVE "N" TO WS-Env-Valid
               NOT AT END
                   PERFORM TAKE-ENVELOPE-HEADER
           END-READ

           PERFORM UNTIL END-FEEDENV OR NOT WS-ENVELOPE-OK
               READ FeedEnvFile
                   AT END
                       SET END-FEEDENV TO TRUE
                   NOT AT END
                       PERFORM TAKE-ENVELOPE-LINE
               END-READ
           END-PERFORM

           CLOSE FeedEnvFile

           IF WS-ENVELOPE-OK AND NOT WS-ENV-HAS-TRAILER
               MOVE "no envelope trailer - file truncated"
                   TO WS-Env-Reason
               MOVE "N" TO WS-Env-Valid
           END-IF
           IF WS-ENVELOPE-OK AND WS-Env-Trl-Count NOT = WS-Env-Records
               STRING
                   "trailer count " WS-Env-Trl-Count
                   " but " WS-Env-Records " records"
                   DELIMITED BY SIZE INTO WS-Env-Reason
               END-STRING
               MOVE "N" TO WS-Env-Valid
           END-IF
           IF WS-ENVELOPE-OK AND WS-Env-Trl-Hash NOT = WS-Env-Hash
               MOVE "trailer amount hash does not match records"
                   TO WS-Env-Reason
               MOVE "N" TO WS-Env-Valid
           END-IF

           IF WS-ENVELOPE-OK
               PERFORM CHECK-FEED-SEQUENCE
           END-IF.

       TAKE-ENVELOPE-HEADER.
           EVALUATE TRUE
               WHEN NOT FE-IS-HEADER
                   MOVE "no envelope header on first line"
                       TO WS-Env-Reason
                   MOVE "N" TO WS-Env-Valid
               WHEN FE-FeedType NOT = WS-Env-FeedType
                   STRING
                       "feed type " FE-FeedType
                       " is not " WS-Env-FeedType
                       DELIMITED BY SIZE INTO WS-Env-Reason
                   END-STRING
                   MOVE "N" TO WS-Env-Valid
               WHEN FE-Sender = SPACES
                   MOVE "no sender on envelope header"
                       TO WS-Env-Reason
                   MOVE "N" TO WS-Env-Valid
               WHEN FE-Sequence NOT NUMERIC OR FE-Sequence = ZERO
                   MOVE "delivery sequence not numeric"
                       TO WS-Env-Reason
                   MOVE "N" TO WS-Env-Valid
               WHEN OTHER
                   MOVE FE-Sender   TO WS-Env-Sender
                   MOVE FE-Sequence TO WS-Env-Sequence
           END-EVALUATE.

      * anything after the trailer, or a second header, means two
      * deliveries were run together or a file was appended to -
      * either way the trailer no longer speaks for the file.
       TAKE-ENVELOPE-LINE.
           EVALUATE TRUE
               WHEN WS-ENV-HAS-TRAILER
                   MOVE "records after the envelope trailer"
                       TO WS-Env-Reason
                   MOVE "N" TO WS-Env-Valid
               WHEN FE-IS-HEADER
                   MOVE "second envelope header in file"
                       TO WS-Env-Reason
                   MOVE "N" TO WS-Env-Valid
               WHEN FE-IS-TRAILER
                   MOVE "Y" TO WS-Env-Trailer-Seen
                   IF FE-Count NUMERIC AND FE-Hash NUMERIC
                       MOVE FE-Count TO WS-Env-Trl-Count
                       MOVE FE-Hash  TO WS-Env-Trl-Hash
                   ELSE
                       MOVE "trailer count or hash not numeric"
                           TO WS-Env-Reason
                       MOVE "N" TO WS-Env-Valid
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-Env-Records
                   IF WS-Env-Amount-Pos > ZERO
                       MOVE FeedEnvRecord(WS-Env-Amount-Pos:12)
                           TO WS-Env-Amount-X
                       IF WS-Env-Amount NUMERIC
                           ADD WS-Env-Amount TO WS-Env-Hash
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-FEED-SEQUENCE.
           OPEN INPUT FeedCtlFil
           EVALUATE WS-FeedCtl-Status
               WHEN "00"
                   CONTINUE
               WHEN "35"
      * no register yet - every sender's first delivery sets its
      * starting point.
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ERROR opening FeedControl.txt - status "
                       WS-FeedCtl-Status
                   STOP RUN WITH ERROR STATUS 1
           END-EVALUATE

           MOVE WS-Env-Sender   TO FC-Sender
           MOVE WS-Env-FeedType TO FC-FeedType
           READ FeedCtlFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-Env-Expected = FC-LastSeq + 1
                   EVALUATE TRUE
                       WHEN WS-Env-Sequence NOT > FC-LastSeq
                           STRING
                               "repeat - sequence " WS-Env-Sequence
                               " already accepted"
                               DELIMITED BY SIZE INTO WS-Env-Reason
                           END-STRING
                           MOVE "N" TO WS-Env-Valid
                       WHEN WS-Env-Sequence > WS-Env-Expected
                           STRING
                               "gap - sequence " WS-Env-Sequence
                               " but expected " WS-Env-Expected
                               DELIMITED BY SIZE INTO WS-Env-Reason
                           END-STRING
                           MOVE "N" TO WS-Env-Valid
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE FeedCtlFil.

      * the sequence advances only once the feed has been taken, so
      * a run that stops part-way leaves the same delivery
      * acceptable on the rerun.
       ACCEPT-FEED-SEQUENCE.
           OPEN I-O FeedCtlFil
           IF WS-FeedCtl-Status = "35"
               OPEN OUTPUT FeedCtlFil
               IF WS-FeedCtl-Status = "00"
                   CLOSE FeedCtlFil
                   OPEN I-O FeedCtlFil
               END-IF
           END-IF
           IF WS-FeedCtl-Status NOT = "00"
               DISPLAY "ERROR opening FeedControl.txt - status "
                   WS-FeedCtl-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           MOVE WS-Env-Sender   TO FC-Sender
           MOVE WS-Env-FeedType TO FC-FeedType
           READ FeedCtlFil
               INVALID KEY
                   MOVE WS-Env-Sequence TO FC-LastSeq
                   MOVE WS-Env-Date     TO FC-LastDate
                   MOVE WS-Env-Records  TO FC-LastCount
                   WRITE FeedCtlRecord
                       INVALID KEY
                           DISPLAY "ERROR writing FeedControl.txt"
                               " for " WS-Env-Sender
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-Env-Sequence TO FC-LastSeq
                   MOVE WS-Env-Date     TO FC-LastDate
                   MOVE WS-Env-Records  TO FC-LastCount
                   REWRITE FeedCtlRecord
                       INVALID KEY
                           DISPLAY "ERROR rewriting FeedControl.txt"
                               " for " WS-Env-Sender
                   END-REWRITE
           END-READ
           CLOSE FeedCtlFil.

       REFUSE-FEED-DELIVERY.
           DISPLAY "*** " WS-Env-FeedType " feed refused - "
               WS-Env-Reason

           OPEN EXTEND FeedRefusalFile
           IF WS-FeedRefusal-Status = "35"
               OPEN OUTPUT FeedRefusalFile
           END-IF
           IF WS-FeedRefusal-Status = "00"
               MOVE SPACES TO FeedRefusalLine
               STRING
                   WS-Env-Date " " WS-Job-Name " " WS-Env-FeedType
                   " sender " WS-Env-Sender
                   " seq " WS-Env-Sequence
                   " " WS-Env-Reason
                   DELIMITED BY SIZE INTO FeedRefusalLine
               END-STRING
               WRITE FeedRefusalLine
               CLOSE FeedRefusalFile
           ELSE
               DISPLAY "WARNING: FeedRefusals.txt not available -"
                   " status " WS-FeedRefusal-Status
           END-IF

           MOVE SPACES TO WS-Env-Refused-Name
           STRING
               WS-Env-Feed-Name DELIMITED BY ".txt"
               "." WS-Env-Date "." WS-Env-Time(1:6) ".refused"
                   DELIMITED BY SIZE
               INTO WS-Env-Refused-Name
           END-STRING
           CALL "CBL_RENAME_FILE"
               USING WS-Env-Feed-Name WS-Env-Refused-Name
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: " WS-Env-Feed-Name
                   " could not be set aside - move it before the"
                   " next run"
           ELSE
               DISPLAY WS-Env-Feed-Name " set aside as "
                   WS-Env-Refused-Name
           END-IF
           MOVE ZERO TO RETURN-CODE.
