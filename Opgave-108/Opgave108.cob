       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave108.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CheckpointFile ASSIGN DYNAMIC WS-Part-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT PartInFile ASSIGN DYNAMIC WS-Part-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PartInFile-Status.
           SELECT SharedOutFile ASSIGN DYNAMIC WS-Shared-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SharedOutFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CheckpointFile.
       01  CheckpointRecord.
           COPY "PARTCKPT.cpy".

      * any one of a partition's output files - history, journal,
      * rejects or review queue - line for line as Opgave11 wrote it.
       FD  PartInFile.
       01  PartInRecord PIC X(200).

      * the shared file the same lines belong in.
       FD  SharedOutFile.
       01  SharedOutRecord PIC X(200).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

      * read here for the partitions' own records before the merge
      * adds the night's OPGAVE11 one.
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
       01 WS-Checkpoint-Status    PIC X(2) VALUE "00".
       01 WS-PartInFile-Status    PIC X(2) VALUE "00".
       01 WS-SharedOutFile-Status PIC X(2) VALUE "00".

       01 EOF-PARTIN PIC X VALUE "N".
           88 END-PARTIN VALUE "Y" FALSE "N".
       01 EOF-JOBLOG PIC X VALUE "N".
           88 END-JOBLOG VALUE "Y" FALSE "N".

      * each partition file and the shared file it is merged into -
      * the history first, then its journal, so the repair run never
      * sees a journal leg whose history line is still outside.
       01 WS-Merge-Values.
           02 FILLER PIC X(16) VALUE "Trans.txt".
           02 FILLER PIC X(40) VALUE "KontoTransaktion.txt".
           02 FILLER PIC X(16) VALUE "Journal.txt".
           02 FILLER PIC X(40) VALUE "PostingJournal.txt".
           02 FILLER PIC X(16) VALUE "Rejects.txt".
           02 FILLER PIC X(40) VALUE "Opgave11Rejects.txt".
           02 FILLER PIC X(16) VALUE "DupReview.txt".
           02 FILLER PIC X(40) VALUE "Opgave11DupReview.txt".
           02 FILLER PIC X(16) VALUE "FraudReview.txt".
           02 FILLER PIC X(40) VALUE "Opgave11FraudReview.txt".
       01 WS-Merge-Table REDEFINES WS-Merge-Values.
           02 WS-Merge-Entry OCCURS 5 TIMES.
               03 WS-Merge-Suffix PIC X(16).
               03 WS-Merge-Shared PIC X(40).
       01 WS-Merge-Idx PIC 9(1) VALUE ZERO.

      * the files a finished partition leaves behind once merged.
       01 WS-Cleanup-Values.
           02 FILLER PIC X(16) VALUE "Intake.txt".
           02 FILLER PIC X(16) VALUE "Trans.txt".
           02 FILLER PIC X(16) VALUE "Journal.txt".
           02 FILLER PIC X(16) VALUE "Rejects.txt".
           02 FILLER PIC X(16) VALUE "DupReview.txt".
           02 FILLER PIC X(16) VALUE "FraudReview.txt".
           02 FILLER PIC X(16) VALUE "RefCounter.txt".
           02 FILLER PIC X(16) VALUE "DupWork.dat".
           02 FILLER PIC X(16) VALUE "FraudWork.dat".
           02 FILLER PIC X(16) VALUE "PayerWork.dat".
       01 WS-Cleanup-Table REDEFINES WS-Cleanup-Values.
           02 WS-Cleanup-Suffix PIC X(16) OCCURS 10 TIMES.
       01 WS-Cleanup-Idx PIC 9(2) VALUE ZERO.

       01 WS-Part-Filename   PIC X(40) VALUE SPACES.
       01 WS-Part-Suffix     PIC X(16) VALUE SPACES.
       01 WS-Shared-Filename PIC X(40) VALUE SPACES.
       01 WS-Part-Digit      PIC 9(1) VALUE ZERO.
       01 WS-Part-Idx        PIC 9(2) VALUE ZERO.

      * which partitions the split made, and whether each is done.
       01 WS-Part-Table.
           02 WS-Part-Entry OCCURS 10 TIMES.
               03 WS-Part-Found    PIC X(1).
                   88 WS-PART-ON-FILE VALUE "Y".
               03 WS-Part-Complete PIC X(1).
                   88 WS-PART-DONE VALUE "Y".
       01 WS-Part-Count      PIC 9(2) VALUE ZERO.
       01 WS-Open-Count      PIC 9(2) VALUE ZERO.

      * the partitions' running totals, added up into the night's
      * figures for the posting step as a whole.
       01 WS-Total-Done      PIC 9(7) VALUE ZERO.
       01 WS-Total-Posted    PIC 9(7) VALUE ZERO.
       01 WS-Total-Rejected  PIC 9(7) VALUE ZERO.
       01 WS-Total-Diverted  PIC 9(7) VALUE ZERO.
       01 WS-Total-Held      PIC 9(7) VALUE ZERO.
       01 WS-Lines-Moved     PIC 9(7) VALUE ZERO.
       01 WS-File-Lines      PIC 9(7) VALUE ZERO.
       01 WS-Post-Start      PIC 9(8) VALUE ZERO.
       01 WS-Merge-Start     PIC 9(8) VALUE ZERO.

       01 WS-Delete-RC PIC S9(9) COMP-5 VALUE ZERO.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE108".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Job-Date
       MOVE WS-Job-Start TO WS-Merge-Start

      * safe to run after every pass, finished or not: whatever a
      * partition has written so far moves into the shared files
      * and its own copy is emptied, so nothing is merged twice and
      * the repair run and a rerun's duplicate guard both see it.
       PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > 10
           PERFORM MERGE-ONE-PARTITION
       END-PERFORM

       IF WS-Part-Count = ZERO
           DISPLAY "No split intake on file - nothing to merge"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       DISPLAY "Partitions merged: " WS-Part-Count
           ", lines moved: " WS-Lines-Moved
       DISPLAY "Requests processed: " WS-Total-Done
       DISPLAY "Postings applied:   " WS-Total-Posted
       DISPLAY "Rejected: " WS-Total-Rejected
           "  diverted: " WS-Total-Diverted
           "  held: " WS-Total-Held

       MOVE WS-Part-Count  TO WS-Job-Count1
       MOVE WS-Lines-Moved TO WS-Job-Count2
       MOVE WS-Open-Count  TO WS-Job-Count3

       IF WS-Open-Count > ZERO
           DISPLAY WS-Open-Count " partition(s) not finished -"
               " the split stays on file for the rerun"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF

       PERFORM JOBLOG-END

      * every partition is through: the night's posting step is
      * logged as the one OPGAVE11 record the morning report and
      * the run-to-run comparison expect, timed from the first
      * partition's start, and the split is cleared away.
       PERFORM FIND-POSTING-START
       MOVE "OPGAVE11" TO WS-Job-Name
       MOVE WS-Post-Start TO WS-Job-Start
       COMPUTE WS-Job-Count1 = WS-Total-Posted + WS-Total-Rejected
           + WS-Total-Diverted + WS-Total-Held
       MOVE WS-Total-Posted TO WS-Job-Count2
       COMPUTE WS-Job-Count3 = WS-Total-Rejected + WS-Total-Diverted
           + WS-Total-Held
       PERFORM JOBLOG-END

       PERFORM CLEAR-PARTITION-SET
       DISPLAY "Partitioned posting complete - split cleared"

       STOP RUN.

       MERGE-ONE-PARTITION.
           COMPUTE WS-Part-Digit = WS-Part-Idx - 1
           MOVE "N" TO WS-Part-Found(WS-Part-Idx)
           MOVE "N" TO WS-Part-Complete(WS-Part-Idx)
           MOVE "Checkpoint.txt" TO WS-Part-Suffix
           PERFORM BUILD-PART-FILENAME
           OPEN INPUT CheckpointFile
           IF WS-Checkpoint-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CheckpointFile
               AT END
                   DISPLAY "ERROR " WS-Part-Filename " is empty"
                   CLOSE CheckpointFile
                   STOP RUN WITH ERROR STATUS 1
           END-READ
           CLOSE CheckpointFile

           MOVE "Y" TO WS-Part-Found(WS-Part-Idx)
           ADD 1 TO WS-Part-Count
           ADD CK-Done     TO WS-Total-Done
           ADD CK-Posted   TO WS-Total-Posted
           ADD CK-Rejected TO WS-Total-Rejected
           ADD CK-Diverted TO WS-Total-Diverted
           ADD CK-Held     TO WS-Total-Held
           IF CK-COMPLETE
               MOVE "Y" TO WS-Part-Complete(WS-Part-Idx)
           ELSE
               ADD 1 TO WS-Open-Count
               DISPLAY "Partition " WS-Part-Digit " not finished - "
                   CK-Done " of " CK-Records " requests done"
           END-IF

           PERFORM VARYING WS-Merge-Idx FROM 1 BY 1
                   UNTIL WS-Merge-Idx > 5
               PERFORM MERGE-ONE-FILE
           END-PERFORM.

      * appended line for line, then the partition's copy is emptied
      * straight away - the window in which a line is in both places
      * is the one file's copy, never the whole partition's.
       MERGE-ONE-FILE.
           MOVE WS-Merge-Suffix(WS-Merge-Idx) TO WS-Part-Suffix
           MOVE WS-Merge-Shared(WS-Merge-Idx) TO WS-Shared-Filename
           PERFORM BUILD-PART-FILENAME
           OPEN INPUT PartInFile
           IF WS-PartInFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-File-Lines
           SET END-PARTIN TO FALSE
           READ PartInFile
               AT END
                   SET END-PARTIN TO TRUE
           END-READ
           IF END-PARTIN
               CLOSE PartInFile
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SharedOutFile
           IF WS-SharedOutFile-Status = "35"
               OPEN OUTPUT SharedOutFile
           END-IF
           IF WS-SharedOutFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Shared-Filename
                   " - status " WS-SharedOutFile-Status
               CLOSE PartInFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM UNTIL END-PARTIN
               MOVE PartInRecord TO SharedOutRecord
               WRITE SharedOutRecord
               IF WS-SharedOutFile-Status NOT = "00"
                   DISPLAY "ERROR writing " WS-Shared-Filename
                       " - status " WS-SharedOutFile-Status
                   CLOSE PartInFile
                   CLOSE SharedOutFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-File-Lines
               READ PartInFile
                   AT END
                       SET END-PARTIN TO TRUE
               END-READ
           END-PERFORM
           CLOSE SharedOutFile
           CLOSE PartInFile

           OPEN OUTPUT PartInFile
           IF WS-PartInFile-Status NOT = "00"
               DISPLAY "ERROR emptying " WS-Part-Filename
                   " - status " WS-PartInFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE PartInFile
           ADD WS-File-Lines TO WS-Lines-Moved
           DISPLAY "  " WS-File-Lines " lines from " WS-Part-Filename.

       BUILD-PART-FILENAME.
           MOVE SPACES TO WS-Part-Filename
           STRING "Opgave11P" WS-Part-Digit
               WS-Part-Suffix DELIMITED BY SPACE
               INTO WS-Part-Filename
           END-STRING.

      * the earliest start among tonight's partition records - the
      * posting step as a whole began when its first partition did.
       FIND-POSTING-START.
           MOVE WS-Merge-Start TO WS-Post-Start
           OPEN INPUT JobLogFile
           IF WS-JobLog-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET END-JOBLOG TO FALSE
           PERFORM UNTIL END-JOBLOG
               READ JobLogFile
                   AT END
                       SET END-JOBLOG TO TRUE
                   NOT AT END
                       IF JL-Program(1:9) = "OPGAVE11P"
                               AND JL-Date = WS-Job-Date
                               AND JL-StartTime < WS-Post-Start
                           MOVE JL-StartTime TO WS-Post-Start
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobLogFile.

      * partition 0's checkpoint goes last - it is the mark Opgave107
      * looks for, so a failure part-way leaves the set recognisable.
       CLEAR-PARTITION-SET.
           PERFORM VARYING WS-Part-Idx FROM 10 BY -1
                   UNTIL WS-Part-Idx < 1
               IF WS-PART-ON-FILE(WS-Part-Idx)
                   COMPUTE WS-Part-Digit = WS-Part-Idx - 1
                   PERFORM VARYING WS-Cleanup-Idx FROM 1 BY 1
                           UNTIL WS-Cleanup-Idx > 10
                       MOVE WS-Cleanup-Suffix(WS-Cleanup-Idx)
                           TO WS-Part-Suffix
                       PERFORM DELETE-PART-FILE
                   END-PERFORM
                   MOVE "Checkpoint.txt" TO WS-Part-Suffix
                   PERFORM DELETE-PART-FILE
               END-IF
           END-PERFORM
           MOVE "Opgave107Work.dat" TO WS-Part-Filename
           CALL "CBL_DELETE_FILE" USING WS-Part-Filename
               RETURNING WS-Delete-RC
           END-CALL
           MOVE ZERO TO RETURN-CODE.

      * a file the partition never made is nothing to delete.
       DELETE-PART-FILE.
           PERFORM BUILD-PART-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-Part-Filename
               RETURNING WS-Delete-RC
           END-CALL.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
