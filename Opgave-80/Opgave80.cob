               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT SarCaseFil ASSIGN TO "SarCases.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SC-CaseNo
               ALTERNATE RECORD KEY IS SC-KundeID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SarCaseFil-Status.
           SELECT SarItemFile ASSIGN TO "SarItems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SarItemFile-Status.
           SELECT SarNarrFile ASSIGN TO "SarNarrative.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SarNarrFile-Status.
           SELECT SarCounterFile ASSIGN TO "SarCaseCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SarCounterFile-Status.

       DATA DIVISION.
       FILE SECTION.
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * an item escalated as suspicious goes into the customer's
      * open SAR case, or opens one - Opgave97 files it with the
      * FIU.
       FD  SarCaseFil.
       01  SarCaseRecord.
           COPY "SARCASE.cpy".

      * the register item as it stood when escalated, under the
      * case it was put in.
       FD  SarItemFile.
       01  SarItemRecord.
           02 SI-CaseNo PIC 9(8).
           02 SI-Image  PIC X(110).

      * the analyst's narrative, line by line, in the order keyed.
       FD  SarNarrFile.
       01  SarNarrRecord.
           02 SN-CaseNo PIC 9(8).
           02 SN-Date   PIC 9(8).
           02 SN-By     PIC X(10).
           02 SN-Text   PIC X(70).

      * one record carrying the last case number handed out - the
      * same single-control-record idiom as PostingRefCounter.txt.
       FD  SarCounterFile.
       01  SarCounterRecord.
           02 SCC-Last-Case PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RegisterFil-Status PIC X(2) VALUE "00".
       01 WS-KeepFile-Status    PIC X(2) VALUE "00".
       01 WS-SarCaseFil-Status     PIC X(2) VALUE "00".
       01 WS-SarItemFile-Status    PIC X(2) VALUE "00".
       01 WS-SarNarrFile-Status    PIC X(2) VALUE "00".
       01 WS-SarCounterFile-Status PIC X(2) VALUE "00".

       01 EOF-SARCASE PIC X VALUE "N".
           88 END-SARCASE VALUE "Y" FALSE "N".
       01 WS-Sar-Case-No  PIC 9(8) VALUE ZERO.
       01 WS-Sar-Existing PIC X VALUE "N".
           88 WS-SAR-CASE-EXISTS VALUE "Y".
       01 WS-Sar-Recorded PIC X VALUE "N".
           88 WS-SAR-ITEM-RECORDED VALUE "Y".
       01 WS-Narr-Text  PIC X(70) VALUE SPACES.
       01 WS-Narr-Count PIC 99 VALUE ZERO.
       01 WS-Today      PIC 9(8) VALUE ZERO.

       01 EOF-REGISTER PIC X VALUE "N".
           88 END-REGISTER VALUE "Y" FALSE "N".
               " supervisor - review unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       ACCEPT WS-Today FROM DATE YYYYMMDD

       OPEN INPUT RegisterFil
       IF WS-RegisterFil-Status NOT = "00"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O SarCaseFil
       IF WS-SarCaseFil-Status = "35"
           OPEN OUTPUT SarCaseFil
           IF WS-SarCaseFil-Status = "00"
               CLOSE SarCaseFil
               OPEN I-O SarCaseFil
           END-IF
       END-IF
       IF WS-SarCaseFil-Status NOT = "00"
           DISPLAY "ERROR opening SarCases.txt - status "
               WS-SarCaseFil-Status
           CLOSE RegisterFil
           CLOSE KeepFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL END-REGISTER
           READ RegisterFil
               AT END

       CLOSE RegisterFil
       CLOSE KeepFile
       CLOSE SarCaseFil

       PERFORM SWAP-KEEPFILE-IN

               WHEN WS-ACT-ESCALATE
                   MOVE "E" TO CR-Disposition
                   MOVE WS-Operator-ID TO CR-DispBy
                   PERFORM FILE-ITEM-TO-SAR-CASE
                   IF WS-SAR-ITEM-RECORDED
                       ADD 1 TO WS-Disposed-Count
                       PERFORM ACCEPT-SAR-NARRATIVE
                       DISPLAY "Escalated into SAR case "
                           WS-Sar-Case-No
                           " - file it with the FIU through"
                           " Opgave97"
                   ELSE
                       MOVE SPACE  TO CR-Disposition
                       MOVE SPACES TO CR-DispBy
                       ADD 1 TO WS-Open-Count
                       DISPLAY "Item left open - escalate it again"
                   END-IF
               WHEN WS-ACT-QUIT
                   MOVE "Y" TO WS-Quit-Requested
                   ADD 1 TO WS-Open-Count
           END-EVALUATE
           PERFORM KEEP-THIS-RECORD.

      * a customer has at most one case still collecting; once it
      * is filed, a new escalation starts the next case.
       FILE-ITEM-TO-SAR-CASE.
           MOVE "N" TO WS-Sar-Recorded
           MOVE "N" TO WS-Sar-Existing
           SET END-SARCASE TO FALSE
           MOVE CR-KundeID TO SC-KundeID
           START SarCaseFil KEY IS EQUAL TO SC-KundeID
               INVALID KEY
                   SET END-SARCASE TO TRUE
           END-START
           PERFORM UNTIL END-SARCASE OR WS-SAR-CASE-EXISTS
               READ SarCaseFil NEXT RECORD
                   AT END
                       SET END-SARCASE TO TRUE
                   NOT AT END
                       IF SC-KundeID NOT = CR-KundeID
                           SET END-SARCASE TO TRUE
                       ELSE
                           IF SC-OPEN
                               MOVE "Y" TO WS-Sar-Existing
                               MOVE SC-CaseNo TO WS-Sar-Case-No
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-SAR-CASE-EXISTS
               PERFORM NEXT-SAR-CASE-NO
               IF WS-Sar-Case-No = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND SarItemFile
           IF WS-SarItemFile-Status = "35"
               OPEN OUTPUT SarItemFile
           END-IF
           IF WS-SarItemFile-Status NOT = "00"
               DISPLAY "ERROR opening SarItems.txt - status "
                   WS-SarItemFile-Status
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Sar-Case-No TO SI-CaseNo
           MOVE CompRecord     TO SI-Image
           WRITE SarItemRecord
           IF WS-SarItemFile-Status NOT = "00"
               DISPLAY "ERROR writing SarItems.txt - status "
                   WS-SarItemFile-Status
               CLOSE SarItemFile
               EXIT PARAGRAPH
           END-IF
           CLOSE SarItemFile

           IF WS-SAR-CASE-EXISTS
               ADD 1 TO SC-ItemCount
               REWRITE SarCaseRecord
                   INVALID KEY
                       DISPLAY "ERROR rewriting SAR case "
                           SC-CaseNo
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE WS-Sar-Case-No TO SC-CaseNo
               MOVE CR-KundeID     TO SC-KundeID
               MOVE "O"            TO SC-Status
               MOVE WS-Today       TO SC-OpenDate
               MOVE WS-Operator-ID TO SC-OpenedBy
               MOVE 1              TO SC-ItemCount
               MOVE ZERO           TO SC-FiledDate
               MOVE SPACES         TO SC-FiledBy
               MOVE ZERO           TO SC-AckDate
               MOVE SPACES         TO SC-AckRef
               MOVE ZERO           TO SC-ClosedDate
               MOVE SPACES         TO SC-ClosedBy
               WRITE SarCaseRecord
                   INVALID KEY
                       DISPLAY "ERROR writing SAR case "
                           SC-CaseNo
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE "Y" TO WS-Sar-Recorded.

      * why the analyst finds it suspicious, in their own words -
      * more can be added in Opgave97 until the case is filed.
       ACCEPT-SAR-NARRATIVE.
           OPEN EXTEND SarNarrFile
           IF WS-SarNarrFile-Status = "35"
               OPEN OUTPUT SarNarrFile
           END-IF
           IF WS-SarNarrFile-Status NOT = "00"
               DISPLAY "ERROR opening SarNarrative.txt - status "
                   WS-SarNarrFile-Status
                   " - add the narrative in Opgave97"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Narrative for the FIU (up to 10 lines of 70,"
               " blank line ends):"
           MOVE ZERO TO WS-Narr-Count
           MOVE "X" TO WS-Narr-Text
           PERFORM UNTIL WS-Narr-Text = SPACES
                   OR WS-Narr-Count = 10
               MOVE SPACES TO WS-Narr-Text
               ACCEPT WS-Narr-Text
               IF WS-Narr-Text NOT = SPACES
                   ADD 1 TO WS-Narr-Count
                   MOVE WS-Sar-Case-No TO SN-CaseNo
                   MOVE WS-Today       TO SN-Date
                   MOVE WS-Operator-ID TO SN-By
                   MOVE WS-Narr-Text   TO SN-Text
                   WRITE SarNarrRecord
                   IF WS-SarNarrFile-Status NOT = "00"
                       DISPLAY "ERROR writing SarNarrative.txt -"
                           " status " WS-SarNarrFile-Status
                       MOVE SPACES TO WS-Narr-Text
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SarNarrFile.

      * a missing counter file just means no case was ever opened -
      * numbering starts from one. Written back at once, so a case
      * number is never handed out twice.
       NEXT-SAR-CASE-NO.
           MOVE ZERO TO WS-Sar-Case-No
           OPEN INPUT SarCounterFile
           IF WS-SarCounterFile-Status = "00"
               READ SarCounterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCC-Last-Case TO WS-Sar-Case-No
               END-READ
               CLOSE SarCounterFile
           END-IF

           ADD 1 TO WS-Sar-Case-No

           OPEN OUTPUT SarCounterFile
           IF WS-SarCounterFile-Status NOT = "00"
               DISPLAY "ERROR opening SarCaseCounter.txt - status "
                   WS-SarCounterFile-Status
               MOVE ZERO TO WS-Sar-Case-No
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Sar-Case-No TO SCC-Last-Case
           WRITE SarCounterRecord
           IF WS-SarCounterFile-Status NOT = "00"
               DISPLAY "ERROR writing SarCaseCounter.txt - status "
                   WS-SarCounterFile-Status
               MOVE ZERO TO WS-Sar-Case-No
           END-IF
           CLOSE SarCounterFile.

       KEEP-THIS-RECORD.
           MOVE CompRecord TO KeepRecord
           WRITE KeepRecord
