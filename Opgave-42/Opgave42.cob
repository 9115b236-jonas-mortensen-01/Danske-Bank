               RECORD KEY IS Disp-TransRef
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DisputeFil-Status.
           SELECT ComplaintFil ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CP-CaseNo
               ALTERNATE RECORD KEY IS CP-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ComplaintFil-Status.

       DATA DIVISION.
       FILE SECTION.
           02 Disp-ClosedDate PIC 9(8).
           02 Disp-OpenedBy   PIC X(10).

      * the complaints register Opgave122 maintains - open cases are
      * counted per category and per branch, with those past their
      * response deadline called out.
       FD  ComplaintFil.
       01  ComplaintRecord.
           COPY "COMPLAINT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JobLog-Status     PIC X(2) VALUE "00".
       01 WS-ReportFile-Status PIC X(2) VALUE "00".
       01 WS-Dispute-Count  PIC 9(5) VALUE ZERO.
       01 WS-Oldest-Dispute PIC 9(8) VALUE ZERO.

       01 WS-ComplaintFil-Status PIC X(2) VALUE "00".
       01 EOF-COMPLAINT PIC X VALUE "N".
           88 END-COMPLAINT VALUE "Y" FALSE "N".
       01 WS-Complaint-Count PIC 9(5) VALUE ZERO.
       01 WS-Complaint-Late  PIC 9(5) VALUE ZERO.
       01 WS-Compl-Cat-Table.
           02 WS-Compl-Cat-Entry OCCURS 30 TIMES.
               03 WS-Compl-Cat-Code PIC X(4).
               03 WS-Compl-Cat-Open PIC 9(5).
               03 WS-Compl-Cat-Late PIC 9(5).
       01 WS-Compl-Cat-Count PIC 99 VALUE ZERO.
       01 WS-Compl-Br-Table.
           02 WS-Compl-Br-Entry OCCURS 50 TIMES.
               03 WS-Compl-Br-Code PIC X(4).
               03 WS-Compl-Br-Open PIC 9(5).
               03 WS-Compl-Br-Late PIC 9(5).
       01 WS-Compl-Br-Count PIC 99 VALUE ZERO.
       01 WS-Compl-Idx      PIC 99.
       01 WS-Compl-Hit      PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
      * pass one: the date of the latest night on the log.
       OPEN INPUT JobLogFile
           END-PERFORM

           PERFORM WRITE-PENDING-QUEUE-SECTION
           PERFORM WRITE-DISPUTE-SECTION
           PERFORM WRITE-COMPLAINT-SECTION.

       WRITE-DISPUTE-SECTION.
           SET END-DISP TO FALSE
               PERFORM WRITE-OPS-LINE
           END-IF.

      * open complaints per category and per branch; a case is past
      * its deadline when the deadline lies before the night being
      * reported.
       WRITE-COMPLAINT-SECTION.
           SET END-COMPLAINT TO FALSE
           OPEN INPUT ComplaintFil
           IF WS-ComplaintFil-Status NOT = "00"
               SET END-COMPLAINT TO TRUE
           END-IF
           IF NOT END-COMPLAINT
               MOVE LOW-VALUES TO CP-CaseNo
               START ComplaintFil
                       KEY IS NOT LESS THAN CP-CaseNo
                   INVALID KEY
                       SET END-COMPLAINT TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-COMPLAINT
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-COMPLAINT TO TRUE
                   NOT AT END
                       IF CP-OPEN
                           PERFORM COUNT-ONE-COMPLAINT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ComplaintFil-Status = "00" OR "10"
               CLOSE ComplaintFil
           END-IF

           IF WS-Complaint-Count = ZERO
               MOVE "Complaints register: no open complaints"
                   TO OpsReportLine
               PERFORM WRITE-OPS-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OpsReportLine
           STRING
               "Complaints register: " WS-Complaint-Count
               " open, " WS-Complaint-Late " past the response"
               " deadline - handle with Opgave122"
               INTO OpsReportLine
           END-STRING
           PERFORM WRITE-OPS-LINE
           PERFORM VARYING WS-Compl-Idx FROM 1 BY 1
                   UNTIL WS-Compl-Idx > WS-Compl-Cat-Count
               MOVE SPACES TO OpsReportLine
               STRING
                   "  category " WS-Compl-Cat-Code(WS-Compl-Idx)
                   "  open " WS-Compl-Cat-Open(WS-Compl-Idx)
                   "  past deadline " WS-Compl-Cat-Late(WS-Compl-Idx)
                   INTO OpsReportLine
               END-STRING
               PERFORM WRITE-OPS-LINE
           END-PERFORM
           PERFORM VARYING WS-Compl-Idx FROM 1 BY 1
                   UNTIL WS-Compl-Idx > WS-Compl-Br-Count
               MOVE SPACES TO OpsReportLine
               STRING
                   "  branch   " WS-Compl-Br-Code(WS-Compl-Idx)
                   "  open " WS-Compl-Br-Open(WS-Compl-Idx)
                   "  past deadline " WS-Compl-Br-Late(WS-Compl-Idx)
                   INTO OpsReportLine
               END-STRING
               PERFORM WRITE-OPS-LINE
           END-PERFORM.

       COUNT-ONE-COMPLAINT.
           ADD 1 TO WS-Complaint-Count
           IF CP-DeadlineDate < WS-Latest-Date
               ADD 1 TO WS-Complaint-Late
           END-IF

           MOVE ZERO TO WS-Compl-Hit
           PERFORM VARYING WS-Compl-Idx FROM 1 BY 1
                   UNTIL WS-Compl-Idx > WS-Compl-Cat-Count
               IF WS-Compl-Cat-Code(WS-Compl-Idx) = CP-Category
                   MOVE WS-Compl-Idx TO WS-Compl-Hit
               END-IF
           END-PERFORM
           IF WS-Compl-Hit = ZERO
               IF WS-Compl-Cat-Count >= 30
                   DISPLAY "ERROR - complaint category table full -"
                       " report aborted rather than silently"
                       " dropping categories"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Compl-Cat-Count
               MOVE WS-Compl-Cat-Count TO WS-Compl-Hit
               MOVE CP-Category TO WS-Compl-Cat-Code(WS-Compl-Hit)
               MOVE ZERO TO WS-Compl-Cat-Open(WS-Compl-Hit)
               MOVE ZERO TO WS-Compl-Cat-Late(WS-Compl-Hit)
           END-IF
           ADD 1 TO WS-Compl-Cat-Open(WS-Compl-Hit)
           IF CP-DeadlineDate < WS-Latest-Date
               ADD 1 TO WS-Compl-Cat-Late(WS-Compl-Hit)
           END-IF

           MOVE ZERO TO WS-Compl-Hit
           PERFORM VARYING WS-Compl-Idx FROM 1 BY 1
                   UNTIL WS-Compl-Idx > WS-Compl-Br-Count
               IF WS-Compl-Br-Code(WS-Compl-Idx) = CP-Branch
                   MOVE WS-Compl-Idx TO WS-Compl-Hit
               END-IF
           END-PERFORM
           IF WS-Compl-Hit = ZERO
               IF WS-Compl-Br-Count >= 50
                   DISPLAY "ERROR - complaint branch table full -"
                       " report aborted rather than silently"
                       " dropping branches"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Compl-Br-Count
               MOVE WS-Compl-Br-Count TO WS-Compl-Hit
               MOVE CP-Branch TO WS-Compl-Br-Code(WS-Compl-Hit)
               MOVE ZERO TO WS-Compl-Br-Open(WS-Compl-Hit)
               MOVE ZERO TO WS-Compl-Br-Late(WS-Compl-Hit)
           END-IF
           ADD 1 TO WS-Compl-Br-Open(WS-Compl-Hit)
           IF CP-DeadlineDate < WS-Latest-Date
               ADD 1 TO WS-Compl-Br-Late(WS-Compl-Hit)
           END-IF.

      * the approval queue is money a customer is waiting on - an
      * empty queue is one quiet line, anything else names how many
      * items and how old the oldest is.
