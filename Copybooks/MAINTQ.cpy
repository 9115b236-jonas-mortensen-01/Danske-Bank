      *-----------------------------------------------------------*
      * MAINTQ.cpy - queues one maintenance request for a second   *
      * operator's approval instead of touching the master.        *
      * Copied into PROCEDURE DIVISION, the same way AUDITLOG.cpy  *
      * and SIGNON.cpy are.                                        *
      *                                                             *
      * Contract - the including program must declare:             *
      *   WS-MaintQueue-Status PIC X(2)                            *
      *   WS-Operator-ID       PIC X(10) (SIGNON.cpy - the keyer)  *
      * and must have the queue declared as:                       *
      *   SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt" *
      *       ORGANIZATION IS LINE SEQUENTIAL                      *
      *       FILE STATUS IS WS-MaintQueue-Status.                 *
      *   FD MaintQueueFile.                                       *
      *   01 MaintQueueRecord.                                     *
      *       COPY "MAINTREQ.cpy".                                 *
      *                                                             *
      * Before PERFORM QUEUE-MAINTENANCE-REQUEST the caller loads  *
      * MR-Kind, MR-Action, MR-Key, MR-Before and MR-After; the    *
      * paragraph stamps who keyed it and when. WS-MaintQueue-     *
      * Status is "00" afterwards only if the request is queued -  *
      * a request that could not be queued is simply not made,    *
      * and the operator is told to key it again.                  *
      *-----------------------------------------------------------*
       QUEUE-MAINTENANCE-REQUEST.
           MOVE WS-Operator-ID TO MR-Requester
           ACCEPT MR-ReqDate FROM DATE YYYYMMDD
           ACCEPT MR-ReqTime FROM TIME
           MOVE SPACES TO MR-Approver
           MOVE ZERO   TO MR-AppDate
           MOVE ZERO   TO MR-AppTime
           MOVE SPACE  TO MR-Outcome

           OPEN EXTEND MaintQueueFile
           IF WS-MaintQueue-Status = "35"
               OPEN OUTPUT MaintQueueFile
           END-IF
           IF WS-MaintQueue-Status NOT = "00"
               DISPLAY "ERROR opening PendingMaintenance.txt -"
                   " status " WS-MaintQueue-Status
                   " - change NOT requested, key it again"
               EXIT PARAGRAPH
           END-IF
           WRITE MaintQueueRecord
           IF WS-MaintQueue-Status NOT = "00"
               DISPLAY "ERROR writing PendingMaintenance.txt -"
                   " status " WS-MaintQueue-Status
                   " - change NOT requested, key it again"
               CLOSE MaintQueueFile
               MOVE "30" TO WS-MaintQueue-Status
               EXIT PARAGRAPH
           END-IF
           CLOSE MaintQueueFile
           DISPLAY "Change " MR-Kind " " MR-Action " " MR-Key
               " queued - takes effect when a second operator"
               " approves it (Opgave60)".
