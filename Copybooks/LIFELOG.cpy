      *-----------------------------------------------------------*
      * LIFELOG.cpy - appends one lifecycle event (LIFEEVT.cpy) to *
      * LifecycleEvents.txt. Copied into PROCEDURE DIVISION, the   *
      * same way AUDITLOG.cpy is.                                  *
      *                                                             *
      * Contract - the including program must declare:             *
      *   SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"       *
      *       ORGANIZATION IS LINE SEQUENTIAL                      *
      *       FILE STATUS IS WS-LifeEvt-Status.                    *
      *   FD LifeEvtFile.                                          *
      *   01 LifeEvtRecord.                                        *
      *       COPY "LIFEEVT.cpy".                                  *
      *   WS-LifeEvt-Status PIC X(2)                               *
      * then MOVE SPACES TO LifeEvtRecord, load the LE- fields     *
      * that apply to the event (amounts default to zero here) and *
      * PERFORM WRITE-LIFE-EVENT. The file is opened and closed    *
      * around each event, so a program that logs a handful of     *
      * them has no extra open/close plumbing on its error paths;  *
      * the first event ever written creates the file.             *
      *                                                             *
      * A failure to log the event is announced but does not stop  *
      * the run - like the audit trail, the event log feeds the    *
      * management report, it is not a gate on the business.       *
      *-----------------------------------------------------------*
       WRITE-LIFE-EVENT.
           IF LE-Balance NOT NUMERIC
               MOVE ZERO TO LE-Balance
           END-IF

           OPEN EXTEND LifeEvtFile
           IF WS-LifeEvt-Status = "35"
               OPEN OUTPUT LifeEvtFile
           END-IF
           IF WS-LifeEvt-Status NOT = "00"
               DISPLAY "WARNING: could not open LifecycleEvents.txt"
                   " - " LE-Event " event for " LE-KundeID
                   " not logged, status " WS-LifeEvt-Status
           ELSE
               WRITE LifeEvtRecord
               IF WS-LifeEvt-Status NOT = "00"
                   DISPLAY "WARNING: could not write "
                       LE-Event " event for " LE-KundeID
                       " - status " WS-LifeEvt-Status
               END-IF
               CLOSE LifeEvtFile
           END-IF.
