           SELECT ResubmitFile ASSIGN TO "Opgave19Intake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ResubmitFile-Status.
           SELECT Resubmit77File ASSIGN TO "AddressChangeRepairs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Resubmit77File-Status.
           SELECT ValutaFil ASSIGN TO "Valutaer.txt"
           02 Resub-Balance       PIC S9(10)V99.
           02 Resub-Valuta        PIC X(3).

      * a repaired CRM address change is queued for Opgave77 beside
      * the CRM's own feed - not appended to it, which would break
      * the feed's delivery envelope - so it passes through exactly
      * Opgave77's own validation on the next nightly run.
       FD  Resubmit77File.
       01  Resubmit77Record.
           02 R77-KundeID PIC X(10).
           02 ValutaRecord-Active    PIC X(1).
               88 VALUTA-RECORD-ACTIVE VALUE "A".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RejectFile-Status   PIC X(2) VALUE "00".

      * the usual fault is a KundeID the CRM got wrong - corrected
      * here, proven against the customer master, and requeued on
      * AddressChangeRepairs.txt for Opgave77's own validation to
      * apply again on the next nightly run.
       REPAIR-ADDRESS-CHANGE.
           MOVE Rej-Image TO WS-Image-Addr


           IF WS-REPAIR-PASSED
               OPEN EXTEND Resubmit77File
               IF WS-Resubmit77File-Status = "35"
                   OPEN OUTPUT Resubmit77File
               END-IF
               IF WS-Resubmit77File-Status NOT = "00"
                   DISPLAY "ERROR opening AddressChangeRepairs.txt -"
                       " status " WS-Resubmit77File-Status
                   PERFORM KEEP-THIS-REJECT
               ELSE
                   WRITE Resubmit77Record
                   IF WS-Resubmit77File-Status NOT = "00"
                       DISPLAY "ERROR writing"
                           " AddressChangeRepairs.txt - status "
                           WS-Resubmit77File-Status
                       CLOSE Resubmit77File
                       PERFORM KEEP-THIS-REJECT
