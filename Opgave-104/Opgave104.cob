       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave104.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT DlvIntakeFile
               ASSIGN TO "DeliveryPreferencesIntake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DlvIntakeFile-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.
           SELECT DocRegFil ASSIGN TO "DocumentRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DR-DocID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DocRegFil-Status.
           SELECT DocArchFil ASSIGN TO "DocumentArchive.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DA-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DocArchFil-Status.
           SELECT ReceiptFile ASSIGN TO "MailboxReceipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReceiptFile-Status.
           SELECT LastDocFile ASSIGN TO "Opgave104LastDoc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastDocFile-Status.
           SELECT MailboxFile ASSIGN TO "Opgave104Mailbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MailboxFile-Status.
           SELECT FallbackFile ASSIGN TO "Opgave104PaperFallback.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FallbackFile-Status.
           SELECT ReconFile ASSIGN TO "Opgave104Reconciliation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReconFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

      * preference changes from the branches: S sets (or re-states)
      * a customer's channel and mailbox identifier, X removes the
      * preference so the customer is back on paper.
       FD  DlvIntakeFile.
       01  DlvIntakeRecord.
           02 DI-Action    PIC X(1).
               88 DI-SET    VALUE "S".
               88 DI-REMOVE VALUE "X".
           02 DI-KundeID   PIC X(10).
           02 DI-Channel   PIC X(1).
           02 DI-MailboxID PIC X(20).

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

      * one record per document handed to the mailbox provider,
      * numbered in the order sent. S sent and not yet confirmed,
      * R confirmed received, U undeliverable but already printed
      * (the customer takes both), F undeliverable and printed from
      * the archive instead.
       FD  DocRegFil.
       01  DocRegRecord.
           02 DR-DocID      PIC 9(9).
           02 DR-DocType    PIC X(4).
           02 DR-KundeID    PIC X(10).
           02 DR-MailboxID  PIC X(20).
           02 DR-Source     PIC X(10).
           02 DR-Created    PIC 9(8).
           02 DR-Sent       PIC 9(8).
           02 DR-Lines      PIC 9(5).
           02 DR-PaperCopy  PIC X(1).
               88 DR-PAPER-PRINTED VALUE "Y".
           02 DR-Status     PIC X(1).
               88 DR-STATUS-SENT        VALUE "S".
               88 DR-STATUS-RECEIVED    VALUE "R".
               88 DR-STATUS-UNDELIVERED VALUE "U".
               88 DR-STATUS-FALLBACK    VALUE "F".
           02 DR-StatusDate PIC 9(8).
           02 DR-Reason     PIC X(30).

      * every line of every document sent, kept so one the provider
      * cannot deliver can still go out on paper.
       FD  DocArchFil.
       01  DocArchRecord.
           02 DA-Key.
               03 DA-DocID  PIC 9(9).
               03 DA-LineNo PIC 9(5).
           02 DA-Text       PIC X(132).

      * the provider's return file: one line per document it has
      * delivered (R) or given up on (U), under the number it was
      * sent with.
       FD  ReceiptFile.
       01  ReceiptRecord.
           02 RCP-DocID  PIC 9(9).
           02 RCP-Status PIC X(1).
               88 RCP-RECEIVED      VALUE "R".
               88 RCP-UNDELIVERABLE VALUE "U".
           02 RCP-Date   PIC 9(8).
           02 RCP-Reason PIC X(30).

      * the highest document number handed out - one record, the
      * way Opgave92LastRef.txt works.
       FD  LastDocFile.
       01  LastDocRecord.
           02 LD-DocID PIC 9(9).
           02 LD-Date  PIC 9(8).

      * the night's package for the mailbox provider: per document a
      * DOC line (number, type, recipient), its TXT lines and an END
      * line with the line count; a TRL line closes the file with
      * the document count. Retired under a dated name by the chain.
       FD  MailboxFile.
       01  MailboxLine PIC X(180).

      * documents the provider could not deliver, from the archive,
      * for the print room.
       FD  FallbackFile.
       01  FallbackLine PIC X(132).

       FD  ReconFile.
       01  ReconLine PIC X(100).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

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
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE104".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded. An
      * MBXWAIT line gives the days a sent document may go
      * unconfirmed before the reconciliation lists it, 3 digits -
      * 3 days when no line is present.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Wait-Days  PIC 9(3) VALUE 3.

       01 WS-DlvPrefFil-Status    PIC X(2) VALUE "00".
       01 WS-DlvIntakeFile-Status PIC X(2) VALUE "00".
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-OutboxFil-Status     PIC X(2) VALUE "00".
       01 WS-DocRegFil-Status     PIC X(2) VALUE "00".
       01 WS-DocArchFil-Status    PIC X(2) VALUE "00".
       01 WS-ReceiptFile-Status   PIC X(2) VALUE "00".
       01 WS-LastDocFile-Status   PIC X(2) VALUE "00".
       01 WS-MailboxFile-Status   PIC X(2) VALUE "00".
       01 WS-FallbackFile-Status  PIC X(2) VALUE "00".
       01 WS-ReconFile-Status     PIC X(2) VALUE "00".

       01 EOF-DLVINTAKE PIC X VALUE "N".
           88 END-DLVINTAKE VALUE "Y" FALSE "N".
       01 EOF-OUTBOX PIC X VALUE "N".
           88 END-OUTBOX VALUE "Y" FALSE "N".
       01 EOF-RECEIPT PIC X VALUE "N".
           88 END-RECEIPT VALUE "Y" FALSE "N".
       01 EOF-DOCREG PIC X VALUE "N".
           88 END-DOCREG VALUE "Y" FALSE "N".
       01 EOF-DOCARCH PIC X VALUE "N".
           88 END-DOCARCH VALUE "Y" FALSE "N".
       01 EOF-LASTDOC PIC X VALUE "N".
           88 END-LASTDOC VALUE "Y" FALSE "N".

      * the document being packaged - a header opens it, the next
      * header or the end of the outbox closes it.
       01 WS-Last-DocID  PIC 9(9) VALUE ZERO.
       01 WS-Doc-Open    PIC X VALUE "N".
           88 WS-DOC-IN-PROGRESS VALUE "Y".
       01 WS-Doc-Lines   PIC 9(5) VALUE ZERO.
       01 WS-Doc-Display PIC Z(8)9.
       01 WS-Lines-Display PIC Z(4)9.

       01 WS-Prefs-Applied  PIC 9(5) VALUE ZERO.
       01 WS-Prefs-Refused  PIC 9(5) VALUE ZERO.

      * tonight's documents by type, in the order the types are
      * listed on the reconciliation.
       01 WS-Type-Table.
           02 WS-Type-Entry OCCURS 8 TIMES.
               03 WS-Type-Code  PIC X(4).
               03 WS-Type-Count PIC 9(7).
       01 WS-Type-Idx   PIC 9.
       01 WS-Docs-Sent  PIC 9(7) VALUE ZERO.
       01 WS-Lines-Sent PIC 9(9) VALUE ZERO.
       01 WS-Outbox-Orphans PIC 9(7) VALUE ZERO.

       01 WS-Rcpt-Read        PIC 9(7) VALUE ZERO.
       01 WS-Rcpt-Received    PIC 9(7) VALUE ZERO.
       01 WS-Rcpt-Undelivered PIC 9(7) VALUE ZERO.
       01 WS-Rcpt-Fallback    PIC 9(7) VALUE ZERO.
       01 WS-Rcpt-Unknown     PIC 9(7) VALUE ZERO.
       01 WS-Rcpt-Repeat      PIC 9(7) VALUE ZERO.

       01 WS-Reg-Sent        PIC 9(7) VALUE ZERO.
       01 WS-Reg-Received    PIC 9(7) VALUE ZERO.
       01 WS-Reg-Undelivered PIC 9(7) VALUE ZERO.
       01 WS-Reg-Fallback    PIC 9(7) VALUE ZERO.
       01 WS-Reg-Overdue     PIC 9(7) VALUE ZERO.
       01 WS-Age-Days        PIC S9(7) VALUE ZERO.
       01 WS-Count-Display   PIC Z(6)9.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       MOVE "STMT" TO WS-Type-Code(1)
       MOVE "TAXL" TO WS-Type-Code(2)
       MOVE "CONF" TO WS-Type-Code(3)
       MOVE "ALRT" TO WS-Type-Code(4)
       MOVE "RATE" TO WS-Type-Code(5)
       MOVE "MAJR" TO WS-Type-Code(6)
       MOVE "COST" TO WS-Type-Code(7)
       MOVE "OTHR" TO WS-Type-Code(8)
       PERFORM VARYING WS-Type-Idx FROM 1 BY 1 UNTIL WS-Type-Idx > 8
           MOVE ZERO TO WS-Type-Count(WS-Type-Idx)
       END-PERFORM

       MOVE "MBXWAIT" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:3) IS NUMERIC
           MOVE WS-RC-Value(1:3) TO WS-Wait-Days
       END-IF

       OPEN I-O DlvPrefFil
       IF WS-DlvPrefFil-Status = "35"
      * no preferences yet - the first one creates the file.
           OPEN OUTPUT DlvPrefFil
           CLOSE DlvPrefFil
           OPEN I-O DlvPrefFil
       END-IF
       IF WS-DlvPrefFil-Status NOT = "00"
           DISPLAY "ERROR opening DeliveryPreferences.txt - status "
               WS-DlvPrefFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE DlvPrefFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM APPLY-PREFERENCE-INTAKE
       CLOSE KundeFil
       CLOSE DlvPrefFil

       OPEN I-O DocRegFil
       IF WS-DocRegFil-Status = "35"
           OPEN OUTPUT DocRegFil
           CLOSE DocRegFil
           OPEN I-O DocRegFil
       END-IF
       IF WS-DocRegFil-Status NOT = "00"
           DISPLAY "ERROR opening DocumentRegister.txt - status "
               WS-DocRegFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O DocArchFil
       IF WS-DocArchFil-Status = "35"
           OPEN OUTPUT DocArchFil
           CLOSE DocArchFil
           OPEN I-O DocArchFil
       END-IF
       IF WS-DocArchFil-Status NOT = "00"
           DISPLAY "ERROR opening DocumentArchive.txt - status "
               WS-DocArchFil-Status
           CLOSE DocRegFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT MailboxFile
       IF WS-MailboxFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave104Mailbox.txt - status "
               WS-MailboxFile-Status
           CLOSE DocRegFil
           CLOSE DocArchFil
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN OUTPUT FallbackFile
       IF WS-FallbackFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave104PaperFallback.txt -"
               " status " WS-FallbackFile-Status
           CLOSE DocRegFil
           CLOSE DocArchFil
           CLOSE MailboxFile
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN OUTPUT ReconFile
       IF WS-ReconFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave104Reconciliation.txt -"
               " status " WS-ReconFile-Status
           CLOSE DocRegFil
           CLOSE DocArchFil
           CLOSE MailboxFile
           CLOSE FallbackFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReconLine
       STRING "DIGITAL MAILBOX RECONCILIATION - BUSINESS DAY "
           WS-Business-Date
           DELIMITED BY SIZE INTO ReconLine
       END-STRING
       PERFORM WRITE-RECON-LINE
       MOVE SPACES TO ReconLine
       PERFORM WRITE-RECON-LINE

       PERFORM APPLY-RECEIPTS

       PERFORM READ-LAST-DOC
       PERFORM PACKAGE-OUTBOX

       PERFORM RECONCILE-REGISTER

       CLOSE DocRegFil
       CLOSE DocArchFil
       CLOSE MailboxFile
       CLOSE FallbackFile
       CLOSE ReconFile

       PERFORM WRITE-LAST-DOC

       DISPLAY "Delivery preferences applied: " WS-Prefs-Applied
           " - refused: " WS-Prefs-Refused
       DISPLAY "Documents sent to the mailbox provider: "
           WS-Docs-Sent
       DISPLAY "Receipts: " WS-Rcpt-Received " received, "
           WS-Rcpt-Undelivered " undeliverable, "
           WS-Rcpt-Fallback " printed on paper instead"
       DISPLAY "Documents unconfirmed beyond " WS-Wait-Days
           " days: " WS-Reg-Overdue

       MOVE WS-Rcpt-Read   TO WS-Job-Count1
       MOVE WS-Docs-Sent   TO WS-Job-Count2
       MOVE WS-Reg-Overdue TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * the day's preference changes. Only a customer on file can
      * be set, only to D, P or B, and a mailbox channel needs the
      * identifier the provider knows the customer by.
       APPLY-PREFERENCE-INTAKE.
           OPEN INPUT DlvIntakeFile
           IF WS-DlvIntakeFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-DLVINTAKE
               READ DlvIntakeFile
                   AT END
                       SET END-DLVINTAKE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-PREFERENCE
               END-READ
           END-PERFORM
           CLOSE DlvIntakeFile.

       APPLY-ONE-PREFERENCE.
           EVALUATE TRUE
               WHEN DI-SET
                   MOVE DI-KundeID TO KundeRecord-KundeID
                   READ KundeFil
                       INVALID KEY
                           DISPLAY "Delivery preference refused - "
                               DI-KundeID " not on file"
                           ADD 1 TO WS-Prefs-Refused
                           EXIT PARAGRAPH
                   END-READ
                   IF DI-Channel NOT = "D" AND NOT = "P"
                           AND NOT = "B"
                       DISPLAY "Delivery preference refused - "
                           DI-KundeID " channel " DI-Channel
                       ADD 1 TO WS-Prefs-Refused
                       EXIT PARAGRAPH
                   END-IF
                   IF DI-Channel NOT = "P" AND DI-MailboxID = SPACES
                       DISPLAY "Delivery preference refused - "
                           DI-KundeID " has no mailbox identifier"
                       ADD 1 TO WS-Prefs-Refused
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DI-KundeID       TO DP-KundeID
                   MOVE DI-Channel       TO DP-Channel
                   MOVE DI-MailboxID     TO DP-MailboxID
                   MOVE WS-Business-Date TO DP-LastChanged
                   WRITE DlvPrefRecord
                       INVALID KEY
                           REWRITE DlvPrefRecord
                               INVALID KEY
                                   DISPLAY "ERROR restating"
                                       " delivery preference for "
                                       DI-KundeID
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WS-Prefs-Applied
               WHEN DI-REMOVE
                   MOVE DI-KundeID TO DP-KundeID
                   DELETE DlvPrefFil
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-Prefs-Applied
                   END-DELETE
               WHEN OTHER
                   DISPLAY "Unknown delivery preference action "
                       DI-Action " for " DI-KundeID
                   ADD 1 TO WS-Prefs-Refused
           END-EVALUATE.

      * the provider's receipts for documents sent on earlier
      * nights. A document it could not deliver goes to paper from
      * the archive - unless the customer takes paper as well and
      * already has it. A receipt for a document already settled is
      * a repeat and changes nothing.
       APPLY-RECEIPTS.
           MOVE "RECEIPTS FROM THE MAILBOX PROVIDER" TO ReconLine
           PERFORM WRITE-RECON-LINE
           OPEN INPUT ReceiptFile
           IF WS-ReceiptFile-Status NOT = "00"
               MOVE "  No receipt file today" TO ReconLine
               PERFORM WRITE-RECON-LINE
               MOVE SPACES TO ReconLine
               PERFORM WRITE-RECON-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-RECEIPT
               READ ReceiptFile
                   AT END
                       SET END-RECEIPT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Rcpt-Read
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE ReceiptFile

           MOVE WS-Rcpt-Read TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Receipts read:                 " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Rcpt-Received TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Confirmed received:            " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Rcpt-Undelivered TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Undeliverable, paper copy held:" WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Rcpt-Fallback TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Undeliverable, printed now:    " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Rcpt-Unknown TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  For documents never sent:      " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Rcpt-Repeat TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Repeats of settled documents:  " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO ReconLine
           PERFORM WRITE-RECON-LINE.

       APPLY-ONE-RECEIPT.
           MOVE RCP-DocID TO DR-DocID
           READ DocRegFil
               INVALID KEY
                   ADD 1 TO WS-Rcpt-Unknown
                   MOVE RCP-DocID TO WS-Doc-Display
                   MOVE SPACES TO ReconLine
                   STRING "  ** receipt for unknown document "
                       WS-Doc-Display
                       DELIMITED BY SIZE INTO ReconLine
                   END-STRING
                   PERFORM WRITE-RECON-LINE
                   EXIT PARAGRAPH
           END-READ
           IF NOT DR-STATUS-SENT
               ADD 1 TO WS-Rcpt-Repeat
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RCP-RECEIVED
                   MOVE "R" TO DR-Status
                   ADD 1 TO WS-Rcpt-Received
               WHEN RCP-UNDELIVERABLE
                   MOVE RCP-Reason TO DR-Reason
                   IF DR-PAPER-PRINTED
                       MOVE "U" TO DR-Status
                       ADD 1 TO WS-Rcpt-Undelivered
                   ELSE
                       PERFORM PRINT-FROM-ARCHIVE
                       MOVE "F" TO DR-Status
                       ADD 1 TO WS-Rcpt-Fallback
                   END-IF
                   MOVE DR-DocID TO WS-Doc-Display
                   MOVE SPACES TO ReconLine
                   STRING "  Undeliverable " WS-Doc-Display " "
                       DR-DocType " Kunde " DR-KundeID " "
                       RCP-Reason
                       DELIMITED BY SIZE INTO ReconLine
                   END-STRING
                   PERFORM WRITE-RECON-LINE
               WHEN OTHER
                   ADD 1 TO WS-Rcpt-Unknown
                   DISPLAY "Receipt for document " RCP-DocID
                       " has unknown status " RCP-Status
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-Business-Date TO DR-StatusDate
           REWRITE DocRegRecord
           IF WS-DocRegFil-Status NOT = "00"
               DISPLAY "ERROR rewriting DocumentRegister.txt - status "
                   WS-DocRegFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * the document as the customer would have had it on paper,
      * then a rule line to separate it from the next.
       PRINT-FROM-ARCHIVE.
           SET END-DOCARCH TO FALSE
           MOVE DR-DocID TO DA-DocID
           MOVE ZERO     TO DA-LineNo
           START DocArchFil KEY IS NOT LESS THAN DA-Key
               INVALID KEY
                   SET END-DOCARCH TO TRUE
           END-START
           PERFORM UNTIL END-DOCARCH
               READ DocArchFil NEXT RECORD
                   AT END
                       SET END-DOCARCH TO TRUE
                   NOT AT END
                       IF DA-DocID NOT = DR-DocID
                           SET END-DOCARCH TO TRUE
                       ELSE
                           MOVE DA-Text TO FallbackLine
                           PERFORM WRITE-FALLBACK-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ALL "-" TO FallbackLine
           PERFORM WRITE-FALLBACK-LINE.

       READ-LAST-DOC.
           OPEN INPUT LastDocFile
           IF WS-LastDocFile-Status = "00"
               PERFORM UNTIL END-LASTDOC
                   READ LastDocFile
                       AT END
                           SET END-LASTDOC TO TRUE
                       NOT AT END
                           MOVE LD-DocID TO WS-Last-DocID
                   END-READ
               END-PERFORM
               CLOSE LastDocFile
           END-IF.

       WRITE-LAST-DOC.
           OPEN OUTPUT LastDocFile
           IF WS-LastDocFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave104LastDoc.txt - status "
                   WS-LastDocFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Last-DocID    TO LD-DocID
           MOVE WS-Business-Date TO LD-Date
           WRITE LastDocRecord
           IF WS-LastDocFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave104LastDoc.txt - status "
                   WS-LastDocFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE LastDocFile.

      * every document the producing programs left in the outbox
      * gets the next number, a register record, its lines in the
      * archive and its place in tonight's package. Lines ahead of
      * any header belong to no document and are only counted.
       PACKAGE-OUTBOX.
           OPEN INPUT OutboxFil
           IF WS-OutboxFil-Status NOT = "00"
               SET END-OUTBOX TO TRUE
           END-IF
           PERFORM UNTIL END-OUTBOX
               READ OutboxFil
                   AT END
                       SET END-OUTBOX TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DO-IS-HEADER
                               PERFORM FINISH-DOCUMENT
                               PERFORM START-DOCUMENT
                           WHEN DO-IS-LINE AND WS-DOC-IN-PROGRESS
                               PERFORM ADD-DOCUMENT-LINE
                           WHEN OTHER
                               ADD 1 TO WS-Outbox-Orphans
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-OutboxFil-Status = "00" OR "10"
               CLOSE OutboxFil
           END-IF
           PERFORM FINISH-DOCUMENT

           MOVE SPACES TO MailboxLine
           STRING "TRL" WS-Business-Date WS-Docs-Sent
               DELIMITED BY SIZE INTO MailboxLine
           END-STRING
           PERFORM WRITE-MAILBOX-LINE.

       START-DOCUMENT.
           ADD 1 TO WS-Last-DocID
           MOVE SPACES           TO DocRegRecord
           MOVE WS-Last-DocID    TO DR-DocID
           MOVE DO-DocType       TO DR-DocType
           MOVE DO-KundeID       TO DR-KundeID
           MOVE DO-MailboxID     TO DR-MailboxID
           MOVE DO-Source        TO DR-Source
           MOVE DO-Date          TO DR-Created
           MOVE WS-Business-Date TO DR-Sent
           MOVE ZERO             TO DR-Lines
           MOVE DO-PaperCopy     TO DR-PaperCopy
           MOVE "S"              TO DR-Status
           MOVE WS-Business-Date TO DR-StatusDate
           WRITE DocRegRecord
           IF WS-DocRegFil-Status NOT = "00"
               DISPLAY "ERROR writing DocumentRegister.txt - status "
                   WS-DocRegFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y"  TO WS-Doc-Open
           MOVE ZERO TO WS-Doc-Lines
           ADD 1 TO WS-Docs-Sent

           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > 7
                       OR WS-Type-Code(WS-Type-Idx) = DR-DocType
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-Type-Count(WS-Type-Idx)

           MOVE SPACES TO MailboxLine
           STRING "DOC" DR-DocID DR-DocType DR-MailboxID DR-KundeID
               DR-Created
               DELIMITED BY SIZE INTO MailboxLine
           END-STRING
           PERFORM WRITE-MAILBOX-LINE.

       ADD-DOCUMENT-LINE.
           ADD 1 TO WS-Doc-Lines
           ADD 1 TO WS-Lines-Sent
           MOVE DR-DocID     TO DA-DocID
           MOVE WS-Doc-Lines TO DA-LineNo
           MOVE DO-Text      TO DA-Text
           WRITE DocArchRecord
           IF WS-DocArchFil-Status NOT = "00"
               DISPLAY "ERROR writing DocumentArchive.txt - status "
                   WS-DocArchFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE SPACES TO MailboxLine
           STRING "TXT" DO-Text
               DELIMITED BY SIZE INTO MailboxLine
           END-STRING
           PERFORM WRITE-MAILBOX-LINE.

       FINISH-DOCUMENT.
           IF NOT WS-DOC-IN-PROGRESS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MailboxLine
           STRING "END" DR-DocID WS-Doc-Lines
               DELIMITED BY SIZE INTO MailboxLine
           END-STRING
           PERFORM WRITE-MAILBOX-LINE
           MOVE WS-Doc-Lines TO DR-Lines
           REWRITE DocRegRecord
           IF WS-DocRegFil-Status NOT = "00"
               DISPLAY "ERROR rewriting DocumentRegister.txt - status "
                   WS-DocRegFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "N" TO WS-Doc-Open.

      * what went out tonight by type, then one pass of the register:
      * every document still unconfirmed past MBXWAIT days is listed
      * for follow-up with the provider, and the register's standing
      * totals close the report.
       RECONCILE-REGISTER.
           MOVE "DOCUMENTS SENT TONIGHT" TO ReconLine
           PERFORM WRITE-RECON-LINE
           PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                   UNTIL WS-Type-Idx > 8
               MOVE WS-Type-Count(WS-Type-Idx) TO WS-Count-Display
               MOVE SPACES TO ReconLine
               STRING "  " WS-Type-Code(WS-Type-Idx) "  "
                   WS-Count-Display
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-PERFORM
           MOVE WS-Docs-Sent TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Total " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           IF WS-Outbox-Orphans > ZERO
               MOVE WS-Outbox-Orphans TO WS-Count-Display
               MOVE SPACES TO ReconLine
               STRING "  ** outbox lines outside any document: "
                   WS-Count-Display
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF
           MOVE SPACES TO ReconLine
           PERFORM WRITE-RECON-LINE

           MOVE WS-Wait-Days TO WS-Lines-Display
           MOVE SPACES TO ReconLine
           STRING "SENT AND NOT CONFIRMED AFTER " WS-Lines-Display
               " DAYS"
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE

           SET END-DOCREG TO FALSE
           MOVE ZERO TO DR-DocID
           START DocRegFil KEY IS NOT LESS THAN DR-DocID
               INVALID KEY
                   SET END-DOCREG TO TRUE
           END-START
           PERFORM UNTIL END-DOCREG
               READ DocRegFil NEXT RECORD
                   AT END
                       SET END-DOCREG TO TRUE
                   NOT AT END
                       PERFORM RECONCILE-ONE-DOCUMENT
               END-READ
           END-PERFORM
           IF WS-Reg-Overdue = ZERO
               MOVE "  None" TO ReconLine
               PERFORM WRITE-RECON-LINE
           END-IF
           MOVE SPACES TO ReconLine
           PERFORM WRITE-RECON-LINE

           MOVE "REGISTER TOTALS" TO ReconLine
           PERFORM WRITE-RECON-LINE
           MOVE WS-Reg-Sent TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Awaiting confirmation:         " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Reg-Received TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Confirmed received:            " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Reg-Undelivered TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Undeliverable, paper copy held:" WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE
           MOVE WS-Reg-Fallback TO WS-Count-Display
           MOVE SPACES TO ReconLine
           STRING "  Undeliverable, sent on paper:  " WS-Count-Display
               DELIMITED BY SIZE INTO ReconLine
           END-STRING
           PERFORM WRITE-RECON-LINE.

       RECONCILE-ONE-DOCUMENT.
           EVALUATE TRUE
               WHEN DR-STATUS-SENT
                   ADD 1 TO WS-Reg-Sent
               WHEN DR-STATUS-RECEIVED
                   ADD 1 TO WS-Reg-Received
               WHEN DR-STATUS-UNDELIVERED
                   ADD 1 TO WS-Reg-Undelivered
               WHEN DR-STATUS-FALLBACK
                   ADD 1 TO WS-Reg-Fallback
           END-EVALUATE
           IF NOT DR-STATUS-SENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Age-Days =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
               - FUNCTION INTEGER-OF-DATE(DR-Sent)
           IF WS-Age-Days > WS-Wait-Days
               ADD 1 TO WS-Reg-Overdue
               MOVE DR-DocID TO WS-Doc-Display
               MOVE SPACES TO ReconLine
               STRING "  " WS-Doc-Display " " DR-DocType
                   " Kunde " DR-KundeID " sent " DR-Sent
                   " mailbox " DR-MailboxID
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF.

       WRITE-MAILBOX-LINE.
           WRITE MailboxLine
           IF WS-MailboxFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave104Mailbox.txt - status "
                   WS-MailboxFile-Status
               CLOSE MailboxFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-FALLBACK-LINE.
           WRITE FallbackLine
           IF WS-FallbackFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave104PaperFallback.txt -"
                   " status " WS-FallbackFile-Status
               CLOSE FallbackFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-RECON-LINE.
           WRITE ReconLine
           IF WS-ReconFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave104Reconciliation.txt -"
                   " status " WS-ReconFile-Status
               CLOSE ReconFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
