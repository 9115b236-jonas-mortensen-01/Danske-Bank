       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave97.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SubmissionFile ASSIGN TO "SarSubmission.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SubmissionFile-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT EjereFil ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EjereRecord-Key
               ALTERNATE RECORD KEY IS EjereRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EjereFil-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT AuditFile ASSIGN TO "Opgave97Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.

       DATA DIVISION.
       FILE SECTION.
      * the cases Opgave80 opens when an item is escalated as
      * suspicious - filed, acknowledged and closed here.
       FD  SarCaseFil.
       01  SarCaseRecord.
           COPY "SARCASE.cpy".

       FD  SarItemFile.
       01  SarItemRecord.
           02 SI-CaseNo PIC 9(8).
           02 SI-Image  PIC X(110).

       FD  SarNarrFile.
       01  SarNarrRecord.
           02 SN-CaseNo PIC 9(8).
           02 SN-Date   PIC 9(8).
           02 SN-By     PIC X(10).
           02 SN-Text   PIC X(70).

      * the FIU submission, one block per filed case: H case header,
      * S the subject's identity, A every account the subject is a
      * party to with each party and role, I the flagged register
      * items, P the postings behind them, N the narrative, T the
      * trailer with the line count. Appended - whoever uploads to
      * the authority's portal takes the file and starts it afresh.
       FD  SubmissionFile.
       01  SubmissionLine PIC X(200).

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

       FD  KontoFil.
       01  KontoRecord.
           02 KontoRecord-KontoID       PIC X(10).
           02 KontoRecord-KundeID       PIC X(10).
           02 KontoRecord-KontoType     PIC X(20).
           02 KontoRecord-Balance       PIC S9(10)V99.
           02 KontoRecord-Valuta        PIC X(3).
           02 KontoRecord-Status        PIC X(1).
               88 KONTO-RECORD-ACTIVE  VALUE "A".
               88 KONTO-RECORD-CLOSED  VALUE "C".
               88 KONTO-RECORD-DORMANT VALUE "D".
           02 KontoRecord-StatusDate   PIC 9(8).

       FD  EjereFil.
       01  EjereRecord.
           02 EjereRecord-Key.
               03 EjereRecord-KontoID PIC X(10).
               03 EjereRecord-KundeID PIC X(10).
           02 EjereRecord-Rolle PIC X(1).

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

       FD  AuditFile.
       01  AuditLine PIC X(100).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-SarCaseFil-Status     PIC X(2) VALUE "00".
       01 WS-SarItemFile-Status    PIC X(2) VALUE "00".
       01 WS-SarNarrFile-Status    PIC X(2) VALUE "00".
       01 WS-SubmissionFile-Status PIC X(2) VALUE "00".
       01 WS-KundeFil-Status       PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status     PIC X(2) VALUE "00".
       01 WS-KontoFil-Status       PIC X(2) VALUE "00".
       01 WS-EjereFil-Status       PIC X(2) VALUE "00".
       01 WS-TransFil-Status       PIC X(2) VALUE "00".
       01 WS-AuditFile-Status      PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded -
      * the OPGAVE79 line's window (columns 13-15) says how far back
      * a structuring cluster reached.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10).
       01 WS-RC-Value   PIC X(20).
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL    PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Window-Days PIC 9(3) VALUE 7.

       01 WS-Has-Adresse PIC X VALUE "N".
           88 WS-ADRESSE-OPEN VALUE "Y".
       01 WS-Has-Ejere PIC X VALUE "N".
           88 WS-EJERE-OPEN VALUE "Y".

       01 EOF-SARCASE PIC X VALUE "N".
           88 END-SARCASE VALUE "Y" FALSE "N".
       01 EOF-SARITEM PIC X VALUE "N".
           88 END-SARITEM VALUE "Y" FALSE "N".
       01 EOF-SARNARR PIC X VALUE "N".
           88 END-SARNARR VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-EJERE PIC X VALUE "N".
           88 END-EJERE VALUE "Y" FALSE "N".
       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".

       01 WS-Done       PIC X VALUE "N".
          88 WS-IS-DONE VALUE "Y".

       01 WS-Transaction PIC X VALUE SPACE.
           88 WS-TXN-LIST      VALUE "L" "l".
           88 WS-TXN-NARRATIVE VALUE "N" "n".
           88 WS-TXN-FILE      VALUE "F" "f".
           88 WS-TXN-ACK       VALUE "A" "a".
           88 WS-TXN-CLOSE     VALUE "C" "c".
           88 WS-TXN-EXIT      VALUE "X" "x".

       01 WS-Confirm PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".

       01 WS-Today PIC 9(8) VALUE ZERO.
       01 WS-Case-Count PIC 9(5) VALUE ZERO.
       01 WS-Key-Date   PIC X(8) VALUE SPACES.

       01 WS-Narr-Text  PIC X(70) VALUE SPACES.
       01 WS-Narr-Count PIC 9(3) VALUE ZERO.

      * a register item as Opgave80 imaged it into SarItems.txt -
      * the ComplianceRegister.txt layout.
       01 WS-Item-Image.
           02 IT-Date        PIC 9(8).
           02 IT-Flag        PIC X(3).
               88 IT-FLAG-LARGE      VALUE "LRG".
               88 IT-FLAG-STRUCTURED VALUE "STR".
           02 IT-KontoID     PIC X(10).
           02 IT-KundeID     PIC X(10).
           02 IT-Navn        PIC X(40).
           02 IT-Direction   PIC X(1).
           02 IT-Amount      PIC S9(12)V99.
           02 IT-Count       PIC 9(3).
           02 IT-Ref         PIC 9(10).
           02 IT-Disposition PIC X(1).
           02 IT-DispBy      PIC X(10).

      * the case's items, for the one pass over the history that
      * picks out the postings behind them: a large posting by its
      * reference, a structuring cluster as every same-direction
      * posting on the account inside the window it was flagged in.
       01 WS-Item-Table.
           02 WS-IT-Entry OCCURS 50 TIMES.
               03 WS-IT-Flag      PIC X(3).
               03 WS-IT-KontoID   PIC X(10).
               03 WS-IT-Direction PIC X(1).
               03 WS-IT-Ref       PIC 9(10).
               03 WS-IT-From      PIC 9(8).
               03 WS-IT-To        PIC 9(8).
       01 WS-IT-Used PIC 9(3) VALUE ZERO.
       01 WS-IT-Idx  PIC 9(3).
       01 WS-IT-Hit  PIC X VALUE "N".
           88 WS-IT-MATCHED VALUE "Y".
       01 WS-Date-Int   PIC 9(8).
       01 WS-Trans-Date PIC 9(8).

      * every account the subject is a party to, and how.
       01 WS-Link-Table.
           02 WS-Link-Entry OCCURS 50 TIMES.
               03 WS-Link-KontoID PIC X(10).
               03 WS-Link-Role    PIC X(1).
       01 WS-Link-Used PIC 9(3) VALUE ZERO.
       01 WS-Link-Idx  PIC 9(3).
       01 WS-Link-Jdx  PIC 9(3).
       01 WS-Link-Found PIC X VALUE "N".
           88 WS-LINK-KNOWN VALUE "Y".
       01 WS-Party-KundeID PIC X(10).
       01 WS-Party-Role    PIC X(1).

       01 WS-Subject-KundeID PIC X(10).
       01 WS-Sub-Lines   PIC 9(7) VALUE ZERO.
       01 WS-Sub-Amount  PIC -999999999999.99.
       01 WS-Sub-Trans   PIC -9999999999.99.
       01 WS-Sub-Failed  PIC X VALUE "N".
           88 WS-SUBMISSION-FAILED VALUE "Y".

      * fields OPERATOR-SIGNON (SIGNON.cpy) expects to be loaded -
      * only a supervisor files with the FIU, as only a supervisor
      * escalates in Opgave80.
       01 WS-OperatorFil-Status PIC X(2) VALUE "00".
       01 WS-Operator-ID    PIC X(10) VALUE SPACES.
       01 WS-Operator-Level PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-Signon-OK      PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-Signon-Tries   PIC 9 VALUE ZERO.
       01 WS-Approval-ID    PIC X(10) VALUE SPACES.
       01 WS-Approval-OK    PIC X VALUE "N".
           88 WS-APPROVAL-GIVEN VALUE "Y".

       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - SAR filing unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       IF NOT WS-OPERATOR-IS-SUPERVISOR
           DISPLAY "Operator " WS-Operator-ID " is not a"
               " supervisor - SAR filing unavailable"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       ACCEPT WS-Today FROM DATE YYYYMMDD

       MOVE "OPGAVE79" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           IF WS-RC-Value(13:3) IS NUMERIC
                   AND WS-RC-Value(13:3) NOT = "000"
               MOVE WS-RC-Value(13:3) TO WS-Window-Days
           END-IF
       END-IF

       OPEN I-O SarCaseFil
       IF WS-SarCaseFil-Status = "35"
           DISPLAY "No SarCases.txt on file - no case has been"
               " escalated"
           STOP RUN
       END-IF
       IF WS-SarCaseFil-Status NOT = "00"
           DISPLAY "ERROR opening SarCases.txt - status "
               WS-SarCaseFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE SarCaseFil
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE SarCaseFil
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT AdresseFil
       IF WS-AdresseFil-Status = "00"
           MOVE "Y" TO WS-Has-Adresse
       END-IF
       OPEN INPUT EjereFil
       IF WS-EjereFil-Status = "00"
           MOVE "Y" TO WS-Has-Ejere
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status = "35"
           OPEN OUTPUT AuditFile
       END-IF
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave97Audit.txt - status "
               WS-AuditFile-Status
           PERFORM CLOSE-MASTERS
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "L=List cases  N=Add narrative  F=File with FIU"
               "  A=Record acknowledgement  C=Close case  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
               WHEN WS-TXN-LIST
                   PERFORM LIST-CASES
               WHEN WS-TXN-NARRATIVE
                   PERFORM ADD-CASE-NARRATIVE
               WHEN WS-TXN-FILE
                   PERFORM FILE-CASE
               WHEN WS-TXN-ACK
                   PERFORM RECORD-ACKNOWLEDGEMENT
               WHEN WS-TXN-CLOSE
                   PERFORM CLOSE-CASE
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE
       END-PERFORM

       PERFORM CLOSE-MASTERS
       CLOSE AuditFile
       STOP RUN.

      * every case not yet closed - the ones holding the customer's
      * alerts and letters back.
       LIST-CASES.
           MOVE ZERO TO WS-Case-Count
           SET END-SARCASE TO FALSE
           MOVE ZERO TO SC-CaseNo
           START SarCaseFil KEY IS NOT LESS THAN SC-CaseNo
               INVALID KEY
                   SET END-SARCASE TO TRUE
           END-START
           PERFORM UNTIL END-SARCASE
               READ SarCaseFil NEXT RECORD
                   AT END
                       SET END-SARCASE TO TRUE
                   NOT AT END
                       IF NOT SC-CLOSED
                           ADD 1 TO WS-Case-Count
                           PERFORM SHOW-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-Case-Count " case(s) not closed".

       SHOW-ONE-CASE.
           DISPLAY "Case " SC-CaseNo " Kunde " SC-KundeID
               " status " SC-Status
               " opened " SC-OpenDate " by " SC-OpenedBy
               " items " SC-ItemCount
           IF NOT SC-OPEN
               DISPLAY "  filed " SC-FiledDate " by " SC-FiledBy
                   " ack " SC-AckDate " " SC-AckRef
           END-IF.

      * the case number keyed and read; WS-Case-Count is 1 when it
      * is on file.
       FETCH-CASE.
           MOVE ZERO TO WS-Case-Count
           DISPLAY "Case number: "
           ACCEPT SC-CaseNo
           READ SarCaseFil
               INVALID KEY
                   DISPLAY "Case " SC-CaseNo " not on file"
                   EXIT PARAGRAPH
           END-READ
           MOVE 1 TO WS-Case-Count
           PERFORM SHOW-ONE-CASE.

       ADD-CASE-NARRATIVE.
           PERFORM FETCH-CASE
           IF WS-Case-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT SC-OPEN
               DISPLAY "Case " SC-CaseNo " is filed - the narrative"
                   " went with it"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SarNarrFile
           IF WS-SarNarrFile-Status = "35"
               OPEN OUTPUT SarNarrFile
           END-IF
           IF WS-SarNarrFile-Status NOT = "00"
               DISPLAY "ERROR opening SarNarrative.txt - status "
                   WS-SarNarrFile-Status
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Narrative (lines of 70, blank line ends):"
           MOVE ZERO TO WS-Narr-Count
           MOVE "X" TO WS-Narr-Text
           PERFORM UNTIL WS-Narr-Text = SPACES
               MOVE SPACES TO WS-Narr-Text
               ACCEPT WS-Narr-Text
               IF WS-Narr-Text NOT = SPACES
                   ADD 1 TO WS-Narr-Count
                   MOVE SC-CaseNo      TO SN-CaseNo
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
           CLOSE SarNarrFile
           DISPLAY WS-Narr-Count " line(s) added to case " SC-CaseNo
           IF WS-Narr-Count > ZERO
               MOVE "NARRATIVE" TO WS-RC-Value
               PERFORM WRITE-SAR-AUDIT
           END-IF.

      * the submission is written in full before the case is marked
      * filed - a case whose block could not be written stays open
      * and is filed again.
       FILE-CASE.
           PERFORM FETCH-CASE
           IF WS-Case-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT SC-OPEN
               DISPLAY "Case " SC-CaseNo " is already filed"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-NARRATIVE
           IF WS-Narr-Count = ZERO
               DISPLAY "Case " SC-CaseNo " has no narrative - add"
                   " the analyst's grounds before filing"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "File case " SC-CaseNo " with the FIU (Y/N)? "
           ACCEPT WS-Confirm
           IF NOT WS-CONFIRMED
               DISPLAY "Not filed"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SubmissionFile
           IF WS-SubmissionFile-Status = "35"
               OPEN OUTPUT SubmissionFile
           END-IF
           IF WS-SubmissionFile-Status NOT = "00"
               DISPLAY "ERROR opening SarSubmission.txt - status "
                   WS-SubmissionFile-Status " - case not filed"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-Sub-Failed
           MOVE ZERO TO WS-Sub-Lines
           MOVE SC-KundeID TO WS-Subject-KundeID

           MOVE SPACES TO SubmissionLine
           STRING "H" SC-CaseNo WS-Today WS-Operator-ID
               SC-OpenDate SC-ItemCount
               INTO SubmissionLine
           END-STRING
           PERFORM WRITE-SUBMISSION-LINE

           PERFORM WRITE-SUBJECT-IDENTITY
           PERFORM WRITE-LINKED-ACCOUNTS
           PERFORM WRITE-FLAGGED-ITEMS
           PERFORM WRITE-FLAGGED-POSTINGS
           PERFORM WRITE-CASE-NARRATIVE

           ADD 1 TO WS-Sub-Lines
           MOVE SPACES TO SubmissionLine
           STRING "T" SC-CaseNo WS-Sub-Lines
               INTO SubmissionLine
           END-STRING
           PERFORM WRITE-SUBMISSION-LINE
           CLOSE SubmissionFile

           IF WS-SUBMISSION-FAILED
               DISPLAY "Submission for case " SC-CaseNo
                   " incomplete - case NOT filed; remove its block"
                   " from SarSubmission.txt and file again"
               EXIT PARAGRAPH
           END-IF

           MOVE "F"            TO SC-Status
           MOVE WS-Today       TO SC-FiledDate
           MOVE WS-Operator-ID TO SC-FiledBy
           REWRITE SarCaseRecord
               INVALID KEY
                   DISPLAY "ERROR rewriting case " SC-CaseNo
                       " - the submission is written, mark it filed"
                       " again"
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Case " SC-CaseNo " filed - " WS-Sub-Lines
               " lines in SarSubmission.txt for the FIU portal"
           MOVE "FILED" TO WS-RC-Value
           PERFORM WRITE-SAR-AUDIT.

       COUNT-NARRATIVE.
           MOVE ZERO TO WS-Narr-Count
           SET END-SARNARR TO FALSE
           OPEN INPUT SarNarrFile
           IF WS-SarNarrFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-SARNARR
               READ SarNarrFile
                   AT END
                       SET END-SARNARR TO TRUE
                   NOT AT END
                       IF SN-CaseNo = SC-CaseNo
                           ADD 1 TO WS-Narr-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SarNarrFile.

      * who the report is about, from the customer master and the
      * contact details on KundeAdresser.txt.
       WRITE-SUBJECT-IDENTITY.
           MOVE WS-Subject-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   MOVE SPACES TO KundeRecord-Fornavn
                   MOVE SPACES TO KundeRecord-Efternavn
                   DISPLAY "WARNING: customer " WS-Subject-KundeID
                       " not on file - subject sent without a name"
           END-READ
           MOVE SPACES TO AdresseRecord
           IF WS-ADRESSE-OPEN
               MOVE WS-Subject-KundeID TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       MOVE SPACES TO AdresseRecord
               END-READ
           END-IF
           MOVE SPACES TO SubmissionLine
           STRING "S" WS-Subject-KundeID
               KundeRecord-Fornavn KundeRecord-Efternavn
               AdresseRecord-Gade AdresseRecord-Postnr
               AdresseRecord-By AdresseRecord-Land
               AdresseRecord-Telefon AdresseRecord-Email
               INTO SubmissionLine
           END-STRING
           PERFORM WRITE-SUBMISSION-LINE.

      * the accounts the subject holds (role O from the account
      * master) and is otherwise a party to (KontoEjere.txt), each
      * with every party on it - who else the money could belong
      * to.
       WRITE-LINKED-ACCOUNTS.
           MOVE ZERO TO WS-Link-Used
           SET END-KONTO TO FALSE
           MOVE WS-Subject-KundeID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID
                               NOT = WS-Subject-KundeID
                           SET END-KONTO TO TRUE
                       ELSE
                           MOVE KontoRecord-KontoID
                               TO EjereRecord-KontoID
                           MOVE "O" TO WS-Party-Role
                           PERFORM ADD-LINKED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EJERE-OPEN
               SET END-EJERE TO FALSE
               MOVE WS-Subject-KundeID TO EjereRecord-KundeID
               START EjereFil KEY IS EQUAL TO EjereRecord-KundeID
                   INVALID KEY
                       SET END-EJERE TO TRUE
               END-START
               PERFORM UNTIL END-EJERE
                   READ EjereFil NEXT RECORD
                       AT END
                           SET END-EJERE TO TRUE
                       NOT AT END
                           IF EjereRecord-KundeID
                                   NOT = WS-Subject-KundeID
                               SET END-EJERE TO TRUE
                           ELSE
                               MOVE EjereRecord-Rolle
                                   TO WS-Party-Role
                               PERFORM ADD-LINKED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-Link-Idx FROM 1 BY 1
                   UNTIL WS-Link-Idx > WS-Link-Used
               PERFORM WRITE-ACCOUNT-PARTIES
           END-PERFORM.

      * EjereRecord-KontoID and WS-Party-Role are loaded.
       ADD-LINKED-ACCOUNT.
           MOVE "N" TO WS-Link-Found
           PERFORM VARYING WS-Link-Jdx FROM 1 BY 1
                   UNTIL WS-Link-Jdx > WS-Link-Used
               IF WS-Link-KontoID(WS-Link-Jdx) = EjereRecord-KontoID
                   MOVE "Y" TO WS-Link-Found
               END-IF
           END-PERFORM
           IF WS-LINK-KNOWN
               EXIT PARAGRAPH
           END-IF
           IF WS-Link-Used = 50
               DISPLAY "WARNING: more than 50 linked accounts -"
                   " account " EjereRecord-KontoID " not listed"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Link-Used
           MOVE EjereRecord-KontoID TO WS-Link-KontoID(WS-Link-Used)
           MOVE WS-Party-Role       TO WS-Link-Role(WS-Link-Used).

       WRITE-ACCOUNT-PARTIES.
           MOVE WS-Link-KontoID(WS-Link-Idx) TO KontoRecord-KontoID
           READ KontoFil KEY IS KontoRecord-KontoID
               INVALID KEY
                   MOVE SPACES TO KontoRecord-KundeID
                   MOVE SPACES TO KontoRecord-KontoType
                   MOVE SPACES TO KontoRecord-Valuta
                   MOVE SPACE  TO KontoRecord-Status
           END-READ

           MOVE WS-Subject-KundeID        TO WS-Party-KundeID
           MOVE WS-Link-Role(WS-Link-Idx) TO WS-Party-Role
           PERFORM WRITE-PARTY-LINE

           IF KontoRecord-KundeID NOT = WS-Subject-KundeID
                   AND KontoRecord-KundeID NOT = SPACES
               MOVE KontoRecord-KundeID TO WS-Party-KundeID
               MOVE "O" TO WS-Party-Role
               PERFORM WRITE-PARTY-LINE
           END-IF

           IF NOT WS-EJERE-OPEN
               EXIT PARAGRAPH
           END-IF
           SET END-EJERE TO FALSE
           MOVE WS-Link-KontoID(WS-Link-Idx) TO EjereRecord-KontoID
           MOVE LOW-VALUES TO EjereRecord-KundeID
           START EjereFil KEY IS NOT LESS THAN EjereRecord-Key
               INVALID KEY
                   SET END-EJERE TO TRUE
           END-START
           PERFORM UNTIL END-EJERE
               READ EjereFil NEXT RECORD
                   AT END
                       SET END-EJERE TO TRUE
                   NOT AT END
                       IF EjereRecord-KontoID
                               NOT = WS-Link-KontoID(WS-Link-Idx)
                           SET END-EJERE TO TRUE
                       ELSE
                           IF EjereRecord-KundeID
                                   NOT = WS-Subject-KundeID
                                   AND EjereRecord-KundeID
                                   NOT = KontoRecord-KundeID
                               MOVE EjereRecord-KundeID
                                   TO WS-Party-KundeID
                               MOVE EjereRecord-Rolle
                                   TO WS-Party-Role
                               PERFORM WRITE-PARTY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PARTY-LINE.
           MOVE SPACES TO SubmissionLine
           STRING "A" WS-Link-KontoID(WS-Link-Idx)
               WS-Party-KundeID WS-Party-Role
               KontoRecord-KontoType KontoRecord-Valuta
               KontoRecord-Status
               INTO SubmissionLine
           END-STRING
           PERFORM WRITE-SUBMISSION-LINE.

      * the register items escalated into the case, each also
      * remembered for the posting pass.
       WRITE-FLAGGED-ITEMS.
           MOVE ZERO TO WS-IT-Used
           SET END-SARITEM TO FALSE
           OPEN INPUT SarItemFile
           IF WS-SarItemFile-Status NOT = "00"
               DISPLAY "ERROR opening SarItems.txt - status "
                   WS-SarItemFile-Status
               MOVE "Y" TO WS-Sub-Failed
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-SARITEM
               READ SarItemFile
                   AT END
                       SET END-SARITEM TO TRUE
                   NOT AT END
                       IF SI-CaseNo = SC-CaseNo
                           MOVE SI-Image TO WS-Item-Image
                           PERFORM WRITE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SarItemFile.

       WRITE-ONE-ITEM.
           MOVE IT-Amount TO WS-Sub-Amount
           MOVE SPACES TO SubmissionLine
           STRING "I" IT-Date IT-Flag IT-KontoID IT-Direction
               WS-Sub-Amount IT-Count IT-Ref
               INTO SubmissionLine
           END-STRING
           PERFORM WRITE-SUBMISSION-LINE

           IF WS-IT-Used = 50
               DISPLAY "WARNING: more than 50 items - postings of"
                   " item " IT-KontoID " " IT-Date " not collected"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-Used
           MOVE IT-Flag      TO WS-IT-Flag(WS-IT-Used)
           MOVE IT-KontoID   TO WS-IT-KontoID(WS-IT-Used)
           MOVE IT-Direction TO WS-IT-Direction(WS-IT-Used)
           MOVE IT-Ref       TO WS-IT-Ref(WS-IT-Used)
           MOVE IT-Date      TO WS-IT-To(WS-IT-Used)
           COMPUTE WS-Date-Int
               = FUNCTION INTEGER-OF-DATE(IT-Date)
               - WS-Window-Days + 1
           COMPUTE WS-IT-From(WS-IT-Used)
               = FUNCTION DATE-OF-INTEGER(WS-Date-Int).

      * one pass over the history; a posting goes out once, however
      * many items it stands behind.
       WRITE-FLAGGED-POSTINGS.
           IF WS-IT-Used = ZERO
               EXIT PARAGRAPH
           END-IF
           SET END-TRANS TO FALSE
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               DISPLAY "WARNING: KontoTransaktion.txt not available"
                   " - no postings in the submission"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil.

       MATCH-ONE-POSTING.
           MOVE "N" TO WS-IT-Hit
           MOVE ZERO TO WS-Trans-Date
           IF TransDate IS NUMERIC
               MOVE TransDate TO WS-Trans-Date
           END-IF
           PERFORM VARYING WS-IT-Idx FROM 1 BY 1
                   UNTIL WS-IT-Idx > WS-IT-Used OR WS-IT-MATCHED
               IF TransKontoID = WS-IT-KontoID(WS-IT-Idx)
                   IF WS-IT-Flag(WS-IT-Idx) = "LRG"
                       IF TransRef = WS-IT-Ref(WS-IT-Idx)
                               AND TransRef NOT = ZERO
                           MOVE "Y" TO WS-IT-Hit
                       END-IF
                   ELSE
                       IF TransType = WS-IT-Direction(WS-IT-Idx)
                               AND WS-Trans-Date
                                   NOT < WS-IT-From(WS-IT-Idx)
                               AND WS-Trans-Date
                                   NOT > WS-IT-To(WS-IT-Idx)
                           MOVE "Y" TO WS-IT-Hit
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-IT-MATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE TransAmount TO WS-Sub-Trans
           MOVE SPACES TO SubmissionLine
           STRING "P" TransKontoID TransDate TransType
               WS-Sub-Trans TransRef TransText
               INTO SubmissionLine
           END-STRING
           PERFORM WRITE-SUBMISSION-LINE.

       WRITE-CASE-NARRATIVE.
           SET END-SARNARR TO FALSE
           OPEN INPUT SarNarrFile
           IF WS-SarNarrFile-Status NOT = "00"
               DISPLAY "ERROR opening SarNarrative.txt - status "
                   WS-SarNarrFile-Status
               MOVE "Y" TO WS-Sub-Failed
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-SARNARR
               READ SarNarrFile
                   AT END
                       SET END-SARNARR TO TRUE
                   NOT AT END
                       IF SN-CaseNo = SC-CaseNo
                           MOVE SPACES TO SubmissionLine
                           STRING "N" SN-Date SN-By SN-Text
                               INTO SubmissionLine
                           END-STRING
                           PERFORM WRITE-SUBMISSION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SarNarrFile.

       WRITE-SUBMISSION-LINE.
           WRITE SubmissionLine
           IF WS-SubmissionFile-Status NOT = "00"
               DISPLAY "ERROR writing SarSubmission.txt - status "
                   WS-SubmissionFile-Status
               MOVE "Y" TO WS-Sub-Failed
           ELSE
               ADD 1 TO WS-Sub-Lines
           END-IF.

      * the FIU's receipt for a filed case - its reference and the
      * day it was given.
       RECORD-ACKNOWLEDGEMENT.
           PERFORM FETCH-CASE
           IF WS-Case-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT SC-FILED
               DISPLAY "Case " SC-CaseNo " is not awaiting an"
                   " acknowledgement"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "FIU acknowledgement reference: "
           ACCEPT SC-AckRef
           IF SC-AckRef = SPACES
               DISPLAY "No reference - acknowledgement not recorded"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Acknowledged on (YYYYMMDD, blank = today): "
           ACCEPT WS-Key-Date
           IF WS-Key-Date = SPACES
               MOVE WS-Today TO SC-AckDate
           ELSE
               IF WS-Key-Date IS NOT NUMERIC
                       OR WS-Key-Date < SC-FiledDate
                   DISPLAY "Invalid acknowledgement date "
                       WS-Key-Date " - not recorded"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Key-Date TO SC-AckDate
           END-IF

           MOVE "A" TO SC-Status
           REWRITE SarCaseRecord
               INVALID KEY
                   DISPLAY "ERROR rewriting case " SC-CaseNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Acknowledgement recorded for case " SC-CaseNo
           MOVE "ACKNOWLEDGED" TO WS-RC-Value
           PERFORM WRITE-SAR-AUDIT.

      * closing lifts the hold on the customer's alerts and
      * letters, so only an acknowledged case closes.
       CLOSE-CASE.
           PERFORM FETCH-CASE
           IF WS-Case-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT SC-ACKNOWLEDGED
               DISPLAY "Case " SC-CaseNo " must be filed and"
                   " acknowledged before it closes"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Close case " SC-CaseNo " (Y/N)? "
           ACCEPT WS-Confirm
           IF NOT WS-CONFIRMED
               DISPLAY "Not closed"
               EXIT PARAGRAPH
           END-IF

           MOVE "C"            TO SC-Status
           MOVE WS-Today       TO SC-ClosedDate
           MOVE WS-Operator-ID TO SC-ClosedBy
           REWRITE SarCaseRecord
               INVALID KEY
                   DISPLAY "ERROR rewriting case " SC-CaseNo
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Case " SC-CaseNo " closed"
           MOVE "CLOSED" TO WS-RC-Value
           PERFORM WRITE-SAR-AUDIT.

      * WS-RC-Value carries the action - the run-control lookup is
      * finished with by the time the menu runs.
       WRITE-SAR-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               WS-Today " SAR " WS-RC-Value(1:12)
               " case " SC-CaseNo
               " Kunde " SC-KundeID
               " by " WS-Operator-ID
               INTO AuditLine
           END-STRING
           WRITE AuditLine
           IF WS-AuditFile-Status NOT = "00"
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       CLOSE-MASTERS.
           CLOSE SarCaseFil
           CLOSE KundeFil
           CLOSE KontoFil
           IF WS-ADRESSE-OPEN
               CLOSE AdresseFil
           END-IF
           IF WS-EJERE-OPEN
               CLOSE EjereFil
           END-IF.

       COPY "RUNCTL.cpy".

       COPY "SIGNON.cpy".
