       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave93.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT BalHistFil ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BalHistFil-Status.
           SELECT RequestFile ASSIGN TO "BalanceRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RequestFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave93Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * the closing balances the day-close (Opgave69) keeps, one per
      * account per closed business day.
       FD  BalHistFil.
       01  BalHistRecord.
           02 BalHist-Key.
               03 BalHist-KontoID PIC X(10).
               03 BalHist-Date    PIC 9(8).
           02 BalHist-KundeID PIC X(10).
           02 BalHist-Balance PIC S9(10)V99.
           02 BalHist-Valuta  PIC X(3).
           02 BalHist-Status  PIC X(1).

      * the week's questions from the auditors and the bailiff's
      * office, one per line: K and a KontoID, or C and a KundeID
      * for all of that customer's accounts, and the date asked
      * about.
       FD  RequestFile.
       01  RequestRecord.
           02 Req-Kind    PIC X(1).
               88 REQ-FOR-ACCOUNT  VALUE "K".
               88 REQ-FOR-CUSTOMER VALUE "C".
           02 Req-ID      PIC X(10).
           02 Req-AsOf    PIC X(8).
           02 Req-Ref     PIC X(20).

       FD  ReportFile.
       01  ReportLine PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-KontoFil-Status    PIC X(2) VALUE "00".
       01 WS-BalHistFil-Status  PIC X(2) VALUE "00".
       01 WS-RequestFile-Status PIC X(2) VALUE "00".
       01 WS-ReportFile-Status  PIC X(2) VALUE "00".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-BALHIST PIC X VALUE "N".
           88 END-BALHIST VALUE "Y" FALSE "N".
       01 EOF-REQUEST PIC X VALUE "N".
           88 END-REQUEST VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8).

       01 WS-Mode PIC X VALUE SPACE.
           88 WS-MODE-INQUIRY VALUE "I" "i".
           88 WS-MODE-BATCH   VALUE "B" "b".

      * the question being answered - from the keyboard or one line
      * of the request file.
       01 WS-Ask-Kind  PIC X VALUE SPACE.
           88 WS-ASK-ACCOUNT  VALUE "K" "k".
           88 WS-ASK-CUSTOMER VALUE "C" "c".
       01 WS-Ask-ID    PIC X(10) VALUE SPACES.
       01 WS-Ask-Date-X PIC X(8) VALUE SPACES.
       01 WS-Ask-Date  PIC 9(8) VALUE ZERO.
       01 WS-Ask-Ref   PIC X(20) VALUE SPACES.

      * the latest closing balance on or before the date asked -
      * the balance the account stood at as that day ended,
      * whether or not the day itself was a business day.
       01 WS-AsOf-Konto   PIC X(10).
       01 WS-AsOf-Found   PIC X VALUE "N".
           88 WS-HAS-ASOF VALUE "Y".
       01 WS-AsOf-Date    PIC 9(8).
       01 WS-AsOf-Balance PIC S9(10)V99.
       01 WS-AsOf-Valuta  PIC X(3).
       01 WS-First-Date   PIC 9(8).

       01 WS-Total-Table.
           02 WS-Total-Entry OCCURS 10 TIMES.
               03 WS-Total-Valuta PIC X(3).
               03 WS-Total-Amount PIC S9(12)V99.
       01 WS-Total-Count PIC 99 VALUE ZERO.
       01 WS-Total-Idx   PIC 99.
       01 WS-Total-Found PIC X VALUE "N".
           88 WS-TOTAL-FOUND-IT VALUE "Y".

       01 WS-Accounts-Listed PIC 9(5) VALUE ZERO.
       01 WS-Requests-Done   PIC 9(5) VALUE ZERO.

       01 WS-Amount-Display PIC -9999999999.99.
       01 WS-Total-Display  PIC -999999999999.99.

       PROCEDURE DIVISION.
       ACCEPT WS-Today FROM DATE YYYYMMDD

       DISPLAY "I=Inquiry  B=Batch report from BalanceRequests.txt: "
       ACCEPT WS-Mode
       IF NOT WS-MODE-INQUIRY AND NOT WS-MODE-BATCH
           DISPLAY "Nothing done"
           STOP RUN
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT BalHistFil
       IF WS-BalHistFil-Status NOT = "00"
           DISPLAY "ERROR opening BalanceHistory.txt - status "
               WS-BalHistFil-Status
           DISPLAY "No closing balances kept yet - the day-close"
               " (Opgave69) keeps them"
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave93Report.txt - status "
               WS-ReportFile-Status
           CLOSE KontoFil
           CLOSE BalHistFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO ReportLine
       STRING "=== AS-OF BALANCE REPORT " WS-Today " ==="
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       IF WS-MODE-INQUIRY
           DISPLAY "K=Account  C=All accounts of a customer: "
           ACCEPT WS-Ask-Kind
           DISPLAY "KontoID / KundeID: "
           ACCEPT WS-Ask-ID
           DISPLAY "As of date (YYYYMMDD): "
           ACCEPT WS-Ask-Date-X
           MOVE SPACES TO WS-Ask-Ref
           PERFORM ANSWER-REQUEST
       ELSE
           PERFORM RUN-REQUEST-FILE
       END-IF

       CLOSE KontoFil
       CLOSE BalHistFil
       CLOSE ReportFile

       DISPLAY "Requests answered: " WS-Requests-Done
           "  accounts listed: " WS-Accounts-Listed
           " - see Opgave93Report.txt"
       STOP RUN.

       RUN-REQUEST-FILE.
           OPEN INPUT RequestFile
           IF WS-RequestFile-Status NOT = "00"
               DISPLAY "ERROR opening BalanceRequests.txt - status "
                   WS-RequestFile-Status
               CLOSE KontoFil
               CLOSE BalHistFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           PERFORM UNTIL END-REQUEST
               READ RequestFile
                   AT END
                       SET END-REQUEST TO TRUE
                   NOT AT END
                       MOVE Req-Kind TO WS-Ask-Kind
                       MOVE Req-ID   TO WS-Ask-ID
                       MOVE Req-AsOf TO WS-Ask-Date-X
                       MOVE Req-Ref  TO WS-Ask-Ref
                       PERFORM ANSWER-REQUEST
               END-READ
           END-PERFORM
           CLOSE RequestFile.

       ANSWER-REQUEST.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING "Request " WS-Ask-Kind " " WS-Ask-ID
               " as of " WS-Ask-Date-X "  ref " WS-Ask-Ref
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-Ask-Date-X IS NOT NUMERIC
               MOVE "  *** not a date - request skipped" TO ReportLine
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Ask-Date-X TO WS-Ask-Date

           ADD 1 TO WS-Requests-Done
           MOVE ZERO TO WS-Total-Count
           EVALUATE TRUE
               WHEN WS-ASK-ACCOUNT
                   MOVE WS-Ask-ID TO WS-AsOf-Konto
                   PERFORM REPORT-ACCOUNT-AS-OF
               WHEN WS-ASK-CUSTOMER
                   PERFORM REPORT-CUSTOMER-AS-OF
               WHEN OTHER
                   MOVE "  *** kind must be K or C - request skipped"
                       TO ReportLine
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       REPORT-CUSTOMER-AS-OF.
           SET END-KONTO TO FALSE
           MOVE WS-Ask-ID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   MOVE "  *** no accounts on file for this customer"
                       TO ReportLine
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID NOT = WS-Ask-ID
                           SET END-KONTO TO TRUE
                       ELSE
                           MOVE KontoRecord-KontoID TO WS-AsOf-Konto
                           PERFORM REPORT-ACCOUNT-AS-OF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-Total-Idx FROM 1 BY 1
                   UNTIL WS-Total-Idx > WS-Total-Count
               MOVE WS-Total-Amount(WS-Total-Idx) TO WS-Total-Display
               MOVE SPACES TO ReportLine
               STRING "  Customer total " WS-Total-Valuta(WS-Total-Idx)
                   " " WS-Total-Display
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       REPORT-ACCOUNT-AS-OF.
           PERFORM FIND-BALANCE-AS-OF
           MOVE SPACES TO ReportLine
           IF WS-HAS-ASOF
               ADD 1 TO WS-Accounts-Listed
               PERFORM ADD-TO-CUSTOMER-TOTAL
               MOVE WS-AsOf-Balance TO WS-Amount-Display
               STRING "  " WS-AsOf-Konto " " WS-AsOf-Valuta
                   " " WS-Amount-Display
                   "  at close of " WS-AsOf-Date
                   INTO ReportLine
               END-STRING
           ELSE
               IF WS-First-Date = ZERO
                   STRING "  " WS-AsOf-Konto
                       "  no closing balance kept for this account"
                       INTO ReportLine
                   END-STRING
               ELSE
                   STRING "  " WS-AsOf-Konto
                       "  no closing balance on or before the date -"
                       " first kept " WS-First-Date
                       INTO ReportLine
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-MODE-INQUIRY
               DISPLAY ReportLine
           END-IF.

      * one account's kept closings run in date order under its
      * KontoID - the last one not after the date asked is the
      * answer.
       FIND-BALANCE-AS-OF.
           MOVE "N" TO WS-AsOf-Found
           MOVE ZERO TO WS-First-Date
           SET END-BALHIST TO FALSE
           MOVE WS-AsOf-Konto TO BalHist-KontoID
           MOVE ZERO TO BalHist-Date
           START BalHistFil KEY IS NOT LESS THAN BalHist-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL END-BALHIST
               READ BalHistFil NEXT RECORD
                   AT END
                       SET END-BALHIST TO TRUE
                   NOT AT END
                       IF BalHist-KontoID NOT = WS-AsOf-Konto
                           SET END-BALHIST TO TRUE
                       ELSE
                           IF WS-First-Date = ZERO
                               MOVE BalHist-Date TO WS-First-Date
                           END-IF
                           IF BalHist-Date > WS-Ask-Date
                               SET END-BALHIST TO TRUE
                           ELSE
                               MOVE "Y" TO WS-AsOf-Found
                               MOVE BalHist-Date    TO WS-AsOf-Date
                               MOVE BalHist-Balance TO WS-AsOf-Balance
                               MOVE BalHist-Valuta  TO WS-AsOf-Valuta
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TO-CUSTOMER-TOTAL.
           MOVE "N" TO WS-Total-Found
           PERFORM VARYING WS-Total-Idx FROM 1 BY 1
                   UNTIL WS-Total-Idx > WS-Total-Count
                       OR WS-TOTAL-FOUND-IT
               IF WS-Total-Valuta(WS-Total-Idx) = WS-AsOf-Valuta
                   MOVE "Y" TO WS-Total-Found
               END-IF
           END-PERFORM
           IF WS-TOTAL-FOUND-IT
               SUBTRACT 1 FROM WS-Total-Idx
           ELSE
               IF WS-Total-Count >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Total-Count
               MOVE WS-Total-Count TO WS-Total-Idx
               MOVE WS-AsOf-Valuta TO WS-Total-Valuta(WS-Total-Idx)
               MOVE ZERO TO WS-Total-Amount(WS-Total-Idx)
           END-IF
           ADD WS-AsOf-Balance TO WS-Total-Amount(WS-Total-Idx).

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave93Report.txt - status "
                   WS-ReportFile-Status
               CLOSE KontoFil
               CLOSE BalHistFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.
