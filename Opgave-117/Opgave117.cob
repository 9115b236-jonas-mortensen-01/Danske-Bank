       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave117.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT GenInventoryFil
               ASSIGN TO "KontoTransaktionGenerations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GenInventoryFil-Status.
           SELECT GenTransFil ASSIGN DYNAMIC WS-Gen-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GenTransFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT SchedFil ASSIGN TO "LoanSchedules.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SchedRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SchedFil-Status.
           SELECT RateFil ASSIGN TO "ExchangeRates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RateRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RateFil-Status.
           SELECT NarrFile ASSIGN TO "CostNarratives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NarrFile-Status.
           SELECT CostWorkFil ASSIGN TO "Opgave117CostWork.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Work-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CostWorkFil-Status.
           SELECT HistFil ASSIGN TO "CostOverviewHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Hist-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HistFil-Status.
           SELECT LetterFile ASSIGN TO "Opgave117CostLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LetterFile-Status.
      * a customer who takes the digital mailbox gets the letter
      * there instead of (or as well as) on paper (DELIVERY.cpy).
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

      * the generation inventory the year-end rolloff (Opgave41)
      * keeps, and one rolled year read through the live record -
      * a year already rolled off is read from its generation.
       FD  GenInventoryFil.
       01  GenInventoryRecord.
           02 Inv-Year       PIC 9(4).
           02 Inv-Filename   PIC X(40).
           02 Inv-Moved      PIC 9(9).
           02 Inv-CarryCount PIC 9(7).
           02 Inv-RunDate    PIC 9(8).

       FD  GenTransFil.
       01  GenTransLine PIC X(126).

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

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

      * the loan schedules Opgave66 raises instalments from. The
      * interest part of an instalment paid is the loan interest
      * the borrower paid; the transfer that paid it carries
      * principal and interest as one amount.
       FD  SchedFil.
       01  SchedRecord.
           02 SchedRecord-Key.
               03 SchedRecord-KontoID PIC X(10).
               03 SchedRecord-Seq     PIC 9(3).
           02 SchedRecord-DueDate   PIC 9(8).
           02 SchedRecord-Principal PIC 9(10)V99.
           02 SchedRecord-Interest  PIC 9(10)V99.
           02 SchedRecord-Status    PIC X(1).
               88 SCHED-PENDING VALUE "P".
               88 SCHED-RAISED  VALUE "R".
               88 SCHED-PAID    VALUE "D".
           02 SchedRecord-RaisedDate PIC 9(8).

       FD  RateFil.
       01  RateRecord.
           02 RateRecord-Key.
               03 RateRecord-Valuta        PIC X(3).
               03 RateRecord-EffectiveDate PIC 9(8).
           02 RateRecord-RateToDKK PIC 9(3)V9999.

      * which debit narratives are charges, and of what kind: F an
      * account fee, D a direct-debit charge, C a clearing charge.
      * A debit whose TransText starts with Narr-Text is counted
      * under Narr-Category. The fee Opgave39 posts and the early
      * withdrawal penalty Opgave11 posts are known without this
      * file; it names any other charge narrative the bank uses.
       FD  NarrFile.
       01  NarrRecord.
           02 Narr-Category PIC X(1).
           02 Narr-Text     PIC X(30).

      * one accumulator per customer and account that paid anything
      * in the chosen year, carried in a keyed work file the same way
      * as Opgave34KundeWork.dat. Rebuilt every run. The amounts are
      * in the account's own currency.
       FD  CostWorkFil.
       01  WorkRecord.
           02 Work-Key.
               03 Work-KundeID  PIC X(10).
               03 Work-KontoID  PIC X(10).
           02 Work-KontoType    PIC X(20).
           02 Work-Valuta       PIC X(3).
           02 Work-Cost         PIC S9(10)V99 OCCURS 6 TIMES.
           02 Work-Items        PIC 9(7).

      * each customer's yearly costs in DKK by kind, kept so next
      * year's letter can show this year's figures beside its own.
      * A rerun for a year replaces that year's rows.
       FD  HistFil.
       01  HistRecord.
           02 Hist-Key.
               03 Hist-KundeID PIC X(10).
               03 Hist-Year    PIC 9(4).
           02 Hist-Cost        PIC S9(11)V99 OCCURS 6 TIMES.
           02 Hist-Total       PIC S9(11)V99.
           02 Hist-RunDate     PIC 9(8).

       FD  LetterFile.
       01  LetterLine PIC X(100).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TransFil-Status         PIC X(2) VALUE "00".
       01 WS-GenInventoryFil-Status  PIC X(2) VALUE "00".
       01 WS-GenTransFil-Status      PIC X(2) VALUE "00".
       01 WS-KontoFil-Status         PIC X(2) VALUE "00".
       01 WS-KundeFil-Status         PIC X(2) VALUE "00".
       01 WS-SchedFil-Status         PIC X(2) VALUE "00".
       01 WS-RateFil-Status          PIC X(2) VALUE "00".
       01 WS-NarrFile-Status         PIC X(2) VALUE "00".
       01 WS-CostWorkFil-Status      PIC X(2) VALUE "00".
       01 WS-HistFil-Status          PIC X(2) VALUE "00".
       01 WS-LetterFile-Status       PIC X(2) VALUE "00".

       01 WS-Gen-Filename PIC X(40) VALUE SPACES.

      * fields the DELIVERY.cpy paragraphs expect to be loaded.
       01 WS-DlvPrefFil-Status PIC X(2) VALUE "00".
       01 WS-OutboxFil-Status  PIC X(2) VALUE "00".
       01 WS-Dlv-Open PIC X VALUE "N".
           88 WS-DLV-FILES-OPEN VALUE "Y".
       01 WS-Dlv-KundeID   PIC X(10) VALUE SPACES.
       01 WS-Dlv-Channel   PIC X(1) VALUE "P".
           88 WS-DLV-TO-PAPER   VALUE "P" "B".
           88 WS-DLV-TO-MAILBOX VALUE "D" "B".
       01 WS-Dlv-MailboxID PIC X(20) VALUE SPACES.
       01 WS-Dlv-DocType   PIC X(4) VALUE "COST".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE117".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

       01 EOF-TRANS PIC X VALUE "N".
           88 END-TRANS VALUE "Y" FALSE "N".
       01 EOF-GENINV PIC X VALUE "N".
           88 END-GENINV VALUE "Y" FALSE "N".
       01 EOF-SCHED PIC X VALUE "N".
           88 END-SCHED VALUE "Y" FALSE "N".
       01 EOF-NARR PIC X VALUE "N".
           88 END-NARR VALUE "Y" FALSE "N".
       01 EOF-WORK PIC X VALUE "N".
           88 END-WORK VALUE "Y" FALSE "N".
       01 EOF-RATE PIC X VALUE "N".
           88 END-RATE VALUE "Y" FALSE "N".

       01 WS-Rate-Open PIC X VALUE "N".
           88 WS-HAS-RATE-FILE VALUE "Y".

       01 WS-Cost-Year  PIC 9(4) VALUE ZERO.
       01 WS-Prior-Year PIC 9(4) VALUE ZERO.
       01 WS-Year-End   PIC 9(8) VALUE ZERO.
       01 WS-Today      PIC 9(8) VALUE ZERO.

      * the six kinds of cost, in the order the letter lists them.
       01 WS-Kind-Values.
           02 FILLER PIC X(30) VALUE "Account fees".
           02 FILLER PIC X(30) VALUE "Overdraft and debit interest".
           02 FILLER PIC X(30) VALUE "Loan interest".
           02 FILLER PIC X(30) VALUE "Direct-debit charges".
           02 FILLER PIC X(30) VALUE "Clearing charges".
           02 FILLER PIC X(30) VALUE "Currency exchange margin".
       01 WS-Kind-Table REDEFINES WS-Kind-Values.
           02 WS-Kind-Name PIC X(30) OCCURS 6 TIMES.
       01 WS-Kind-Idx PIC 9 VALUE ZERO.
       01 WS-This-Kind PIC 9 VALUE ZERO.

      * the charge narratives, the two the system itself posts first.
       01 WS-Narr-Table.
           02 WS-Narr-Entry OCCURS 20 TIMES.
               03 WS-Narr-Kind PIC 9.
               03 WS-Narr-Text PIC X(30).
               03 WS-Narr-Len  PIC 99.
       01 WS-Narr-Count PIC 99 VALUE ZERO.
       01 WS-Narr-Idx   PIC 99.
       01 WS-Narr-Trail PIC 99 VALUE ZERO.

      * the posting just read, so the credited leg of a
      * cross-currency transfer can find the account that paid -
      * Opgave11 writes the debit leg immediately before it.
       01 WS-Prev-KontoID PIC X(10) VALUE SPACES.
       01 WS-Prev-Type    PIC X(1) VALUE SPACE.
       01 WS-Prev-Ref     PIC 9(10) VALUE ZERO.

       01 WS-Cost-KontoID PIC X(10) VALUE SPACES.
       01 WS-Cost-Amount  PIC S9(10)V99 VALUE ZERO.

       01 WS-Lookup-Valuta PIC X(3) VALUE SPACES.
       01 WS-Lookup-Date   PIC 9(8) VALUE ZERO.
       01 WS-Lookup-Rate   PIC 9(3)V9999 VALUE ZERO.
       01 WS-Rate-Was-Found PIC X VALUE "N".
           88 WS-RATE-IS-FOUND VALUE "Y".
       01 WS-Rate-Orig     PIC 9(3)V9999 VALUE ZERO.
       01 WS-Rate-Credit   PIC 9(3)V9999 VALUE ZERO.
       01 WS-Credit-Valuta PIC X(3) VALUE SPACES.
       01 WS-Acct-Rate     PIC 9(3)V9999 VALUE ZERO.

      * the customer whose letter is being written.
       01 WS-Cur-KundeID PIC X(10) VALUE SPACES.
       01 WS-Cust-Costs.
           02 WS-Cust-Cost PIC S9(11)V99 OCCURS 6 TIMES.
       01 WS-Cust-Total  PIC S9(11)V99 VALUE ZERO.
       01 WS-Acct-Total  PIC S9(11)V99 VALUE ZERO.
       01 WS-Prior-Found PIC X VALUE "N".
           88 WS-HAS-PRIOR-YEAR VALUE "Y".
       01 WS-Prior-Costs.
           02 WS-Prior-Cost PIC S9(11)V99 OCCURS 6 TIMES.
       01 WS-Prior-Total PIC S9(11)V99 VALUE ZERO.

       01 WS-Trans-Read       PIC 9(9) VALUE ZERO.
       01 WS-Items-Counted    PIC 9(7) VALUE ZERO.
       01 WS-Kind-Totals.
           02 WS-Kind-Entry OCCURS 6 TIMES.
               03 WS-Kind-Count PIC 9(7).
               03 WS-Kind-Total PIC S9(13)V99.
       01 WS-Unknown-Konto    PIC 9(7) VALUE ZERO.
       01 WS-Unpriced-FX      PIC 9(7) VALUE ZERO.
       01 WS-Unrated-Accts    PIC 9(7) VALUE ZERO.
       01 WS-Customers-Out    PIC 9(7) VALUE ZERO.
       01 WS-Generations-Read PIC 9(3) VALUE ZERO.

       01 WS-Amount-Display  PIC -(10)9.99.
       01 WS-Amount2-Display PIC -(10)9.99.
       01 WS-Total-Display   PIC -(12)9.99.

      * fields PRECHECK-INPUT-FILE (FILECHECK.cpy) expects to be
      * loaded - the CBL_CHECK_FILE_EXIST layout is the standard one.
       01 WS-Precheck-Filename PIC X(40).
       01 WS-Precheck-File-Info.
           05 WS-Precheck-File-Info-Size PIC 9(8) COMP-X.
           05 WS-Precheck-File-Info-Date.
               10 WS-Precheck-File-Info-Day    PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Month  PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Year   PIC 9(4) COMP-X.
           05 WS-Precheck-File-Info-Time.
               10 WS-Precheck-File-Info-Hours       PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Minutes     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Seconds     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       DISPLAY "Cost year to report (YYYY): "
       ACCEPT WS-Cost-Year
       IF WS-Cost-Year = ZERO
           DISPLAY "No cost year given - nothing to report"
           STOP RUN WITH ERROR STATUS 1
       END-IF
       COMPUTE WS-Prior-Year = WS-Cost-Year - 1
       COMPUTE WS-Year-End = WS-Cost-Year * 10000 + 1231
       ACCEPT WS-Today FROM DATE YYYYMMDD

       MOVE "Kontooplysninger.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE
       MOVE "KontoTransaktion.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE

       PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
           MOVE ZERO TO WS-Kind-Count(WS-Kind-Idx)
           MOVE ZERO TO WS-Kind-Total(WS-Kind-Idx)
       END-PERFORM
       PERFORM LOAD-CHARGE-NARRATIVES

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT RateFil
       IF WS-RateFil-Status = "00"
           MOVE "Y" TO WS-Rate-Open
       ELSE
           DISPLAY "WARNING: ExchangeRates.txt not available - no"
               " exchange margin counted and foreign-currency costs"
               " taken at par in the DKK totals"
       END-IF

       OPEN OUTPUT CostWorkFil
       IF WS-CostWorkFil-Status NOT = "00"
           DISPLAY "ERROR opening Opgave117CostWork.dat - status "
               WS-CostWorkFil-Status
           CLOSE KontoFil
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF
       CLOSE CostWorkFil
       OPEN I-O CostWorkFil
       IF WS-CostWorkFil-Status NOT = "00"
           DISPLAY "ERROR reopening Opgave117CostWork.dat - status "
               WS-CostWorkFil-Status
           CLOSE KontoFil
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

      * the history is kept from year to year - created the first
      * time round, never emptied.
       OPEN I-O HistFil
       IF WS-HistFil-Status = "35"
           OPEN OUTPUT HistFil
           IF WS-HistFil-Status = "00"
               CLOSE HistFil
               OPEN I-O HistFil
           END-IF
       END-IF
       IF WS-HistFil-Status NOT = "00"
           DISPLAY "ERROR opening CostOverviewHistory.txt - status "
               WS-HistFil-Status
           CLOSE KontoFil
           CLOSE KundeFil
           CLOSE CostWorkFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT LetterFile
       IF WS-LetterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave117CostLetters.txt - status "
               WS-LetterFile-Status
           CLOSE KontoFil
           CLOSE KundeFil
           CLOSE CostWorkFil
           CLOSE HistFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM OPEN-DELIVERY-FILES

       PERFORM COLLECT-ROLLED-OFF-YEAR
       PERFORM COLLECT-LIVE-POSTINGS
       PERFORM COLLECT-LOAN-INTEREST

       PERFORM WRITE-CUSTOMER-LETTERS
       PERFORM WRITE-CONTROL-TOTALS

       CLOSE KontoFil
       CLOSE KundeFil
       CLOSE CostWorkFil
       CLOSE HistFil
       CLOSE LetterFile
       IF WS-HAS-RATE-FILE
           CLOSE RateFil
       END-IF
       PERFORM CLOSE-DELIVERY-FILES
       STOP RUN.

      * the known charge narratives, then any the bank keeps in
      * CostNarratives.txt. A line whose category is not F, D or C
      * is reported and left out.
       LOAD-CHARGE-NARRATIVES.
           MOVE 1 TO WS-Narr-Count
           MOVE 1 TO WS-Narr-Kind(1)
           MOVE "Monthly fee" TO WS-Narr-Text(1)
           MOVE 2 TO WS-Narr-Count
           MOVE 1 TO WS-Narr-Kind(2)
           MOVE "EARLY WITHDRAWAL PENALTY" TO WS-Narr-Text(2)

           OPEN INPUT NarrFile
           IF WS-NarrFile-Status = "00"
               PERFORM UNTIL END-NARR
                   READ NarrFile
                       AT END
                           SET END-NARR TO TRUE
                       NOT AT END
                           PERFORM TAKE-NARRATIVE
                   END-READ
               END-PERFORM
               CLOSE NarrFile
           END-IF

           PERFORM VARYING WS-Narr-Idx FROM 1 BY 1
                   UNTIL WS-Narr-Idx > WS-Narr-Count
               MOVE ZERO TO WS-Narr-Trail
               INSPECT FUNCTION REVERSE(WS-Narr-Text(WS-Narr-Idx))
                   TALLYING WS-Narr-Trail FOR LEADING SPACES
               COMPUTE WS-Narr-Len(WS-Narr-Idx) = 30 - WS-Narr-Trail
           END-PERFORM.

       TAKE-NARRATIVE.
           IF Narr-Text = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-Narr-Count >= 20
               DISPLAY "ERROR - charge narrative table full - run"
                   " aborted rather than printing silently wrong"
                   " totals"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Narr-Count
           MOVE Narr-Text TO WS-Narr-Text(WS-Narr-Count)
           EVALUATE Narr-Category
               WHEN "F"
                   MOVE 1 TO WS-Narr-Kind(WS-Narr-Count)
               WHEN "D"
                   MOVE 4 TO WS-Narr-Kind(WS-Narr-Count)
               WHEN "C"
                   MOVE 5 TO WS-Narr-Kind(WS-Narr-Count)
               WHEN OTHER
                   DISPLAY "WARNING: CostNarratives.txt category "
                       Narr-Category " for " Narr-Text
                       " is not F, D or C - line ignored"
                   SUBTRACT 1 FROM WS-Narr-Count
           END-EVALUATE.

      * a year the rolloff has already moved out of the live file is
      * read from its generation; the inventory says which.
       COLLECT-ROLLED-OFF-YEAR.
           OPEN INPUT GenInventoryFil
           IF WS-GenInventoryFil-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-GENINV
               READ GenInventoryFil
                   AT END
                       SET END-GENINV TO TRUE
                   NOT AT END
                       IF Inv-Year = WS-Cost-Year
                           PERFORM COLLECT-ONE-GENERATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GenInventoryFil.

       COLLECT-ONE-GENERATION.
           MOVE Inv-Filename TO WS-Gen-Filename
           OPEN INPUT GenTransFil
           IF WS-GenTransFil-Status NOT = "00"
               DISPLAY "ERROR opening generation " WS-Gen-Filename
                   " for " Inv-Year " - status "
                   WS-GenTransFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Generations-Read
           MOVE SPACES TO WS-Prev-KontoID
           SET END-TRANS TO FALSE
           PERFORM UNTIL END-TRANS
               READ GenTransFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       MOVE GenTransLine TO KontoTransRecord
                       PERFORM EXAMINE-POSTING
               END-READ
           END-PERFORM
           CLOSE GenTransFil.

       COLLECT-LIVE-POSTINGS.
           OPEN INPUT KontoTransaktionFil
           IF WS-TransFil-Status NOT = "00"
               DISPLAY "ERROR opening KontoTransaktion.txt - status "
                   WS-TransFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE SPACES TO WS-Prev-KontoID
           SET END-TRANS TO FALSE
           PERFORM UNTIL END-TRANS
               READ KontoTransaktionFil
                   AT END
                       SET END-TRANS TO TRUE
                   NOT AT END
                       PERFORM EXAMINE-POSTING
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil.

      * one posting of the year. A reversed original and the
      * reversal itself cancel out and are both left alone; a charge
      * is a debit whose narrative names it, interest paid is a
      * negative interest posting, and a credited cross-currency leg
      * may carry a margin the paying account bore.
       EXAMINE-POSTING.
           ADD 1 TO WS-Trans-Read
           IF TransDate(1:4) = WS-Cost-Year
                   AND TRANS-IS-NORMAL
               MOVE ZERO TO WS-This-Kind
               IF TransType = "D"
                   PERFORM CLASSIFY-DEBIT
               END-IF
               IF TransType = "I" AND TransAmount < ZERO
                   MOVE 2 TO WS-This-Kind
                   MOVE TransKontoID TO WS-Cost-KontoID
                   COMPUTE WS-Cost-Amount = ZERO - TransAmount
               END-IF
               IF TransType = "C" AND TransOrigValuta NOT = SPACES
                       AND TransFXRate NOT = ZERO
                       AND WS-Prev-Type = "D"
                       AND WS-Prev-Ref = TransRef
                       AND TransRef NOT = ZERO
                   PERFORM PRICE-EXCHANGE-MARGIN
               END-IF
               IF WS-This-Kind NOT = ZERO
                   PERFORM ADD-COST-ITEM
               END-IF
           END-IF
           MOVE TransKontoID TO WS-Prev-KontoID
           MOVE TransType    TO WS-Prev-Type
           MOVE TransRef     TO WS-Prev-Ref.

       CLASSIFY-DEBIT.
           PERFORM VARYING WS-Narr-Idx FROM 1 BY 1
                   UNTIL WS-Narr-Idx > WS-Narr-Count
                       OR WS-This-Kind NOT = ZERO
               IF WS-Narr-Len(WS-Narr-Idx) > ZERO
                   IF TransText(1:WS-Narr-Len(WS-Narr-Idx))
                           = WS-Narr-Text(WS-Narr-Idx)
                               (1:WS-Narr-Len(WS-Narr-Idx))
                       MOVE WS-Narr-Kind(WS-Narr-Idx)
                           TO WS-This-Kind
                   END-IF
               END-IF
           END-PERFORM
           IF WS-This-Kind NOT = ZERO
               MOVE TransKontoID TO WS-Cost-KontoID
               MOVE TransAmount TO WS-Cost-Amount
           END-IF.

      * the credited amount against what the ordered amount is worth
      * at the day's reference rates - the same rates Opgave11
      * converts at - with any shortfall turned back into the paying
      * account's currency. That is the margin the payer bore.
       PRICE-EXCHANGE-MARGIN.
           MOVE TransKontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-Valuta TO WS-Credit-Valuta

           MOVE TransDate TO WS-Lookup-Date
           MOVE TransOrigValuta TO WS-Lookup-Valuta
           PERFORM LOOKUP-FX-RATE-FOR-DATE
           MOVE WS-Lookup-Rate TO WS-Rate-Orig
           MOVE WS-Credit-Valuta TO WS-Lookup-Valuta
           PERFORM LOOKUP-FX-RATE-FOR-DATE
           MOVE WS-Lookup-Rate TO WS-Rate-Credit
           IF WS-Rate-Orig = ZERO OR WS-Rate-Credit = ZERO
               ADD 1 TO WS-Unpriced-FX
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Cost-Amount ROUNDED
               = TransOrigAmount
               - TransAmount * WS-Rate-Credit / WS-Rate-Orig
           IF WS-Cost-Amount > ZERO
               MOVE 6 TO WS-This-Kind
               MOVE WS-Prev-KontoID TO WS-Cost-KontoID
           END-IF.

      * the interest part of every instalment paid in the year,
      * booked to the loan account.
       COLLECT-LOAN-INTEREST.
           OPEN INPUT SchedFil
           IF WS-SchedFil-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SchedRecord-Key
           START SchedFil KEY IS NOT LESS THAN SchedRecord-Key
               INVALID KEY
                   SET END-SCHED TO TRUE
           END-START
           PERFORM UNTIL END-SCHED
               READ SchedFil NEXT RECORD
                   AT END
                       SET END-SCHED TO TRUE
                   NOT AT END
                       IF SCHED-PAID
                               AND SchedRecord-RaisedDate(1:4)
                                   = WS-Cost-Year
                               AND SchedRecord-Interest > ZERO
                           MOVE 3 TO WS-This-Kind
                           MOVE SchedRecord-KontoID
                               TO WS-Cost-KontoID
                           MOVE SchedRecord-Interest
                               TO WS-Cost-Amount
                           PERFORM ADD-COST-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SchedFil.

      * fold one cost into its customer and account. An account the
      * master no longer knows is counted under *UNKNOWN** rather
      * than dropped; the bank's own accounts are not customers.
       ADD-COST-ITEM.
           MOVE WS-Cost-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   ADD 1 TO WS-Unknown-Konto
                   MOVE "*UNKNOWN**" TO KontoRecord-KundeID
                   MOVE SPACES TO KontoRecord-KontoType
                   MOVE SPACES TO KontoRecord-Valuta
           END-READ
           IF KontoRecord-KundeID = "*BANK*"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Items-Counted
           ADD 1 TO WS-Kind-Count(WS-This-Kind)
           ADD WS-Cost-Amount TO WS-Kind-Total(WS-This-Kind)

           MOVE KontoRecord-KundeID TO Work-KundeID
           MOVE WS-Cost-KontoID TO Work-KontoID
           READ CostWorkFil
               INVALID KEY
                   MOVE KontoRecord-KontoType TO Work-KontoType
                   MOVE KontoRecord-Valuta TO Work-Valuta
                   PERFORM VARYING WS-Kind-Idx FROM 1 BY 1
                           UNTIL WS-Kind-Idx > 6
                       MOVE ZERO TO Work-Cost(WS-Kind-Idx)
                   END-PERFORM
                   MOVE WS-Cost-Amount TO Work-Cost(WS-This-Kind)
                   MOVE 1 TO Work-Items
                   WRITE WorkRecord
                       INVALID KEY
                           DISPLAY "ERROR writing work record for "
                               Work-KundeID " " Work-KontoID
                           STOP RUN WITH ERROR STATUS 1
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-Cost-Amount TO Work-Cost(WS-This-Kind)
                   ADD 1 TO Work-Items
                   REWRITE WorkRecord
                       INVALID KEY
                           DISPLAY "ERROR rewriting work record for "
                               Work-KundeID " " Work-KontoID
                           STOP RUN WITH ERROR STATUS 1
                   END-REWRITE
           END-READ.

      * the work file in key order is customer by customer, account
      * by account: a letter opens at the first account of a
      * customer and closes with the DKK summary when the next
      * customer begins.
       WRITE-CUSTOMER-LETTERS.
           MOVE SPACES TO WS-Cur-KundeID
           MOVE LOW-VALUES TO Work-Key
           START CostWorkFil KEY IS NOT LESS THAN Work-Key
               INVALID KEY
                   SET END-WORK TO TRUE
           END-START

           PERFORM UNTIL END-WORK
               READ CostWorkFil NEXT RECORD
                   AT END
                       SET END-WORK TO TRUE
                   NOT AT END
      * the *UNKNOWN** bucket goes to the console totals, but nobody
      * writes a letter to an account the master no longer knows.
                       IF Work-KundeID NOT = "*UNKNOWN**"
                           IF Work-KundeID NOT = WS-Cur-KundeID
                               IF WS-Cur-KundeID NOT = SPACES
                                   PERFORM FINISH-CUSTOMER-LETTER
                               END-IF
                               PERFORM START-CUSTOMER-LETTER
                           END-IF
                           PERFORM WRITE-ACCOUNT-BLOCK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Cur-KundeID NOT = SPACES
               PERFORM FINISH-CUSTOMER-LETTER
           END-IF.

       START-CUSTOMER-LETTER.
           MOVE Work-KundeID TO WS-Cur-KundeID
           ADD 1 TO WS-Customers-Out
           MOVE ZERO TO WS-Cust-Total
           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               MOVE ZERO TO WS-Cust-Cost(WS-Kind-Idx)
           END-PERFORM

           MOVE SPACES TO KundeRecord-Fornavn
           MOVE SPACES TO KundeRecord-Efternavn
           MOVE Work-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   MOVE "(name not"  TO KundeRecord-Fornavn
                   MOVE "on file)"   TO KundeRecord-Efternavn
           END-READ

           MOVE Work-KundeID TO WS-Dlv-KundeID
           PERFORM CHECK-DELIVERY-CHANNEL
           IF WS-DLV-TO-MAILBOX
               PERFORM OUTBOX-BEGIN-DOCUMENT
           END-IF

           MOVE SPACES TO LetterLine
           STRING "Dear " KundeRecord-Fornavn " "
               KundeRecord-Efternavn ","
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LetterLine
           STRING "Customer ID: " Work-KundeID
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LetterLine
           STRING "This is what you paid us in " WS-Cost-Year
               " in fees, interest, charges and exchange margin,"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE "account by account, in each account's currency:"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE.

      * one account's costs by kind, and the same folded into the
      * customer's DKK totals at the rate in force at year end.
       WRITE-ACCOUNT-BLOCK.
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "Account " Work-KontoID " " Work-KontoType
               " (" Work-Valuta ")"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE ZERO TO WS-Acct-Total
           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               IF Work-Cost(WS-Kind-Idx) NOT = ZERO
                   MOVE Work-Cost(WS-Kind-Idx) TO WS-Amount-Display
                   MOVE SPACES TO LetterLine
                   STRING "  " WS-Kind-Name(WS-Kind-Idx) "  "
                       WS-Amount-Display
                       INTO LetterLine
                   END-STRING
                   PERFORM WRITE-LETTER-LINE
                   ADD Work-Cost(WS-Kind-Idx) TO WS-Acct-Total
               END-IF
           END-PERFORM
           MOVE WS-Acct-Total TO WS-Amount-Display
           MOVE SPACES TO LetterLine
           STRING "  Account total                   "
               WS-Amount-Display
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           IF Work-Valuta = "DKK" OR Work-Valuta = SPACES
               MOVE 1 TO WS-Acct-Rate
           ELSE
               MOVE Work-Valuta TO WS-Lookup-Valuta
               MOVE WS-Year-End TO WS-Lookup-Date
               PERFORM LOOKUP-FX-RATE-FOR-DATE
               MOVE WS-Lookup-Rate TO WS-Acct-Rate
               IF WS-Acct-Rate = ZERO
                   ADD 1 TO WS-Unrated-Accts
                   DISPLAY "WARNING: no exchange rate for "
                       Work-Valuta " at " WS-Year-End " - account "
                       Work-KontoID " taken at par"
                   MOVE 1 TO WS-Acct-Rate
               END-IF
           END-IF
           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               COMPUTE WS-Cust-Cost(WS-Kind-Idx) ROUNDED
                   = WS-Cust-Cost(WS-Kind-Idx)
                   + Work-Cost(WS-Kind-Idx) * WS-Acct-Rate
           END-PERFORM.

      * the customer's year in DKK beside last year's, then this
      * year's figures kept for next year's letter.
       FINISH-CUSTOMER-LETTER.
           MOVE ZERO TO WS-Cust-Total
           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               ADD WS-Cust-Cost(WS-Kind-Idx) TO WS-Cust-Total
           END-PERFORM

           MOVE "N" TO WS-Prior-Found
           MOVE WS-Cur-KundeID TO Hist-KundeID
           MOVE WS-Prior-Year TO Hist-Year
           READ HistFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Prior-Found
                   PERFORM VARYING WS-Kind-Idx FROM 1 BY 1
                           UNTIL WS-Kind-Idx > 6
                       MOVE Hist-Cost(WS-Kind-Idx)
                           TO WS-Prior-Cost(WS-Kind-Idx)
                   END-PERFORM
                   MOVE Hist-Total TO WS-Prior-Total
           END-READ

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           IF WS-HAS-PRIOR-YEAR
               STRING "In total, in DKK, with " WS-Prior-Year
                   " for comparison:"
                   INTO LetterLine
               END-STRING
           ELSE
               STRING "In total, in DKK (we have no cost overview"
                   " for " WS-Prior-Year " to compare with):"
                   INTO LetterLine
               END-STRING
           END-IF
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "                                  "
               "          " WS-Cost-Year
               "          " WS-Prior-Year
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               MOVE WS-Cust-Cost(WS-Kind-Idx) TO WS-Amount-Display
               MOVE SPACES TO LetterLine
               IF WS-HAS-PRIOR-YEAR
                   MOVE WS-Prior-Cost(WS-Kind-Idx)
                       TO WS-Amount2-Display
                   STRING "  " WS-Kind-Name(WS-Kind-Idx) "  "
                       WS-Amount-Display WS-Amount2-Display
                       INTO LetterLine
                   END-STRING
               ELSE
                   STRING "  " WS-Kind-Name(WS-Kind-Idx) "  "
                       WS-Amount-Display
                       INTO LetterLine
                   END-STRING
               END-IF
               PERFORM WRITE-LETTER-LINE
           END-PERFORM

           MOVE WS-Cust-Total TO WS-Amount-Display
           MOVE SPACES TO LetterLine
           IF WS-HAS-PRIOR-YEAR
               MOVE WS-Prior-Total TO WS-Amount2-Display
               STRING "  Total                           "
                   WS-Amount-Display WS-Amount2-Display
                   INTO LetterLine
               END-STRING
           ELSE
               STRING "  Total                           "
                   WS-Amount-Display
                   INTO LetterLine
               END-STRING
           END-IF
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "Amounts in other currencies are converted at the"
               " exchange rate in force on " WS-Year-End "."
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "------------------------------------------------"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE

           PERFORM SAVE-CUSTOMER-YEAR.

       SAVE-CUSTOMER-YEAR.
           MOVE WS-Cur-KundeID TO Hist-KundeID
           MOVE WS-Cost-Year TO Hist-Year
           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               MOVE WS-Cust-Cost(WS-Kind-Idx) TO Hist-Cost(WS-Kind-Idx)
           END-PERFORM
           MOVE WS-Cust-Total TO Hist-Total
           MOVE WS-Today TO Hist-RunDate
           WRITE HistRecord
               INVALID KEY
                   REWRITE HistRecord
                       INVALID KEY
                           DISPLAY "ERROR saving cost history for "
                               Hist-KundeID " - status "
                               WS-HistFil-Status
                           STOP RUN WITH ERROR STATUS 1
                   END-REWRITE
           END-WRITE.

       WRITE-CONTROL-TOTALS.
           DISPLAY "Cost overview for " WS-Cost-Year
           DISPLAY "Generations read:        " WS-Generations-Read
           DISPLAY "Transactions read:       " WS-Trans-Read
           DISPLAY "Cost items counted:      " WS-Items-Counted
           PERFORM VARYING WS-Kind-Idx FROM 1 BY 1 UNTIL WS-Kind-Idx > 6
               MOVE WS-Kind-Total(WS-Kind-Idx) TO WS-Total-Display
               DISPLAY "  " WS-Kind-Name(WS-Kind-Idx) " "
                   WS-Kind-Count(WS-Kind-Idx) " items "
                   WS-Total-Display
           END-PERFORM
           DISPLAY "Customers written to:    " WS-Customers-Out
           DISPLAY "Letters sent to the digital mailbox: "
               WS-Dlv-Docs
           DISPLAY "Costs on accounts no longer on the master: "
               WS-Unknown-Konto
           DISPLAY "Cross-currency postings with no rate to price"
               " the margin: " WS-Unpriced-FX
           DISPLAY "Accounts taken at par for want of a rate: "
               WS-Unrated-Accts
           DISPLAY "Item totals are in mixed account currencies;"
               " each letter's DKK totals are in"
               " CostOverviewHistory.txt".

      * ascending walk of one currency's rates, remembering the last
      * one dated on or before the date asked for - the rate in
      * force, as Opgave11 and Opgave74 walk it.
       LOOKUP-FX-RATE-FOR-DATE.
           MOVE "N" TO WS-Rate-Was-Found
           MOVE ZERO TO WS-Lookup-Rate
           IF WS-Lookup-Valuta = "DKK"
               MOVE 1.0000 TO WS-Lookup-Rate
               MOVE "Y" TO WS-Rate-Was-Found
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HAS-RATE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Lookup-Valuta TO RateRecord-Valuta
           MOVE ZERO TO RateRecord-EffectiveDate
           SET END-RATE TO FALSE
           START RateFil KEY IS NOT LESS THAN RateRecord-Key
               INVALID KEY
                   SET END-RATE TO TRUE
           END-START
           PERFORM UNTIL END-RATE
               READ RateFil NEXT RECORD
                   AT END
                       SET END-RATE TO TRUE
                   NOT AT END
                       IF RateRecord-Valuta NOT = WS-Lookup-Valuta
                               OR RateRecord-EffectiveDate
                                   > WS-Lookup-Date
                           SET END-RATE TO TRUE
                       ELSE
                           MOVE RateRecord-RateToDKK
                               TO WS-Lookup-Rate
                           MOVE "Y" TO WS-Rate-Was-Found
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-LETTER-LINE.
           IF WS-DLV-TO-MAILBOX
               MOVE LetterLine TO WS-Dlv-Line
               PERFORM OUTBOX-WRITE-LINE
           END-IF
           IF NOT WS-DLV-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           WRITE LetterLine
           IF WS-LetterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave117CostLetters.txt -"
                   " status " WS-LetterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "FILECHECK.cpy".

       COPY "DELIVERY.cpy".
