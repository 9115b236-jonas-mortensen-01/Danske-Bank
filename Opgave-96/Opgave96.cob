       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave96.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT ProduktFil ASSIGN TO "Produkter.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProduktRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProduktFil-Status.
           SELECT KycFil ASSIGN TO "KycRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KycRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KycFil-Status.
           SELECT ActivityFil ASSIGN TO "AmlActivity.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ActivityRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ActivityFil-Status.
           SELECT RatingFil ASSIGN TO "AmlRatings.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RatingRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RatingFil-Status.
           SELECT WeightsFile ASSIGN TO "AmlRiskWeights.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WeightsFile-Status.
           SELECT MatchRegister ASSIGN TO "WatchlistMatches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MatchRegister-Status.
           SELECT ComplianceFile ASSIGN TO "ComplianceRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ComplianceFile-Status.
           SELECT ClearingOut ASSIGN TO "ClearingOut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ClearingOut-Status.
           SELECT TillMoveFile ASSIGN TO "TillMovements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TillMoveFile-Status.
           SELECT HistoryFile ASSIGN TO "AmlRatingHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HistoryFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave96Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

      * the accounts a customer holds name the products held, and
      * carry the ClearingOut and till lines back to their owner.
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

      * the product catalogue (Opgave19) - a weighted product must
      * be one the bank actually sells.
       FD  ProduktFil.
       01  ProduktRecord.
           02 ProduktRecord-Kode        PIC X(20).
           02 ProduktRecord-Navn        PIC X(30).
           02 ProduktRecord-Valuta OCCURS 5 TIMES PIC X(3).
           02 ProduktRecord-RenteKey    PIC X(20).
           02 ProduktRecord-FeeKey      PIC X(20).
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * the periodic-review register Opgave83 keeps - the rating
      * sets the class, the class sets when the next review is due.
       FD  KycFil.
       01  KycRecord.
           02 KycRecord-KundeID   PIC X(10).
           02 KycRecord-RiskClass PIC X(1).
               88 KYC-RISK-LOW    VALUE "L".
               88 KYC-RISK-MEDIUM VALUE "M".
               88 KYC-RISK-HIGH   VALUE "H".
           02 KycRecord-LastReview PIC 9(8).
           02 KycRecord-NextReview PIC 9(8).

      * one bucket per customer per calendar month: what left the
      * bank through outgoing clearing and what crossed a till in
      * cash. The clearing batch is retired every night, so the
      * buckets are the only place twelve months of volume survive.
      * LastPosted stops a rerun of the same business day adding
      * the same night twice.
       FD  ActivityFil.
       01  ActivityRecord.
           02 ActivityRecord-Key.
               03 ActivityRecord-KundeID PIC X(10).
               03 ActivityRecord-Month   PIC 9(6).
           02 ActivityRecord-XBorder    PIC 9(12)V99.
           02 ActivityRecord-Cash       PIC 9(12)V99.
           02 ActivityRecord-LastPosted PIC 9(8).

      * the current rating per customer, with the reason codes that
      * made it - what the history line is compared against.
       FD  RatingFil.
       01  RatingRecord.
           02 RatingRecord-KundeID PIC X(10).
           02 RatingRecord-Date    PIC 9(8).
           02 RatingRecord-Score   PIC 9(4).
           02 RatingRecord-Rating  PIC X(1).
           02 RatingRecord-Reasons PIC X(32).

      * hand-maintained by compliance, one factor per line: the
      * reason code, the points it scores, an amount where the
      * factor has a volume threshold, and for PROD the product
      * code. MED and HIGH carry the score a rating starts at.
      * Factors not on file keep their built-in weight.
       FD  WeightsFile.
       01  WeightsRecord.
           02 AW-Factor  PIC X(4).
           02 AW-Points  PIC 9(3).
           02 AW-Amount  PIC 9(10)V99.
           02 AW-Product PIC X(20).

       FD  MatchRegister.
       01  MatchRecord.
           02 WM-Date        PIC 9(8).
           02 WM-KundeID     PIC X(10).
           02 WM-KundeNavn   PIC X(40).
           02 WM-ListedNavn  PIC X(40).
           02 WM-Source      PIC X(20).
           02 WM-Disposition PIC X(1).
               88 WM-DISP-OPEN      VALUE " ".
               88 WM-DISP-CLEARED   VALUE "C".
               88 WM-DISP-ESCALATED VALUE "E".
           02 WM-DispBy      PIC X(10).

       FD  ComplianceFile.
       01  ComplianceRecord.
           02 CR-Date        PIC 9(8).
           02 CR-Flag        PIC X(3).
               88 CR-FLAG-LARGE      VALUE "LRG".
               88 CR-FLAG-STRUCTURED VALUE "STR".
           02 CR-KontoID     PIC X(10).
           02 CR-KundeID     PIC X(10).
           02 CR-Navn        PIC X(40).
           02 CR-Direction   PIC X(1).
           02 CR-Amount      PIC S9(12)V99.
           02 CR-Count       PIC 9(3).
           02 CR-Ref         PIC 9(10).
           02 CR-Disposition PIC X(1).
               88 CR-DISP-OPEN      VALUE " ".
               88 CR-DISP-CLEARED   VALUE "C".
               88 CR-DISP-ESCALATED VALUE "E".
           02 CR-DispBy      PIC X(10).

      * tonight's outbound batch from Opgave52 - every item goes to
      * another bank, and only those naming a beneficiary IBAN go
      * abroad.
       FD  ClearingOut.
       01  ClearingOutRecord.
           02 COut-KontoID   PIC X(10).
           02 COut-Date      PIC X(8).
           02 COut-Type      PIC X(1).
               88 COUT-HEADER  VALUE "H".
               88 COUT-ITEM    VALUE "C".
               88 COUT-TRAILER VALUE "T".
           02 COut-Amount    PIC S9(10)V99.
           02 COut-Reference PIC X(20).
      * cross-border items only: the beneficiary's IBAN and the
      * receiving bank's BIC, spaces on a domestic item.
           02 COut-IBAN      PIC X(34).
           02 COut-BIC       PIC X(11).

      * cash in (I) and out (O) against a customer account; the
      * drawer's own float and vault movements name no account.
       FD  TillMoveFile.
       01  TillMoveRecord.
           02 TM-Operator PIC X(10).
           02 TM-Branch   PIC X(4).
           02 TM-Date     PIC 9(8).
           02 TM-Time     PIC 9(8).
           02 TM-Kind     PIC X(1).
               88 TM-CASH-IN  VALUE "I".
               88 TM-CASH-OUT VALUE "O".
           02 TM-Amount   PIC S9(10)V99.
           02 TM-KontoID  PIC X(10).
           02 TM-Ref      PIC 9(10).

      * one line each time a customer's score, rating or reasons
      * move - the trail behind every class the register shows.
       FD  HistoryFile.
       01  HistoryRecord.
           02 AH-Date     PIC 9(8).
           02 AH-KundeID  PIC X(10).
           02 AH-Score    PIC 9(4).
           02 AH-Rating   PIC X(1).
           02 AH-Previous PIC X(1).
           02 AH-Reasons  PIC X(32).

       FD  ReportFile.
       01  ReportLine PIC X(120).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE96".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be loaded -
      * the night's activity is bucketed under the business month.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 WS-KundeFil-Status       PIC X(2) VALUE "00".
       01 WS-KontoFil-Status       PIC X(2) VALUE "00".
       01 WS-ProduktFil-Status     PIC X(2) VALUE "00".
       01 WS-KycFil-Status         PIC X(2) VALUE "00".
       01 WS-ActivityFil-Status    PIC X(2) VALUE "00".
       01 WS-RatingFil-Status      PIC X(2) VALUE "00".
       01 WS-WeightsFile-Status    PIC X(2) VALUE "00".
       01 WS-MatchRegister-Status  PIC X(2) VALUE "00".
       01 WS-ComplianceFile-Status PIC X(2) VALUE "00".
       01 WS-ClearingOut-Status    PIC X(2) VALUE "00".
       01 WS-TillMoveFile-Status   PIC X(2) VALUE "00".
       01 WS-HistoryFile-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status     PIC X(2) VALUE "00".

       01 EOF-KUNDE PIC X VALUE "N".
           88 END-KUNDE VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-ACTIVITY PIC X VALUE "N".
           88 END-ACTIVITY VALUE "Y" FALSE "N".
       01 EOF-WEIGHTS PIC X VALUE "N".
           88 END-WEIGHTS VALUE "Y" FALSE "N".
       01 EOF-MATCH PIC X VALUE "N".
           88 END-MATCH VALUE "Y" FALSE "N".
       01 EOF-COMPLIANCE PIC X VALUE "N".
           88 END-COMPLIANCE VALUE "Y" FALSE "N".
       01 EOF-CLEARING PIC X VALUE "N".
           88 END-CLEARING VALUE "Y" FALSE "N".
       01 EOF-TILLMOVE PIC X VALUE "N".
           88 END-TILLMOVE VALUE "Y" FALSE "N".

       01 WS-Has-Products PIC X VALUE "N".
           88 WS-PRODUCTS-OPEN VALUE "Y".

      * the built-in weights - what compliance agreed the factors
      * are worth before any line in AmlRiskWeights.txt moves them.
       01 WS-Pts-Watch      PIC 9(3) VALUE 60.
       01 WS-Pts-Structured PIC 9(3) VALUE 30.
       01 WS-Pts-Large      PIC 9(3) VALUE 10.
       01 WS-Pts-XBorder    PIC 9(3) VALUE 20.
       01 WS-Pts-Cash       PIC 9(3) VALUE 20.
       01 WS-Amt-XBorder    PIC 9(10)V99 VALUE 100000.00.
       01 WS-Amt-Cash       PIC 9(10)V99 VALUE 50000.00.
       01 WS-Band-Medium    PIC 9(3) VALUE 30.
       01 WS-Band-High      PIC 9(3) VALUE 60.

      * products compliance weights as higher risk; an account of
      * the type scores once per customer, however many they hold.
       01 WS-Prod-Table.
           02 WS-Prod-Entry OCCURS 50 TIMES.
               03 WS-Prod-Code   PIC X(20).
               03 WS-Prod-Points PIC 9(3).
               03 WS-Prod-Held   PIC X(1).
       01 WS-Prod-Used PIC 9(3) VALUE ZERO.
       01 WS-Prod-Idx  PIC 9(3).

      * open or escalated watchlist matches and uncleared
      * compliance hits inside the look-back, per customer.
       01 WS-Flag-Table.
           02 WS-Flag-Entry OCCURS 2000 TIMES.
               03 WS-Flag-KundeID    PIC X(10).
               03 WS-Flag-Watch      PIC X(1).
               03 WS-Flag-Structured PIC X(1).
               03 WS-Flag-Large      PIC X(1).
       01 WS-Flag-Used PIC 9(5) VALUE ZERO.
       01 WS-Flag-Idx  PIC 9(5).
       01 WS-Flag-Hit  PIC 9(5).
       01 WS-Find-KundeID PIC X(10).

      * tonight's cross-border and cash volume per customer, summed
      * before it is added to the month's bucket once.
       01 WS-Act-Table.
           02 WS-Act-Entry OCCURS 2000 TIMES.
               03 WS-Act-KundeID PIC X(10).
               03 WS-Act-XBorder PIC 9(12)V99.
               03 WS-Act-Cash    PIC 9(12)V99.
       01 WS-Act-Used PIC 9(5) VALUE ZERO.
       01 WS-Act-Idx  PIC 9(5).
       01 WS-Act-Hit  PIC 9(5).
       01 WS-Act-Amount PIC 9(12)V99.
       01 WS-Act-Kind   PIC X(1).
           88 WS-ACT-IS-XBORDER VALUE "X".
           88 WS-ACT-IS-CASH    VALUE "C".

      * the look-back: twelve months of buckets ending with the
      * business month, a year of register hits ending today.
       01 WS-Bus-Date-Parts.
           02 WS-Bus-Year  PIC 9(4).
           02 WS-Bus-Month PIC 9(2).
           02 WS-Bus-Day   PIC 9(2).
       01 WS-Cur-Month   PIC 9(6).
       01 WS-From-Month  PIC 9(6).
       01 WS-Since-Date  PIC 9(8).
       01 WS-Date-Int    PIC 9(8).

      * one customer's score as it is built up.
       01 WS-Score      PIC 9(4).
       01 WS-Rating     PIC X(1).
           88 WS-RATED-HIGH   VALUE "H".
           88 WS-RATED-MEDIUM VALUE "M".
           88 WS-RATED-LOW    VALUE "L".
       01 WS-Previous   PIC X(1).
       01 WS-Reasons.
           02 WS-Reason OCCURS 8 TIMES PIC X(4).
       01 WS-Reason-Used PIC 9 VALUE ZERO.
       01 WS-New-Reason  PIC X(4).
       01 WS-Sum-XBorder PIC 9(12)V99.
       01 WS-Sum-Cash    PIC 9(12)V99.
       01 WS-Prod-Scored PIC X VALUE "N".
           88 WS-PRODUCT-SCORED VALUE "Y".

       01 WS-Rating-Known PIC X VALUE "N".
           88 WS-HAS-RATING VALUE "Y".
       01 WS-Rating-Moved PIC X VALUE "N".
           88 WS-RATING-CHANGED VALUE "Y".

      * next-review arithmetic, the month-stepping shape Opgave83
      * uses for the same dates.
       01 WS-Due-Date.
           02 WS-Due-Year  PIC 9(4).
           02 WS-Due-Month PIC 9(2).
           02 WS-Due-Day   PIC 9(2).
       01 WS-Due-Date-Num REDEFINES WS-Due-Date PIC 9(8).
       01 WS-Add-Months PIC 9(3).
       01 WS-Month-Days PIC 99.
       01 WS-Leap-Rem4   PIC 9(4).
       01 WS-Leap-Rem100 PIC 9(4).
       01 WS-Leap-Rem400 PIC 9(4).

       01 WS-Old-Class PIC X(1).
       01 WS-Old-Next  PIC 9(8).

       01 WS-Customers-Rated PIC 9(7) VALUE ZERO.
       01 WS-Class-Changes   PIC 9(7) VALUE ZERO.
       01 WS-Count-High      PIC 9(7) VALUE ZERO.
       01 WS-Count-Medium    PIC 9(7) VALUE ZERO.
       01 WS-Count-Low       PIC 9(7) VALUE ZERO.
       01 WS-No-Kyc-Count    PIC 9(7) VALUE ZERO.
       01 WS-History-Written PIC 9(7) VALUE ZERO.
       01 WS-Unmatched-Lines PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Job-Date

       MOVE WS-Business-Date TO WS-Bus-Date-Parts
       COMPUTE WS-Cur-Month = WS-Bus-Year * 100 + WS-Bus-Month
       IF WS-Bus-Month = 12
           COMPUTE WS-From-Month = WS-Bus-Year * 100 + 1
       ELSE
           COMPUTE WS-From-Month
               = (WS-Bus-Year - 1) * 100 + WS-Bus-Month + 1
       END-IF
       COMPUTE WS-Date-Int
           = FUNCTION INTEGER-OF-DATE(WS-Business-Date) - 364
       COMPUTE WS-Since-Date
           = FUNCTION DATE-OF-INTEGER(WS-Date-Int)

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE KundeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM LOAD-RISK-WEIGHTS
       PERFORM OPEN-RATING-FILES
       PERFORM LOAD-WATCHLIST-FLAGS
       PERFORM LOAD-COMPLIANCE-FLAGS
       PERFORM GATHER-CROSS-BORDER
       PERFORM GATHER-CASH
       PERFORM POST-ACTIVITY

       MOVE SPACES TO ReportLine
       STRING "=== AML RISK RATING FOR " WS-Business-Date
           " - CLASS CHANGES ===" INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       PERFORM RATE-ALL-CUSTOMERS

       IF WS-Class-Changes = ZERO AND WS-No-Kyc-Count = ZERO
           MOVE "No class changes tonight" TO ReportLine
           PERFORM WRITE-REPORT-LINE
       END-IF
       MOVE SPACES TO ReportLine
       STRING "Customers rated " WS-Customers-Rated
           "  high " WS-Count-High
           "  medium " WS-Count-Medium
           "  low " WS-Count-Low
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       CLOSE KundeFil
       CLOSE KontoFil
       CLOSE KycFil
       CLOSE ActivityFil
       CLOSE RatingFil
       CLOSE HistoryFile
       CLOSE ReportFile

       DISPLAY "Customers rated: " WS-Customers-Rated
       DISPLAY "High / medium / low: " WS-Count-High " / "
           WS-Count-Medium " / " WS-Count-Low
       DISPLAY "KYC class changes: " WS-Class-Changes
       DISPLAY "High risk without a KYC record: " WS-No-Kyc-Count
       DISPLAY "Rating history lines: " WS-History-Written
       IF WS-Unmatched-Lines > ZERO
           DISPLAY "Activity lines naming no account: "
               WS-Unmatched-Lines
       END-IF

       MOVE WS-Customers-Rated TO WS-Job-Count1
       MOVE WS-Class-Changes   TO WS-Job-Count2
       MOVE WS-Count-High      TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * the weights file is optional - without it the built-in
      * weights stand and no product scores. A PROD line naming a
      * product the catalogue does not know is reported and
      * ignored rather than silently scoring nobody.
       LOAD-RISK-WEIGHTS.
           OPEN INPUT ProduktFil
           IF WS-ProduktFil-Status = "00"
               MOVE "Y" TO WS-Has-Products
           END-IF

           OPEN INPUT WeightsFile
           IF WS-WeightsFile-Status = "35"
               IF WS-PRODUCTS-OPEN
                   CLOSE ProduktFil
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-WeightsFile-Status NOT = "00"
               DISPLAY "ERROR opening AmlRiskWeights.txt - status "
                   WS-WeightsFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM UNTIL END-WEIGHTS
               READ WeightsFile
                   AT END
                       SET END-WEIGHTS TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-WEIGHT
               END-READ
           END-PERFORM
           CLOSE WeightsFile
           IF WS-PRODUCTS-OPEN
               CLOSE ProduktFil
           END-IF.

       APPLY-ONE-WEIGHT.
           IF AW-Points NOT NUMERIC
               DISPLAY "AmlRiskWeights.txt line ignored - points "
                   "not numeric: " WeightsRecord
               EXIT PARAGRAPH
           END-IF
           IF AW-Amount NOT NUMERIC
               MOVE ZERO TO AW-Amount
           END-IF

           EVALUATE AW-Factor
               WHEN "WLST"
                   MOVE AW-Points TO WS-Pts-Watch
               WHEN "STR "
                   MOVE AW-Points TO WS-Pts-Structured
               WHEN "LRG "
                   MOVE AW-Points TO WS-Pts-Large
               WHEN "XBRD"
                   MOVE AW-Points TO WS-Pts-XBorder
                   IF AW-Amount > ZERO
                       MOVE AW-Amount TO WS-Amt-XBorder
                   END-IF
               WHEN "CASH"
                   MOVE AW-Points TO WS-Pts-Cash
                   IF AW-Amount > ZERO
                       MOVE AW-Amount TO WS-Amt-Cash
                   END-IF
               WHEN "MED "
                   MOVE AW-Points TO WS-Band-Medium
               WHEN "HIGH"
                   MOVE AW-Points TO WS-Band-High
               WHEN "PROD"
                   PERFORM ADD-PRODUCT-WEIGHT
               WHEN OTHER
                   DISPLAY "AmlRiskWeights.txt line ignored - "
                       "unknown factor " AW-Factor
           END-EVALUATE.

       ADD-PRODUCT-WEIGHT.
           IF NOT WS-PRODUCTS-OPEN
               DISPLAY "AmlRiskWeights.txt product " AW-Product
                   " ignored - Produkter.txt not available"
               EXIT PARAGRAPH
           END-IF
           MOVE AW-Product TO ProduktRecord-Kode
           READ ProduktFil
               INVALID KEY
                   DISPLAY "AmlRiskWeights.txt product " AW-Product
                       " ignored - not in Produkter.txt"
                   EXIT PARAGRAPH
           END-READ
           IF WS-Prod-Used = 50
               DISPLAY "AmlRiskWeights.txt product " AW-Product
                   " ignored - more than 50 products weighted"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Prod-Used
           MOVE AW-Product TO WS-Prod-Code(WS-Prod-Used)
           MOVE AW-Points  TO WS-Prod-Points(WS-Prod-Used)
           MOVE "N"        TO WS-Prod-Held(WS-Prod-Used).

      * the register, the bucket file and the current ratings are
      * created on the first night; the history and the report are
      * the night's output.
       OPEN-RATING-FILES.
           OPEN I-O KycFil
           IF WS-KycFil-Status = "35"
               OPEN OUTPUT KycFil
               IF WS-KycFil-Status = "00"
                   CLOSE KycFil
                   OPEN I-O KycFil
               END-IF
           END-IF
           IF WS-KycFil-Status NOT = "00"
               DISPLAY "ERROR opening KycRegister.txt - status "
                   WS-KycFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN I-O ActivityFil
           IF WS-ActivityFil-Status = "35"
               OPEN OUTPUT ActivityFil
               IF WS-ActivityFil-Status = "00"
                   CLOSE ActivityFil
                   OPEN I-O ActivityFil
               END-IF
           END-IF
           IF WS-ActivityFil-Status NOT = "00"
               DISPLAY "ERROR opening AmlActivity.txt - status "
                   WS-ActivityFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN I-O RatingFil
           IF WS-RatingFil-Status = "35"
               OPEN OUTPUT RatingFil
               IF WS-RatingFil-Status = "00"
                   CLOSE RatingFil
                   OPEN I-O RatingFil
               END-IF
           END-IF
           IF WS-RatingFil-Status NOT = "00"
               DISPLAY "ERROR opening AmlRatings.txt - status "
                   WS-RatingFil-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN EXTEND HistoryFile
           IF WS-HistoryFile-Status = "35"
               OPEN OUTPUT HistoryFile
           END-IF
           IF WS-HistoryFile-Status NOT = "00"
               DISPLAY "ERROR opening AmlRatingHistory.txt - status "
                   WS-HistoryFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN OUTPUT ReportFile
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR opening Opgave96Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

      * a match scores until an operator clears it in Opgave82 -
      * open and escalated alike.
       LOAD-WATCHLIST-FLAGS.
           OPEN INPUT MatchRegister
           IF WS-MatchRegister-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-MatchRegister-Status NOT = "00"
               DISPLAY "ERROR opening WatchlistMatches.txt - status "
                   WS-MatchRegister-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           PERFORM UNTIL END-MATCH
               READ MatchRegister
                   AT END
                       SET END-MATCH TO TRUE
                   NOT AT END
                       IF NOT WM-DISP-CLEARED
                           MOVE WM-KundeID TO WS-Find-KundeID
                           PERFORM FIND-OR-ADD-FLAG
                           MOVE "Y" TO WS-Flag-Watch(WS-Flag-Hit)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MatchRegister.

      * a year of Opgave79 hits not cleared in Opgave80 - a
      * structuring cluster weighs more than a single large item.
       LOAD-COMPLIANCE-FLAGS.
           OPEN INPUT ComplianceFile
           IF WS-ComplianceFile-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ComplianceFile-Status NOT = "00"
               DISPLAY "ERROR opening ComplianceRegister.txt -"
                   " status " WS-ComplianceFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           PERFORM UNTIL END-COMPLIANCE
               READ ComplianceFile
                   AT END
                       SET END-COMPLIANCE TO TRUE
                   NOT AT END
                       IF NOT CR-DISP-CLEARED
                               AND CR-Date NOT < WS-Since-Date
                               AND CR-KundeID NOT = SPACES
                           MOVE CR-KundeID TO WS-Find-KundeID
                           PERFORM FIND-OR-ADD-FLAG
                           IF CR-FLAG-STRUCTURED
                               MOVE "Y" TO
                                   WS-Flag-Structured(WS-Flag-Hit)
                           ELSE
                               MOVE "Y" TO
                                   WS-Flag-Large(WS-Flag-Hit)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ComplianceFile.

      * a customer past the table's end would be rated without the
      * hits that should have raised them - stop instead.
       FIND-OR-ADD-FLAG.
           PERFORM FIND-FLAG
           IF WS-Flag-Hit > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Flag-Used = 2000
               DISPLAY "ERROR more than 2000 customers with"
                   " watchlist or compliance hits - rating stopped"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Flag-Used
           MOVE WS-Flag-Used TO WS-Flag-Hit
           MOVE WS-Find-KundeID TO WS-Flag-KundeID(WS-Flag-Hit)
           MOVE "N" TO WS-Flag-Watch(WS-Flag-Hit)
           MOVE "N" TO WS-Flag-Structured(WS-Flag-Hit)
           MOVE "N" TO WS-Flag-Large(WS-Flag-Hit).

       FIND-FLAG.
           MOVE ZERO TO WS-Flag-Hit
           PERFORM VARYING WS-Flag-Idx FROM 1 BY 1
                   UNTIL WS-Flag-Idx > WS-Flag-Used
                      OR WS-Flag-Hit > ZERO
               IF WS-Flag-KundeID(WS-Flag-Idx) = WS-Find-KundeID
                   MOVE WS-Flag-Idx TO WS-Flag-Hit
               END-IF
           END-PERFORM.

      * the items in tonight's outbound clearing batch that go
      * abroad - a domestic item carries no IBAN; no batch tonight
      * simply adds nothing.
       GATHER-CROSS-BORDER.
           OPEN INPUT ClearingOut
           IF WS-ClearingOut-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ClearingOut-Status NOT = "00"
               DISPLAY "ERROR opening ClearingOut.txt - status "
                   WS-ClearingOut-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           SET WS-ACT-IS-XBORDER TO TRUE
           PERFORM UNTIL END-CLEARING
               READ ClearingOut
                   AT END
                       SET END-CLEARING TO TRUE
                   NOT AT END
                       IF COUT-ITEM AND COut-IBAN NOT = SPACES
                           MOVE COut-KontoID TO KontoRecord-KontoID
                           IF COut-Amount < ZERO
                               COMPUTE WS-Act-Amount
                                   = ZERO - COut-Amount
                           ELSE
                               MOVE COut-Amount TO WS-Act-Amount
                           END-IF
                           PERFORM ADD-ACCOUNT-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClearingOut.

      * cash in and out on the business day, against a customer
      * account.
       GATHER-CASH.
           OPEN INPUT TillMoveFile
           IF WS-TillMoveFile-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-TillMoveFile-Status NOT = "00"
               DISPLAY "ERROR opening TillMovements.txt - status "
                   WS-TillMoveFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           SET WS-ACT-IS-CASH TO TRUE
           PERFORM UNTIL END-TILLMOVE
               READ TillMoveFile
                   AT END
                       SET END-TILLMOVE TO TRUE
                   NOT AT END
                       IF TM-Date = WS-Business-Date
                               AND (TM-CASH-IN OR TM-CASH-OUT)
                               AND TM-KontoID NOT = SPACES
                           MOVE TM-KontoID TO KontoRecord-KontoID
                           IF TM-Amount < ZERO
                               COMPUTE WS-Act-Amount
                                   = ZERO - TM-Amount
                           ELSE
                               MOVE TM-Amount TO WS-Act-Amount
                           END-IF
                           PERFORM ADD-ACCOUNT-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TillMoveFile.

      * KontoRecord-KontoID and WS-Act-Amount are loaded; the
      * account names whose volume it is.
       ADD-ACCOUNT-ACTIVITY.
           READ KontoFil KEY IS KontoRecord-KontoID
               INVALID KEY
                   ADD 1 TO WS-Unmatched-Lines
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-Act-Hit
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Used
                      OR WS-Act-Hit > ZERO
               IF WS-Act-KundeID(WS-Act-Idx) = KontoRecord-KundeID
                   MOVE WS-Act-Idx TO WS-Act-Hit
               END-IF
           END-PERFORM
           IF WS-Act-Hit = ZERO
               IF WS-Act-Used = 2000
                   DISPLAY "ERROR more than 2000 customers with"
                       " activity tonight - rating stopped"
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Act-Used
               MOVE WS-Act-Used TO WS-Act-Hit
               MOVE KontoRecord-KundeID TO WS-Act-KundeID(WS-Act-Hit)
               MOVE ZERO TO WS-Act-XBorder(WS-Act-Hit)
               MOVE ZERO TO WS-Act-Cash(WS-Act-Hit)
           END-IF
           IF WS-ACT-IS-XBORDER
               ADD WS-Act-Amount TO WS-Act-XBorder(WS-Act-Hit)
           ELSE
               ADD WS-Act-Amount TO WS-Act-Cash(WS-Act-Hit)
           END-IF.

      * tonight's totals into the business month's bucket - once:
      * a bucket already stamped with tonight's date has them.
       POST-ACTIVITY.
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Used
               MOVE WS-Act-KundeID(WS-Act-Idx)
                   TO ActivityRecord-KundeID
               MOVE WS-Cur-Month TO ActivityRecord-Month
               READ ActivityFil
                   INVALID KEY
                       MOVE WS-Act-XBorder(WS-Act-Idx)
                           TO ActivityRecord-XBorder
                       MOVE WS-Act-Cash(WS-Act-Idx)
                           TO ActivityRecord-Cash
                       MOVE WS-Business-Date
                           TO ActivityRecord-LastPosted
                       WRITE ActivityRecord
                           INVALID KEY
                               DISPLAY "ERROR writing AmlActivity.txt"
                                   " for " ActivityRecord-KundeID
                       END-WRITE
                   NOT INVALID KEY
                       IF ActivityRecord-LastPosted
                               NOT = WS-Business-Date
                           ADD WS-Act-XBorder(WS-Act-Idx)
                               TO ActivityRecord-XBorder
                           ADD WS-Act-Cash(WS-Act-Idx)
                               TO ActivityRecord-Cash
                           MOVE WS-Business-Date
                               TO ActivityRecord-LastPosted
                           REWRITE ActivityRecord
                               INVALID KEY
                                   DISPLAY "ERROR rewriting "
                                       "AmlActivity.txt for "
                                       ActivityRecord-KundeID
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       RATE-ALL-CUSTOMERS.
           MOVE LOW-VALUES TO KundeRecord-KundeID
           START KundeFil KEY IS NOT LESS THAN KundeRecord-KundeID
               INVALID KEY
                   SET END-KUNDE TO TRUE
           END-START
           PERFORM UNTIL END-KUNDE
               READ KundeFil NEXT RECORD
                   AT END
                       SET END-KUNDE TO TRUE
                   NOT AT END
                       PERFORM RATE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

      * the score is the sum of the weights of every factor that
      * applies; the reason codes say which did.
       RATE-ONE-CUSTOMER.
           ADD 1 TO WS-Customers-Rated
           MOVE ZERO TO WS-Score
           MOVE SPACES TO WS-Reasons
           MOVE ZERO TO WS-Reason-Used

           MOVE KundeRecord-KundeID TO WS-Find-KundeID
           PERFORM FIND-FLAG
           IF WS-Flag-Hit > ZERO
               IF WS-Flag-Watch(WS-Flag-Hit) = "Y"
                   ADD WS-Pts-Watch TO WS-Score
                   MOVE "WLST" TO WS-New-Reason
                   PERFORM ADD-REASON
               END-IF
               IF WS-Flag-Structured(WS-Flag-Hit) = "Y"
                   ADD WS-Pts-Structured TO WS-Score
                   MOVE "STR " TO WS-New-Reason
                   PERFORM ADD-REASON
               END-IF
               IF WS-Flag-Large(WS-Flag-Hit) = "Y"
                   ADD WS-Pts-Large TO WS-Score
                   MOVE "LRG " TO WS-New-Reason
                   PERFORM ADD-REASON
               END-IF
           END-IF

           PERFORM SCORE-PRODUCTS-HELD
           PERFORM SCORE-VOLUME

           EVALUATE TRUE
               WHEN WS-Score NOT < WS-Band-High
                   SET WS-RATED-HIGH TO TRUE
                   ADD 1 TO WS-Count-High
               WHEN WS-Score NOT < WS-Band-Medium
                   SET WS-RATED-MEDIUM TO TRUE
                   ADD 1 TO WS-Count-Medium
               WHEN OTHER
                   SET WS-RATED-LOW TO TRUE
                   ADD 1 TO WS-Count-Low
           END-EVALUATE

           PERFORM RECORD-RATING
           PERFORM ALIGN-KYC-REVIEW.

       ADD-REASON.
           IF WS-Reason-Used < 8
               ADD 1 TO WS-Reason-Used
               MOVE WS-New-Reason TO WS-Reason(WS-Reason-Used)
           END-IF.

      * every open or dormant account's type against the weighted
      * products - a closed account is no longer held.
       SCORE-PRODUCTS-HELD.
           IF WS-Prod-Used = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                   UNTIL WS-Prod-Idx > WS-Prod-Used
               MOVE "N" TO WS-Prod-Held(WS-Prod-Idx)
           END-PERFORM
           MOVE "N" TO WS-Prod-Scored

           SET END-KONTO TO FALSE
           MOVE KundeRecord-KundeID TO KontoRecord-KundeID
           START KontoFil KEY IS EQUAL TO KontoRecord-KundeID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KundeID NOT = KundeRecord-KundeID
                           SET END-KONTO TO TRUE
                       ELSE
                           IF NOT KONTO-RECORD-CLOSED
                               PERFORM SCORE-ONE-PRODUCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRODUCT-SCORED
               MOVE "PROD" TO WS-New-Reason
               PERFORM ADD-REASON
           END-IF.

       SCORE-ONE-PRODUCT.
           PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                   UNTIL WS-Prod-Idx > WS-Prod-Used
               IF WS-Prod-Code(WS-Prod-Idx) = KontoRecord-KontoType
                       AND WS-Prod-Held(WS-Prod-Idx) = "N"
                   MOVE "Y" TO WS-Prod-Held(WS-Prod-Idx)
                   ADD WS-Prod-Points(WS-Prod-Idx) TO WS-Score
                   MOVE "Y" TO WS-Prod-Scored
               END-IF
           END-PERFORM.

      * twelve months of buckets, this month included.
       SCORE-VOLUME.
           MOVE ZERO TO WS-Sum-XBorder
           MOVE ZERO TO WS-Sum-Cash
           SET END-ACTIVITY TO FALSE
           MOVE KundeRecord-KundeID TO ActivityRecord-KundeID
           MOVE WS-From-Month TO ActivityRecord-Month
           START ActivityFil KEY IS NOT LESS THAN ActivityRecord-Key
               INVALID KEY
                   SET END-ACTIVITY TO TRUE
           END-START
           PERFORM UNTIL END-ACTIVITY
               READ ActivityFil NEXT RECORD
                   AT END
                       SET END-ACTIVITY TO TRUE
                   NOT AT END
                       IF ActivityRecord-KundeID
                               NOT = KundeRecord-KundeID
                               OR ActivityRecord-Month > WS-Cur-Month
                           SET END-ACTIVITY TO TRUE
                       ELSE
                           ADD ActivityRecord-XBorder
                               TO WS-Sum-XBorder
                           ADD ActivityRecord-Cash TO WS-Sum-Cash
                       END-IF
               END-READ
           END-PERFORM

           IF WS-Sum-XBorder NOT < WS-Amt-XBorder
                   AND WS-Sum-XBorder > ZERO
               ADD WS-Pts-XBorder TO WS-Score
               MOVE "XBRD" TO WS-New-Reason
               PERFORM ADD-REASON
           END-IF
           IF WS-Sum-Cash NOT < WS-Amt-Cash
                   AND WS-Sum-Cash > ZERO
               ADD WS-Pts-Cash TO WS-Score
               MOVE "CASH" TO WS-New-Reason
               PERFORM ADD-REASON
           END-IF.

      * the current rating is restated every night; the history
      * only gets a line when something about it moved.
       RECORD-RATING.
           MOVE "N" TO WS-Rating-Moved
           MOVE SPACE TO WS-Previous
           MOVE KundeRecord-KundeID TO RatingRecord-KundeID
           READ RatingFil
               INVALID KEY
                   MOVE "N" TO WS-Rating-Known
                   MOVE "Y" TO WS-Rating-Moved
               NOT INVALID KEY
                   MOVE "Y" TO WS-Rating-Known
                   MOVE RatingRecord-Rating TO WS-Previous
                   IF RatingRecord-Score NOT = WS-Score
                           OR RatingRecord-Rating NOT = WS-Rating
                           OR RatingRecord-Reasons NOT = WS-Reasons
                       MOVE "Y" TO WS-Rating-Moved
                   END-IF
           END-READ

           MOVE KundeRecord-KundeID TO RatingRecord-KundeID
           MOVE WS-Business-Date    TO RatingRecord-Date
           MOVE WS-Score            TO RatingRecord-Score
           MOVE WS-Rating           TO RatingRecord-Rating
           MOVE WS-Reasons          TO RatingRecord-Reasons
           IF WS-HAS-RATING
               REWRITE RatingRecord
                   INVALID KEY
                       DISPLAY "ERROR rewriting AmlRatings.txt for "
                           RatingRecord-KundeID
               END-REWRITE
           ELSE
               WRITE RatingRecord
                   INVALID KEY
                       DISPLAY "ERROR writing AmlRatings.txt for "
                           RatingRecord-KundeID
               END-WRITE
           END-IF

           IF WS-RATING-CHANGED
               MOVE WS-Business-Date    TO AH-Date
               MOVE KundeRecord-KundeID TO AH-KundeID
               MOVE WS-Score            TO AH-Score
               MOVE WS-Rating           TO AH-Rating
               MOVE WS-Previous         TO AH-Previous
               MOVE WS-Reasons          TO AH-Reasons
               WRITE HistoryRecord
               IF WS-HistoryFile-Status NOT = "00"
                   DISPLAY "ERROR writing AmlRatingHistory.txt -"
                       " status " WS-HistoryFile-Status
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-History-Written
           END-IF.

      * the register follows the rating: a new class restates the
      * next review from the last one under the new interval, so a
      * customer who turns high risk years after a review shows up
      * overdue on Opgave83's list the same night. A customer never
      * reviewed has no register line to move - a high rating for
      * one is listed so compliance can open the first review.
       ALIGN-KYC-REVIEW.
           MOVE KundeRecord-KundeID TO KycRecord-KundeID
           READ KycFil
               INVALID KEY
                   IF WS-RATED-HIGH
                       ADD 1 TO WS-No-Kyc-Count
                       MOVE SPACES TO ReportLine
                       STRING KundeRecord-KundeID
                           " rated H score " WS-Score
                           " reasons " WS-Reasons
                           " - no KYC record, review needed"
                           INTO ReportLine
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           IF KycRecord-RiskClass = WS-Rating
               EXIT PARAGRAPH
           END-IF

           MOVE KycRecord-RiskClass  TO WS-Old-Class
           MOVE KycRecord-NextReview TO WS-Old-Next
           MOVE WS-Rating TO KycRecord-RiskClass
           IF KycRecord-LastReview NOT = ZERO
               PERFORM COMPUTE-NEXT-REVIEW
               MOVE WS-Due-Date-Num TO KycRecord-NextReview
           END-IF
           REWRITE KycRecord
               INVALID KEY
                   DISPLAY "ERROR restating KYC for "
                       KycRecord-KundeID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-Class-Changes

           MOVE SPACES TO ReportLine
           STRING KundeRecord-KundeID
               " class " WS-Old-Class " -> " WS-Rating
               " score " WS-Score
               " reasons " WS-Reasons
               " next review " WS-Old-Next
               " -> " KycRecord-NextReview
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      * the review regime by risk class: high reviews yearly,
      * medium every two years, low every five - counted from the
      * last review, day clamped to a shorter target month.
       COMPUTE-NEXT-REVIEW.
           MOVE KycRecord-LastReview TO WS-Due-Date-Num
           EVALUATE KycRecord-RiskClass
               WHEN "H"
                   MOVE 12 TO WS-Add-Months
               WHEN "M"
                   MOVE 24 TO WS-Add-Months
               WHEN OTHER
                   MOVE 60 TO WS-Add-Months
           END-EVALUATE
           ADD WS-Add-Months TO WS-Due-Month
           PERFORM UNTIL WS-Due-Month NOT > 12
               SUBTRACT 12 FROM WS-Due-Month
               ADD 1 TO WS-Due-Year
           END-PERFORM
           PERFORM LOOKUP-MONTH-DAYS
           IF WS-Due-Day > WS-Month-Days
               MOVE WS-Month-Days TO WS-Due-Day
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave96Report.txt -"
                   " status " WS-ReportFile-Status
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       LOOKUP-MONTH-DAYS.
           EVALUATE WS-Due-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Month-Days
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-Month-Days
               WHEN OTHER
                   MOVE 28 TO WS-Month-Days
                   COMPUTE WS-Leap-Rem4
                       = FUNCTION MOD(WS-Due-Year, 4)
                   COMPUTE WS-Leap-Rem100
                       = FUNCTION MOD(WS-Due-Year, 100)
                   COMPUTE WS-Leap-Rem400
                       = FUNCTION MOD(WS-Due-Year, 400)
                   IF (WS-Leap-Rem4 = ZERO
                           AND WS-Leap-Rem100 NOT = ZERO)
                           OR WS-Leap-Rem400 = ZERO
                       MOVE 29 TO WS-Month-Days
                   END-IF
           END-EVALUATE.

       COPY "BUSDATE.cpy".
       COPY "JOBLOG.cpy".
