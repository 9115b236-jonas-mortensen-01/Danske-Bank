       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave106.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateFeed ASSIGN TO "CentralBankRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RateFeed-Status.
           SELECT RateFil ASSIGN TO "ExchangeRates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RateRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RateFil-Status.
           SELECT HoldFil ASSIGN TO "RateHolds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RH-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.
           SELECT ValutaFil ASSIGN TO "Valutaer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ValutaRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ValutaFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave106Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
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
      * the central bank's published rates, one currency per line:
      * the code, the date the rate was fixed for, and the rate in
      * DKK per 100 units, the way the central bank quotes it.
       FD  RateFeed.
       01  FeedRecord.
           02 CBR-Valuta     PIC X(3).
           02 CBR-RateDate   PIC 9(8).
           02 CBR-RatePer100 PIC 9(5)V9999.

      * the rate master Opgave32 maintains - this run only ever adds
      * to it, dated with the day the rate was fixed for.
       FD  RateFil.
       01  RateRecord.
           02 RateRecord-Key.
               03 RateRecord-Valuta        PIC X(3).
               03 RateRecord-EffectiveDate PIC 9(8).
           02 RateRecord-RateToDKK PIC 9(3)V9999.

      * rates waiting for an operator's confirmation in Opgave32.
       FD  HoldFil.
       01  HoldRecord.
           COPY "RATEHOLD.cpy".

       FD  ValutaFil.
       01  ValutaRecord.
           02 ValutaRecord-Kode      PIC X(3).
           02 ValutaRecord-Navn      PIC X(20).
           02 ValutaRecord-Decimals  PIC 9.
           02 ValutaRecord-Active    PIC X(1).
               88 VALUTA-RECORD-ACTIVE VALUE "A".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       FD  ReportFile.
       01  ReportLine PIC X(100).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE106".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-RateFeed-Status   PIC X(2) VALUE "00".
       01 WS-RateFil-Status    PIC X(2) VALUE "00".
       01 WS-HoldFil-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
      * RATETOL is the largest day-on-day move loaded without a
      * second look, in hundredths of a percent (0500 = 5.00%).
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 WS-Currency-Check PIC X(3).
      * fields LOAD-CURRENCY-MASTER/CHECK-CURRENCY (CURRMAST.cpy)
      * expect to be loaded.
       01 WS-ValutaFil-Status PIC X(2) VALUE "00".
       01 WS-Valuta-Table.
           02 WS-Valuta-Entry OCCURS 30 TIMES.
               03 WS-Val-Code    PIC X(3).
               03 WS-Val-Active  PIC X.
               03 WS-Val-ActDate PIC 9(8).
       01 WS-Val-Count PIC 99 VALUE ZERO.
       01 WS-Val-Idx   PIC 99.
       01 WS-Currency-Valid PIC X VALUE "N".
           88 WS-VALID-CURRENCY VALUE "Y".
       01 WS-Currency-Today PIC 9(8) VALUE ZERO.
       01 EOF-VALUTA PIC X VALUE "N".
           88 END-VALUTA VALUE "Y" FALSE "N".

      * which currencies on the table the feed delivered a usable
      * rate for, slot for slot with WS-Valuta-Entry.
       01 WS-Feed-Table.
           02 WS-Feed-Seen PIC X OCCURS 30 TIMES.

       01 EOF-FEED PIC X VALUE "N".
           88 END-FEED VALUE "Y" FALSE "N".
       01 EOF-RATE PIC X VALUE "N".
           88 END-RATE VALUE "Y" FALSE "N".

       01 WS-Has-Feed PIC X VALUE "N".
           88 WS-FEED-OPEN VALUE "Y".

       01 WS-Pct-Work      PIC 9(4).
       01 WS-Tolerance-Pct PIC 9(3)V99 VALUE 5.
       01 WS-New-Rate      PIC 9(3)V9999.
       01 WS-Move          PIC 9(3)V9999.
       01 WS-Move-Pct      PIC 9(5)V99.

      * the rate in force just before the feed's date, and any rate
      * already keyed for that very date.
       01 WS-Rate-Before  PIC 9(8).
       01 WS-Prev-Found   PIC X VALUE "N".
           88 WS-HAS-PREV-RATE VALUE "Y".
       01 WS-Prev-Rate    PIC 9(3)V9999.
       01 WS-Prev-Date    PIC 9(8).
       01 WS-Same-Found   PIC X VALUE "N".
           88 WS-HAS-SAME-DAY-RATE VALUE "Y".
       01 WS-Same-Rate    PIC 9(3)V9999.

       01 WS-Lines-Read     PIC 9(7) VALUE ZERO.
       01 WS-Rates-Loaded   PIC 9(7) VALUE ZERO.
       01 WS-Rates-Held     PIC 9(7) VALUE ZERO.
       01 WS-Rates-Ignored  PIC 9(7) VALUE ZERO.
       01 WS-Rates-Missing  PIC 9(7) VALUE ZERO.

       01 WS-Rate-Display  PIC ZZ9.9999.
       01 WS-Prev-Display  PIC ZZ9.9999.
       01 WS-Pct-Display   PIC ZZZZ9.99.
       01 WS-Tol-Display   PIC ZZ9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       PERFORM LOAD-CURRENCY-MASTER
       PERFORM VARYING WS-Val-Idx FROM 1 BY 1 UNTIL WS-Val-Idx > 30
           MOVE "N" TO WS-Feed-Seen(WS-Val-Idx)
       END-PERFORM

       MOVE "RATETOL" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:4) IS NUMERIC
           MOVE WS-RC-Value(1:4) TO WS-Pct-Work
           COMPUTE WS-Tolerance-Pct = WS-Pct-Work / 100
       END-IF

       OPEN I-O RateFil
       IF WS-RateFil-Status = "35"
      * no rate master yet - the first load creates it, the same
      * first-run behavior Opgave32 has.
           OPEN OUTPUT RateFil
           CLOSE RateFil
           OPEN I-O RateFil
       END-IF
       IF WS-RateFil-Status NOT = "00"
           DISPLAY "ERROR opening ExchangeRates.txt - status "
               WS-RateFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O HoldFil
       IF WS-HoldFil-Status = "35"
           OPEN OUTPUT HoldFil
           CLOSE HoldFil
           OPEN I-O HoldFil
       END-IF
       IF WS-HoldFil-Status NOT = "00"
           DISPLAY "ERROR opening RateHolds.txt - status "
               WS-HoldFil-Status
           CLOSE RateFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave106Report.txt - status "
               WS-ReportFile-Status
           CLOSE RateFil
           CLOSE HoldFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE WS-Tolerance-Pct TO WS-Tol-Display
       MOVE SPACES TO ReportLine
       STRING "Exchange-rate feed import " WS-Business-Date
           " - tolerance " WS-Tol-Display "%"
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-LINE

      * no feed tonight is not a failure of this step - it is the
      * very case the missing-currency section exists for: every
      * currency is listed as carrying its last rate.
       OPEN INPUT RateFeed
       IF WS-RateFeed-Status = "00"
           MOVE "Y" TO WS-Has-Feed
       ELSE
           MOVE "No CentralBankRates.txt received - no rates loaded"
               TO ReportLine
           PERFORM WRITE-REPORT-LINE
       END-IF

       IF WS-FEED-OPEN
           PERFORM UNTIL END-FEED
               READ RateFeed
                   AT END
                       SET END-FEED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Read
                       PERFORM PROCESS-FEED-RATE
               END-READ
           END-PERFORM
           CLOSE RateFeed
       END-IF

       PERFORM REPORT-MISSING-CURRENCIES

       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Feed lines: " WS-Lines-Read
           "  loaded: " WS-Rates-Loaded
           "  held: " WS-Rates-Held
           "  ignored: " WS-Rates-Ignored
           "  missing: " WS-Rates-Missing
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       CLOSE RateFil
       CLOSE HoldFil
       CLOSE ReportFile

       DISPLAY "Feed lines read: " WS-Lines-Read
       DISPLAY "Rates loaded: " WS-Rates-Loaded
       DISPLAY "Rates held for confirmation: " WS-Rates-Held
       DISPLAY "Currencies missing from the feed: " WS-Rates-Missing

       MOVE WS-Rates-Loaded  TO WS-Job-Count1
       MOVE WS-Rates-Held    TO WS-Job-Count2
       MOVE WS-Rates-Missing TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

      * DKK is the base every rate is quoted against and needs no
      * rate of its own. A currency we do not trade in is of no
      * interest; a line that cannot be read is reported and its
      * currency then shows as missing below.
       PROCESS-FEED-RATE.
           IF CBR-Valuta = "DKK"
               EXIT PARAGRAPH
           END-IF

           IF CBR-RateDate NOT NUMERIC OR CBR-RatePer100 NOT NUMERIC
               ADD 1 TO WS-Rates-Ignored
               MOVE SPACES TO ReportLine
               STRING "  " CBR-Valuta
                   " IGNORED - line not readable: " FeedRecord
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF CBR-RatePer100 = ZERO
               ADD 1 TO WS-Rates-Ignored
               MOVE SPACES TO ReportLine
               STRING "  " CBR-Valuta " " CBR-RateDate
                   " IGNORED - rate is zero"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE CBR-Valuta TO WS-Currency-Check
           PERFORM CHECK-CURRENCY
           IF NOT WS-VALID-CURRENCY
               ADD 1 TO WS-Rates-Ignored
               MOVE SPACES TO ReportLine
               STRING "  " CBR-Valuta " " CBR-RateDate
                   " IGNORED - not an active currency in Valutaer.txt"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-Val-Idx FROM 1 BY 1
                   UNTIL WS-Val-Idx > WS-Val-Count
                       OR WS-Val-Code(WS-Val-Idx) = CBR-Valuta
               CONTINUE
           END-PERFORM
           IF WS-Val-Idx NOT > WS-Val-Count
               MOVE "Y" TO WS-Feed-Seen(WS-Val-Idx)
           END-IF

           COMPUTE WS-New-Rate ROUNDED = CBR-RatePer100 / 100
           MOVE CBR-Valuta   TO WS-Currency-Check
           MOVE CBR-RateDate TO WS-Rate-Before
           PERFORM FIND-PREVIOUS-RATE
           MOVE WS-New-Rate TO WS-Rate-Display

      * a rate already keyed for the day stands - if the feed
      * disagrees with it, someone has to decide which is right.
           IF WS-HAS-SAME-DAY-RATE
               IF WS-Same-Rate = WS-New-Rate
                   MOVE SPACES TO ReportLine
                   STRING "  " CBR-Valuta " " CBR-RateDate
                       " " WS-Rate-Display
                       " already on file"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE WS-Same-Rate TO WS-Prev-Rate
                   MOVE CBR-RateDate TO WS-Prev-Date
                   PERFORM COMPUTE-RATE-MOVE
                   PERFORM HOLD-FEED-RATE
                   MOVE WS-Prev-Rate TO WS-Prev-Display
                   MOVE SPACES TO ReportLine
                   STRING "  " CBR-Valuta " " CBR-RateDate
                       " " WS-Rate-Display
                       " HELD - differs from the rate keyed for"
                       " the day " WS-Prev-Display
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-HAS-PREV-RATE
               PERFORM LOAD-FEED-RATE
               MOVE SPACES TO ReportLine
               STRING "  " CBR-Valuta " " CBR-RateDate
                   " " WS-Rate-Display
                   " loaded - first rate on file, no earlier rate"
                   " to compare"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-RATE-MOVE
           MOVE WS-Prev-Rate TO WS-Prev-Display
           MOVE WS-Move-Pct  TO WS-Pct-Display
           IF WS-Move-Pct > WS-Tolerance-Pct
               PERFORM HOLD-FEED-RATE
               MOVE SPACES TO ReportLine
               STRING "  " CBR-Valuta " " CBR-RateDate
                   " " WS-Rate-Display
                   " HELD - moved " WS-Pct-Display
                   "% from " WS-Prev-Display
                   " of " WS-Prev-Date
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM LOAD-FEED-RATE
               MOVE SPACES TO ReportLine
               STRING "  " CBR-Valuta " " CBR-RateDate
                   " " WS-Rate-Display
                   " loaded - moved " WS-Pct-Display
                   "% from " WS-Prev-Display
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * the same walk Opgave61's rate lookup makes: every record for
      * the currency in date order, the last one before the cut
      * date being the rate in force. A zero rate is no rate.
       FIND-PREVIOUS-RATE.
           MOVE "N" TO WS-Prev-Found
           MOVE "N" TO WS-Same-Found
           MOVE ZERO TO WS-Prev-Rate
           MOVE ZERO TO WS-Prev-Date
           MOVE ZERO TO WS-Same-Rate

           MOVE WS-Currency-Check TO RateRecord-Valuta
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
                       IF RateRecord-Valuta NOT = WS-Currency-Check
                           SET END-RATE TO TRUE
                       ELSE
                           IF RateRecord-EffectiveDate
                                   NOT < WS-Rate-Before
                               IF RateRecord-EffectiveDate
                                       = WS-Rate-Before
                                   MOVE "Y" TO WS-Same-Found
                                   MOVE RateRecord-RateToDKK
                                       TO WS-Same-Rate
                               END-IF
                               SET END-RATE TO TRUE
                           ELSE
                               IF RateRecord-RateToDKK NOT = ZERO
                                   MOVE "Y" TO WS-Prev-Found
                                   MOVE RateRecord-RateToDKK
                                       TO WS-Prev-Rate
                                   MOVE RateRecord-EffectiveDate
                                       TO WS-Prev-Date
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * the move as a percentage of the previous rate, either way.
       COMPUTE-RATE-MOVE.
           IF WS-New-Rate > WS-Prev-Rate
               COMPUTE WS-Move = WS-New-Rate - WS-Prev-Rate
           ELSE
               COMPUTE WS-Move = WS-Prev-Rate - WS-New-Rate
           END-IF
           IF WS-Prev-Rate = ZERO
               MOVE ZERO TO WS-Move-Pct
           ELSE
               COMPUTE WS-Move-Pct ROUNDED
                   = WS-Move * 100 / WS-Prev-Rate
           END-IF.

       LOAD-FEED-RATE.
           MOVE CBR-Valuta   TO RateRecord-Valuta
           MOVE CBR-RateDate TO RateRecord-EffectiveDate
           MOVE WS-New-Rate  TO RateRecord-RateToDKK
           WRITE RateRecord
           IF WS-RateFil-Status NOT = "00"
               DISPLAY "ERROR writing ExchangeRates.txt - status "
                   WS-RateFil-Status " for " CBR-Valuta
               CLOSE RateFil
               CLOSE HoldFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Rates-Loaded.

      * a rerun replaces tonight's hold for the same currency and
      * day rather than failing on it.
       HOLD-FEED-RATE.
           MOVE CBR-Valuta       TO RH-Valuta
           MOVE CBR-RateDate     TO RH-EffectiveDate
           MOVE WS-New-Rate      TO RH-NewRate
           MOVE WS-Prev-Rate     TO RH-PrevRate
           MOVE WS-Prev-Date     TO RH-PrevDate
           MOVE WS-Move-Pct      TO RH-MovePct
           MOVE WS-Business-Date TO RH-HeldDate
           WRITE HoldRecord
               INVALID KEY
                   REWRITE HoldRecord
                       INVALID KEY
                           DISPLAY "ERROR rewriting RateHolds.txt"
                               " - status " WS-HoldFil-Status
                           CLOSE RateFil
                           CLOSE HoldFil
                           CLOSE ReportFile
                           STOP RUN WITH ERROR STATUS 1
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-Rates-Held.

      * every currency we trade in that the feed said nothing
      * usable about - each one named with the rate it will go on
      * carrying, so a stale rate is a decision and never an
      * accident.
       REPORT-MISSING-CURRENCIES.
           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE "Currencies not in tonight's feed:" TO ReportLine
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-Val-Idx FROM 1 BY 1
                   UNTIL WS-Val-Idx > WS-Val-Count
               IF WS-Val-Code(WS-Val-Idx) NOT = "DKK"
                       AND WS-Val-Active(WS-Val-Idx) = "A"
                       AND WS-Val-ActDate(WS-Val-Idx)
                           NOT > WS-Currency-Today
                       AND WS-Feed-Seen(WS-Val-Idx) NOT = "Y"
                   PERFORM REPORT-ONE-MISSING
               END-IF
           END-PERFORM

           IF WS-Rates-Missing = ZERO
               MOVE "  none" TO ReportLine
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ONE-MISSING.
           ADD 1 TO WS-Rates-Missing
           MOVE WS-Val-Code(WS-Val-Idx) TO WS-Currency-Check
           MOVE 99999999 TO WS-Rate-Before
           PERFORM FIND-PREVIOUS-RATE
           MOVE SPACES TO ReportLine
           IF WS-HAS-PREV-RATE
               MOVE WS-Prev-Rate TO WS-Prev-Display
               STRING "  " WS-Currency-Check
                   " MISSING - carries " WS-Prev-Display
                   " effective " WS-Prev-Date
                   INTO ReportLine
               END-STRING
           ELSE
               STRING "  " WS-Currency-Check
                   " MISSING - no rate on file at all"
                   INTO ReportLine
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave106Report.txt - status "
                   WS-ReportFile-Status
               CLOSE RateFil
               CLOSE HoldFil
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "CURRMAST.cpy".

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
