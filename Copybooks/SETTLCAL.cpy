      *-----------------------------------------------------------*
      * SETTLCAL.cpy - decides whether a given date is a business  *
      * day for the settlement system a currency pays through.     *
      * Valutaer.txt names the calendar on each currency; its      *
      * holidays are the SettlementHolidays.txt lines carrying     *
      * that name. A currency with no calendar, or one not on the  *
      * master at all, is checked against the Danish               *
      * BankHolidays.txt through CHECK-BUSINESS-DAY, so BANKCAL.cpy *
      * must be copied alongside this one.                         *
      *                                                             *
      * Contract - the including program must declare everything   *
      * BANKCAL.cpy asks for, plus:                                *
      *   WS-Settle-Valuta      PIC X(3)                           *
      *   WS-Settle-Calendar    PIC X(8)                           *
      *   WS-Settle-Cached      PIC X(3) VALUE HIGH-VALUES         *
      *   WS-ValutaFil-Status   PIC X(2)                           *
      *   WS-SettleHol-Status   PIC X(2)                           *
      *   EOF-SETTLEHOL         PIC X                              *
      *       88 END-SETTLEHOL VALUE "Y" FALSE "N"                 *
      * a ValutaFil declared as in CURRMAST.cpy (including         *
      * ValutaRecord-Calendar), and a SettleHolFile declared as:   *
      *   SELECT SettleHolFile                                     *
      *       ASSIGN TO "SettlementHolidays.txt"                   *
      *       ORGANIZATION IS LINE SEQUENTIAL                      *
      *       FILE STATUS IS WS-SettleHol-Status.                  *
      *   FD SettleHolFile.                                        *
      *   01 SettleHolRecord.                                      *
      *       02 SH-Calendar        PIC X(8).                      *
      *       02 SH-Date            PIC 9(8).                      *
      *       02 SH-Description     PIC X(30).                     *
      * Move the currency to WS-Settle-Valuta and the date to      *
      * WS-Calendar-Date, then PERFORM CHECK-SETTLEMENT-DAY and    *
      * test WS-IS-BUSINESS-DAY. The calendar of the last currency *
      * looked up is kept, so a run that checks the same currency  *
      * day after day reads Valutaer.txt once. ValutaFil must not  *
      * be open in the including program when this is performed.   *
      *-----------------------------------------------------------*
       CHECK-SETTLEMENT-DAY.
           IF WS-Settle-Valuta NOT = WS-Settle-Cached
               PERFORM FIND-SETTLEMENT-CALENDAR
           END-IF

           IF WS-Settle-Calendar = SPACES
               PERFORM CHECK-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-Calendar-Is-Business-Day

           COMPUTE WS-Calendar-Integer-Date
               = FUNCTION INTEGER-OF-DATE(WS-Calendar-Date)
           COMPUTE WS-Calendar-DOW
               = FUNCTION MOD(WS-Calendar-Integer-Date, 7)

           IF WS-Calendar-DOW = 0 OR WS-Calendar-DOW = 6
               MOVE "N" TO WS-Calendar-Is-Business-Day
           END-IF

           IF WS-IS-BUSINESS-DAY
               OPEN INPUT SettleHolFile
               IF WS-SettleHol-Status = "00"
                   SET END-SETTLEHOL TO FALSE
                   PERFORM UNTIL END-SETTLEHOL
                       READ SettleHolFile
                           AT END
                               SET END-SETTLEHOL TO TRUE
                           NOT AT END
                               IF SH-Calendar = WS-Settle-Calendar
                                  AND SH-Date = WS-Calendar-Date
                                   MOVE "N"
                                       TO WS-Calendar-Is-Business-Day
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SettleHolFile
               END-IF
           END-IF.

      * a missing master or an unknown code leaves the calendar
      * blank - the Danish calendar is the one every currency used
      * before calendars were kept per currency.
       FIND-SETTLEMENT-CALENDAR.
           MOVE WS-Settle-Valuta TO WS-Settle-Cached
           MOVE SPACES TO WS-Settle-Calendar
           OPEN INPUT ValutaFil
           IF WS-ValutaFil-Status = "00"
               MOVE WS-Settle-Valuta TO ValutaRecord-Kode
               READ ValutaFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ValutaRecord-Calendar
                           TO WS-Settle-Calendar
               END-READ
               CLOSE ValutaFil
           END-IF.
