           SELECT HolidayFile ASSIGN TO "BankHolidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HolidayFile-Status.
           SELECT ValutaFil ASSIGN TO "Valutaer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ValutaRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ValutaFil-Status.
           SELECT SettleHolFile ASSIGN TO "SettlementHolidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SettleHol-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
           02 HolidayDate        PIC 9(8).
           02 HolidayDescription PIC X(30).

      * read only for the settlement calendar a currency pays by -
      * see SETTLCAL.cpy.
       FD  ValutaFil.
       01  ValutaRecord.
           02 ValutaRecord-Kode      PIC X(3).
           02 ValutaRecord-Navn      PIC X(20).
           02 ValutaRecord-Decimals  PIC 9.
           02 ValutaRecord-Active    PIC X(1).
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       FD  SettleHolFile.
       01  SettleHolRecord.
           02 SH-Calendar        PIC X(8).
           02 SH-Date            PIC 9(8).
           02 SH-Description     PIC X(30).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
       01 EOF-HOLIDAY                 PIC X VALUE "N".
           88 END-HOLIDAY VALUE "Y" FALSE "N".

      * fields CHECK-SETTLEMENT-DAY (SETTLCAL.cpy) expects to be
      * loaded.
       01 WS-Settle-Valuta     PIC X(3) VALUE SPACES.
       01 WS-Settle-Calendar   PIC X(8) VALUE SPACES.
       01 WS-Settle-Cached     PIC X(3) VALUE HIGH-VALUES.
       01 WS-ValutaFil-Status  PIC X(2) VALUE "00".
       01 WS-SettleHol-Status  PIC X(2) VALUE "00".
       01 EOF-SETTLEHOL        PIC X VALUE "N".
           88 END-SETTLEHOL VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
               PERFORM ROLL-TO-BUSINESS-DAY
           END-PERFORM.

      * a due date on a weekend or holiday pays on the next business
      * day of the order's currency - a EUR order rolls by the
      * TARGET2 calendar, not the Danish one. The schedule itself
      * stays on the nominal day, only the posting date moves.
       ROLL-TO-BUSINESS-DAY.
           MOVE OrderRecord-NextDue TO WS-Effective-Due
           MOVE OrderRecord-Valuta TO WS-Settle-Valuta
           MOVE ZERO TO WS-Roll-Count
           MOVE WS-Effective-Due TO WS-Calendar-Date
           PERFORM CHECK-SETTLEMENT-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY OR WS-Roll-Count > 30
               ADD 1 TO WS-Roll-Count
               COMPUTE WS-Calendar-Integer-Date
                   = FUNCTION DATE-OF-INTEGER
                       (WS-Calendar-Integer-Date)
               MOVE WS-Effective-Due TO WS-Calendar-Date
               PERFORM CHECK-SETTLEMENT-DAY
           END-PERFORM.

       WRITE-INTAKE-TRANSFER.

       COPY "BANKCAL.cpy".

       COPY "SETTLCAL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
