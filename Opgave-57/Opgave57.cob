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

      * the nominal due date rolled forward to the first business
      * day - the date the payment actually posts on.
       01 WS-Effective-Due PIC 9(8).
       01 WS-Roll-Count    PIC 9(3).

      * the release pass reads the payer's account only for the
      * currency whose calendar the due date rolls by - without the
      * account master the Danish calendar applies.
       01 WS-Has-Konto PIC X VALUE "N".
           88 WS-KONTO-OPEN VALUE "Y".

       01 WS-Item-Valid PIC X VALUE "Y".
           88 WS-ITEM-OK VALUE "Y".
       01 WS-Reject-Reason PIC X(4) VALUE SPACES.
                   SET END-WAREHOUSE TO TRUE
           END-START

           MOVE "N" TO WS-Has-Konto
           OPEN INPUT KontoFil
           IF WS-KontoFil-Status = "00"
               MOVE "Y" TO WS-Has-Konto
           END-IF

           PERFORM UNTIL END-WAREHOUSE
               READ WarehouseFil NEXT RECORD
                   AT END
               END-READ
           END-PERFORM

           IF WS-KONTO-OPEN
               CLOSE KontoFil
           END-IF

           IF WS-Due-Count NOT = ZERO
               OPEN EXTEND IntakeFile
               IF WS-IntakeFile-Status NOT = "00"
               CLOSE IntakeFile
           END-IF.

      * the due date rolls by the calendar of the currency being
      * paid - the payer account's currency.
       NOTE-IF-DUE.
           MOVE SPACES TO WS-Settle-Valuta
           IF WS-KONTO-OPEN
               MOVE WarehouseRecord-PayerKonto TO KontoRecord-KontoID
               READ KontoFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KontoRecord-Valuta TO WS-Settle-Valuta
               END-READ
           END-IF

           MOVE WarehouseRecord-DueDate TO WS-Effective-Due
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
           END-PERFORM

           IF WS-Effective-Due NOT > WS-Today

       COPY "BANKCAL.cpy".

       COPY "SETTLCAL.cpy".

       COPY "JOBLOG.cpy".
