      * through CURRMAST.cpy - one record per code, with the
      * decimal places the currency carries, an active flag and the
      * date the code becomes usable. Deactivation is a flag, not a
      * delete: history still refers to the code. The calendar names
      * the settlement holidays the currency pays by (TARGET2 for
      * EUR, say) as listed in SettlementHolidays.txt - blank means
      * the Danish BankHolidays.txt.
       FD  ValutaFil.
       01  ValutaRecord.
           02 ValutaRecord-Kode      PIC X(3).
               88 VALUTA-RECORD-INACTIVE VALUE "I".
               88 VALUTA-ACTIVE-VALID    VALUE "A" "I".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ValutaFil-Status PIC X(2) VALUE "00".
           ACCEPT ValutaRecord-Active
           DISPLAY "Activation date (YYYYMMDD, 0 = usable now): "
           ACCEPT ValutaRecord-ActDate
           DISPLAY "Settlement calendar (blank = Danish holidays): "
           ACCEPT ValutaRecord-Calendar

           IF NOT VALUTA-ACTIVE-VALID
               DISPLAY "Invalid active flag " ValutaRecord-Active
                   DISPLAY "Activation date ("
                       ValutaRecord-ActDate "): "
                   ACCEPT ValutaRecord-ActDate
                   DISPLAY "Settlement calendar ("
                       ValutaRecord-Calendar "): "
                   ACCEPT ValutaRecord-Calendar
                   IF NOT VALUTA-ACTIVE-VALID
                       DISPLAY "Invalid active flag - not changed"
                   ELSE
                           " decimals " ValutaRecord-Decimals
                           " " ValutaRecord-Active
                           " from " ValutaRecord-ActDate
                           " calendar " ValutaRecord-Calendar
               END-READ
           END-PERFORM
           DISPLAY WS-Valuta-Count " currency code(s) on file".
