      *       02 ValutaRecord-Active    PIC X(1).                  *
      *           88 VALUTA-RECORD-ACTIVE VALUE "A".               *
      *       02 ValutaRecord-ActDate   PIC 9(8).                  *
      *       02 ValutaRecord-Calendar  PIC X(8).                  *
      *                                                             *
      * PERFORM LOAD-CURRENCY-MASTER once at start-up; then move   *
      * each code to test into WS-Currency-Check and PERFORM       *
