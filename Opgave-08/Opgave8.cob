           02 ValutaRecord-Active    PIC X(1).
               88 VALUTA-RECORD-ACTIVE VALUE "A".
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-KUNDE    PIC X VALUE "N".
