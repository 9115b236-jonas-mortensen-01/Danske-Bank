       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the live master, or the pricing committee's proposal that
      * Opgave114 simulates against - the same layout and key, so a
      * proposal is keyed exactly as the change itself would be.
           SELECT RenteFil ASSIGN DYNAMIC WS-Rente-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS RenteRecord-Key
               ACCESS MODE IS DYNAMIC

       WORKING-STORAGE SECTION.
       01 WS-RenteFil-Status PIC X(2) VALUE "00".
       01 WS-Rente-Filename  PIC X(30) VALUE "InterestRates.txt".
       01 WS-Rate-File-Choice PIC X VALUE "L".
           88 WS-PROPOSED-RATES VALUE "P" "p".

       01 WS-Done       PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".
       01 WS-Band-Idx      PIC 9.

       PROCEDURE DIVISION.
       DISPLAY "L=Live rates  P=Proposed rates (what-if): "
       ACCEPT WS-Rate-File-Choice
       IF WS-PROPOSED-RATES
           MOVE "ProposedRates.txt" TO WS-Rente-Filename
       END-IF

       OPEN I-O RenteFil
       IF WS-RenteFil-Status = "35"
      * no rate master yet - the first load creates it, the same
           OPEN I-O RenteFil
       END-IF
       IF WS-RenteFil-Status NOT = "00"
           DISPLAY "ERROR opening " WS-Rente-Filename " - status "
               WS-RenteFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       CLOSE RenteFil
       IF WS-RenteFil-Status NOT = "00"
           DISPLAY "ERROR closing " WS-Rente-Filename " - status "
               WS-RenteFil-Status
       END-IF
       STOP RUN.
