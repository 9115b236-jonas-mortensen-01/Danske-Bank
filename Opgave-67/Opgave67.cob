               88 PRODUKT-RECORD-INACTIVE VALUE "I".
               88 PRODUKT-ACTIVE-VALID    VALUE "A" "I".
           02 ProduktRecord-ActDate     PIC 9(8).
      * a notice-period savings product pays out only what has been
      * noticed in WithdrawalNotices.txt at least this many days
      * ahead (zero = on demand, as every product was before). An
      * early withdrawal a supervisor lets through is charged the
      * penalty rate, per year, on the unnoticed amount for the
      * whole notice period.
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
      * a youth product names the adult product its accounts move
      * to when the holder turns 18 (Opgave113); spaces = not a
      * youth product.
           02 ProduktRecord-AdultKode   PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-ProduktFil-Status PIC X(2) VALUE "00".
           ELSE
               MOVE WS-Field TO ProduktRecord-FeeKey
           END-IF
           DISPLAY "Withdrawal notice in days (0 = on demand): "
           ACCEPT ProduktRecord-NoticeDays
           MOVE ZERO TO ProduktRecord-PenaltyPct
           IF ProduktRecord-NoticeDays > ZERO
               DISPLAY "Early-withdrawal penalty rate per year"
                   " (n.nnnn): "
               ACCEPT ProduktRecord-PenaltyPct
           END-IF
           DISPLAY "Adult product at 18 (blank = not a youth"
               " product): "
           ACCEPT WS-Field
           MOVE WS-Field TO ProduktRecord-AdultKode
           MOVE "A" TO ProduktRecord-Active
           ACCEPT ProduktRecord-ActDate FROM DATE YYYYMMDD

                       MOVE WS-Field(1:1)
                           TO ProduktRecord-Active
                   END-IF
                   DISPLAY "Withdrawal notice days ("
                       ProduktRecord-NoticeDays
                       ") - Enter to keep, else new value: "
                   ACCEPT WS-Field
                   IF WS-Field(1:3) IS NUMERIC
                       MOVE WS-Field(1:3) TO ProduktRecord-NoticeDays
                   END-IF
                   DISPLAY "Penalty rate (" ProduktRecord-PenaltyPct
                       ") - Enter to keep, else n.nnnn: "
                   ACCEPT WS-Field
                   IF WS-Field NOT = SPACES
                       COMPUTE ProduktRecord-PenaltyPct
                           = FUNCTION NUMVAL(WS-Field)
                   END-IF
                   DISPLAY "Adult product at 18 ("
                       ProduktRecord-AdultKode
                       ") - Enter to keep, - to clear: "
                   ACCEPT WS-Field
                   EVALUATE TRUE
                       WHEN WS-Field = SPACES
                           CONTINUE
                       WHEN WS-Field = "-"
                           MOVE SPACES TO ProduktRecord-AdultKode
                       WHEN OTHER
                           MOVE WS-Field TO ProduktRecord-AdultKode
                   END-EVALUATE
                   REWRITE ProduktRecord
                       INVALID KEY
                           DISPLAY "Rewrite failed for "
                           " " ProduktRecord-Navn
                           " [" ProduktRecord-Active "]"
                           " since " ProduktRecord-ActDate
                           " notice " ProduktRecord-NoticeDays
                           " adult " ProduktRecord-AdultKode
               END-READ
           END-PERFORM

