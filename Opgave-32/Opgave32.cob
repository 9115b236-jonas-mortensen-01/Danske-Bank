               RECORD KEY IS RateRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RateFil-Status.
           SELECT HoldFil ASSIGN TO "RateHolds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RH-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.

       DATA DIVISION.
       FILE SECTION.
               03 RateRecord-EffectiveDate PIC 9(8).
           02 RateRecord-RateToDKK PIC 9(3)V9999.

      * feed rates the nightly import (Opgave106) would not load on
      * its own - each waits here for an operator to confirm it onto
      * the master or discard it.
       FD  HoldFil.
       01  HoldRecord.
           COPY "RATEHOLD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RateFil-Status PIC X(2) VALUE "00".
       01 WS-HoldFil-Status PIC X(2) VALUE "00".

       01 WS-Done       PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".
           88 WS-TXN-ADD    VALUE "A" "a".
           88 WS-TXN-CHANGE VALUE "C" "c".
           88 WS-TXN-DELETE VALUE "D" "d".
           88 WS-TXN-HELD   VALUE "H" "h".
           88 WS-TXN-EXIT   VALUE "X" "x".

       01 WS-Rate-Display PIC 999.9999.
       01 WS-Prev-Display PIC 999.9999.
       01 WS-Pct-Display  PIC ZZZZ9.99.

       01 EOF-HOLD PIC X VALUE "N".
           88 END-HOLD VALUE "Y" FALSE "N".
       01 WS-Hold-Last-Key PIC X(11).
       01 WS-Hold-Answer   PIC X VALUE SPACE.
           88 WS-HOLD-CONFIRM VALUE "C" "c".
           88 WS-HOLD-DISCARD VALUE "R" "r".
       01 WS-Holds-Shown   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       OPEN I-O RateFil
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "A=Add rate  C=Change  D=Delete  H=Held rates"
               "  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
                   PERFORM CHANGE-RATE
               WHEN WS-TXN-DELETE
                   PERFORM DELETE-RATE
               WHEN WS-TXN-HELD
                   PERFORM REVIEW-HELD-RATES
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                           DISPLAY "Rate deleted"
                   END-DELETE
           END-READ.

      * each held feed rate in currency and date order, with the
      * rate it was measured against: C puts it on the master
      * (replacing a rate keyed for the same day), R discards it,
      * anything else leaves it held for later.
       REVIEW-HELD-RATES.
           OPEN I-O HoldFil
           IF WS-HoldFil-Status NOT = "00"
               DISPLAY "No held rates on file"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Holds-Shown
           MOVE LOW-VALUES TO WS-Hold-Last-Key
           SET END-HOLD TO FALSE
           PERFORM UNTIL END-HOLD
               MOVE WS-Hold-Last-Key TO RH-Key
               START HoldFil KEY IS GREATER THAN RH-Key
                   INVALID KEY
                       SET END-HOLD TO TRUE
               END-START
               IF NOT END-HOLD
                   READ HoldFil NEXT RECORD
                       AT END
                           SET END-HOLD TO TRUE
                       NOT AT END
                           MOVE RH-Key TO WS-Hold-Last-Key
                           PERFORM REVIEW-ONE-HELD-RATE
                   END-READ
               END-IF
           END-PERFORM

           IF WS-Holds-Shown = ZERO
               DISPLAY "No held rates on file"
           END-IF
           CLOSE HoldFil.

       REVIEW-ONE-HELD-RATE.
           ADD 1 TO WS-Holds-Shown
           MOVE RH-NewRate  TO WS-Rate-Display
           MOVE RH-PrevRate TO WS-Prev-Display
           MOVE RH-MovePct  TO WS-Pct-Display
           DISPLAY RH-Valuta " effective " RH-EffectiveDate
               " feed rate " WS-Rate-Display
               " against " WS-Prev-Display " of " RH-PrevDate
               " (" WS-Pct-Display "%) held " RH-HeldDate
           DISPLAY "C=Confirm  R=Discard  other=leave held: "
           ACCEPT WS-Hold-Answer

           EVALUATE TRUE
               WHEN WS-HOLD-CONFIRM
                   MOVE RH-Valuta        TO RateRecord-Valuta
                   MOVE RH-EffectiveDate TO RateRecord-EffectiveDate
                   MOVE RH-NewRate       TO RateRecord-RateToDKK
                   WRITE RateRecord
                       INVALID KEY
                           REWRITE RateRecord
                               INVALID KEY
                                   DISPLAY "Rewrite failed for "
                                       RateRecord-Valuta
                                   EXIT PARAGRAPH
                           END-REWRITE
                   END-WRITE
                   DELETE HoldFil
                       INVALID KEY
                           DISPLAY "Delete of held rate failed for "
                               RH-Valuta
                   END-DELETE
                   DISPLAY "Rate confirmed"
               WHEN WS-HOLD-DISCARD
                   DELETE HoldFil
                       INVALID KEY
                           DISPLAY "Delete of held rate failed for "
                               RH-Valuta
                       NOT INVALID KEY
                           DISPLAY "Held rate discarded"
                   END-DELETE
               WHEN OTHER
                   DISPLAY "Left held"
           END-EVALUATE.
