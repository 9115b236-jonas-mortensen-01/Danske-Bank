      *-----------------------------------------------------------*
      * ESCPOST.cpy - books one movement on an escrow               *
      * beneficiary: brings the beneficiary's balance-days up to    *
      * the booking date, moves the balance, writes the movement    *
      * to EscrowMovements.txt and rewrites the sub-ledger record.  *
      * Copied into PROCEDURE DIVISION, the same way BUSDATE.cpy    *
      * and RUNCTL.cpy are.                                         *
      *                                                             *
      * Contract - the including program must declare:              *
      *   WS-EscSubFil-Status    PIC X(2)                           *
      *   WS-EscMoveFil-Status   PIC X(2)                           *
      *   WS-EscPost-Date        PIC 9(8)   (booking date)          *
      *   WS-EscPost-ValueDate   PIC X(8)                           *
      *   WS-EscPost-Kind        PIC X      (EM-Kind)               *
      *   WS-EscPost-Amount      PIC S9(10)V99 (+ credits)          *
      *   WS-EscPost-Ref         PIC 9(10)                          *
      *   WS-EscPost-Text        PIC X(30)                          *
      *   WS-EscPost-By          PIC X(10)                          *
      *   WS-EscPost-Days        PIC S9(7)                          *
      *   WS-EscPost-Done        PIC X                              *
      *       88 WS-ESCROW-POSTED VALUE "Y"                         *
      * EscSubFil (ESCSUB.cpy, record EscSubRecord) and             *
      * EscMoveFil (ESCMOVE.cpy, record EscMoveRecord),             *
      * both INDEXED and open I-O. Read the beneficiary into        *
      * EscSubRecord, fill the WS-EscPost- fields and PERFORM       *
      * POST-ESCROW-MOVEMENT, then test WS-ESCROW-POSTED. The       *
      * sub-ledger is only rewritten once the movement is on file.  *
      * ACCRUE-ESCROW-BALANCE-DAYS may be performed on its own to   *
      * bring a beneficiary up to WS-EscPost-Date.                  *
      *-----------------------------------------------------------*
       POST-ESCROW-MOVEMENT.
           MOVE "N" TO WS-EscPost-Done
           PERFORM ACCRUE-ESCROW-BALANCE-DAYS

           ADD WS-EscPost-Amount TO ES-Balance
           ADD 1 TO ES-LastSeq

           MOVE ES-KontoID           TO EM-KontoID
           MOVE ES-SubID             TO EM-SubID
           MOVE ES-LastSeq           TO EM-Seq
           MOVE WS-EscPost-Date      TO EM-Date
           MOVE WS-EscPost-ValueDate TO EM-ValueDate
           MOVE WS-EscPost-Kind      TO EM-Kind
           MOVE WS-EscPost-Amount    TO EM-Amount
           MOVE ES-Balance           TO EM-BalanceAfter
           MOVE WS-EscPost-Ref       TO EM-TransRef
           MOVE WS-EscPost-Text      TO EM-Text
           MOVE WS-EscPost-By        TO EM-By

           WRITE EscMoveRecord
           IF WS-EscMoveFil-Status NOT = "00"
               DISPLAY "ERROR writing EscrowMovements.txt - status "
                   WS-EscMoveFil-Status " for " ES-KontoID
                   " / " ES-SubID
               EXIT PARAGRAPH
           END-IF

           REWRITE EscSubRecord
           IF WS-EscSubFil-Status NOT = "00"
               DISPLAY "ERROR rewriting EscrowSubledger.txt - status "
                   WS-EscSubFil-Status " for " ES-KontoID
                   " / " ES-SubID
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-EscPost-Done.

      * balance-days only ever run forward: a booking dated before
      * the beneficiary's last movement adds nothing.
       ACCRUE-ESCROW-BALANCE-DAYS.
           IF ES-LastMoveDate = ZERO
               MOVE WS-EscPost-Date TO ES-LastMoveDate
           END-IF
           IF WS-EscPost-Date > ES-LastMoveDate
               COMPUTE WS-EscPost-Days
                   = FUNCTION INTEGER-OF-DATE(WS-EscPost-Date)
                   - FUNCTION INTEGER-OF-DATE(ES-LastMoveDate)
               COMPUTE ES-BalanceDays
                   = ES-BalanceDays + ES-Balance * WS-EscPost-Days
               MOVE WS-EscPost-Date TO ES-LastMoveDate
           END-IF.
