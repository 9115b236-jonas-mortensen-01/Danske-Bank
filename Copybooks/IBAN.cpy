      *-----------------------------------------------------------*
      * IBAN.cpy - builds and validates International Bank        *
      * Account Numbers (ISO 13616). Copied into PROCEDURE         *
      * DIVISION, the same way VALIDKONTO.cpy is.                  *
      *                                                            *
      * VALIDATE-IBAN proves the IBAN in WS-IBAN (electronic form, *
      * no spaces, left-justified): two letters of country, two    *
      * check digits, a BBAN of upper-case letters and digits, 15  *
      * to 34 characters in all, and the whole number mod 97 equal *
      * to 1 once the first four characters are moved to the end   *
      * and every letter is read as 10 (A) to 35 (Z).              *
      *                                                            *
      * BUILD-IBAN builds our own IBAN for an account into WS-IBAN *
      * from WS-IB-Country, WS-IB-BankCode and WS-IB-KontoID,      *
      * check digits = 98 - (the number with "00" in their place)  *
      * mod 97.                                                    *
      *                                                            *
      * Contract - the including program must declare:             *
      *   WS-IBAN          PIC X(34)                               *
      *   WS-IBAN-Valid    PIC X                                   *
      *       88 WS-IBAN-OK VALUE "Y"                              *
      *   WS-IB-Country    PIC X(2)                                *
      *   WS-IB-BankCode   PIC X(4)                                *
      *   WS-IB-KontoID    PIC X(10)                               *
      *   WS-IB-Len, WS-IB-Idx, WS-IB-Pos, WS-IB-Letter PIC 99     *
      *       (the loops run one past their limit before the       *
      *       UNTIL test stops them)                               *
      *   WS-IB-Char       PIC X                                   *
      *   WS-IB-Digit      PIC 9                                   *
      *   WS-IB-Rem, WS-IB-Check PIC 99                            *
      *   WS-IB-Work, WS-IB-Quotient PIC 9(5)                      *
      *   WS-IB-Letters    PIC X(26)                               *
      *       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ"                   *
      *-----------------------------------------------------------*
       VALIDATE-IBAN.
           MOVE "Y" TO WS-IBAN-Valid
           PERFORM IBAN-LENGTH

           IF WS-IB-Len < 15
               MOVE "N" TO WS-IBAN-Valid
           ELSE
               IF WS-IBAN(1:2) NOT ALPHABETIC-UPPER
                       OR WS-IBAN(1:1) = SPACE
                       OR WS-IBAN(2:1) = SPACE
                       OR WS-IBAN(3:2) NOT NUMERIC
                   MOVE "N" TO WS-IBAN-Valid
               ELSE
                   PERFORM IBAN-MOD-97
                   IF WS-IBAN-OK AND WS-IB-Rem NOT = 1
                       MOVE "N" TO WS-IBAN-Valid
                   END-IF
               END-IF
           END-IF.

       BUILD-IBAN.
           MOVE "Y" TO WS-IBAN-Valid
           MOVE SPACES TO WS-IBAN
           STRING
               WS-IB-Country "00" WS-IB-BankCode WS-IB-KontoID
               DELIMITED BY SIZE
               INTO WS-IBAN
           END-STRING
           PERFORM IBAN-LENGTH
           PERFORM IBAN-MOD-97
           IF WS-IBAN-OK
               COMPUTE WS-IB-Check = 98 - WS-IB-Rem
               MOVE WS-IB-Check TO WS-IBAN(3:2)
           END-IF.

      * the significant length - everything up to the last
      * non-blank character.
       IBAN-LENGTH.
           MOVE 34 TO WS-IB-Len
           PERFORM UNTIL WS-IB-Len = ZERO
                   OR WS-IBAN(WS-IB-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-IB-Len
           END-PERFORM.

      * the rearranged number is far too long for any numeric
      * field, so it is reduced mod 97 one digit (or one letter's
      * two digits) at a time - the remainder never exceeds 96.
      * A character that is neither a digit nor an upper-case
      * letter makes the IBAN invalid.
       IBAN-MOD-97.
           MOVE ZERO TO WS-IB-Rem
           PERFORM VARYING WS-IB-Idx FROM 1 BY 1
                   UNTIL WS-IB-Idx > WS-IB-Len
                       OR NOT WS-IBAN-OK
               COMPUTE WS-IB-Pos = WS-IB-Idx + 4
               IF WS-IB-Pos > WS-IB-Len
                   SUBTRACT WS-IB-Len FROM WS-IB-Pos
               END-IF
               MOVE WS-IBAN(WS-IB-Pos:1) TO WS-IB-Char
               PERFORM IBAN-ADD-CHAR
           END-PERFORM.

       IBAN-ADD-CHAR.
           IF WS-IB-Char IS NUMERIC
               MOVE WS-IB-Char TO WS-IB-Digit
               COMPUTE WS-IB-Work = WS-IB-Rem * 10 + WS-IB-Digit
           ELSE
               PERFORM VARYING WS-IB-Letter FROM 1 BY 1
                       UNTIL WS-IB-Letter > 26
                           OR WS-IB-Letters(WS-IB-Letter:1)
                               = WS-IB-Char
                   CONTINUE
               END-PERFORM
               IF WS-IB-Letter > 26
                   MOVE "N" TO WS-IBAN-Valid
                   MOVE ZERO TO WS-IB-Work
               ELSE
                   COMPUTE WS-IB-Work = WS-IB-Rem * 100
                       + WS-IB-Letter + 9
               END-IF
           END-IF
           DIVIDE WS-IB-Work BY 97
               GIVING WS-IB-Quotient
               REMAINDER WS-IB-Rem.
