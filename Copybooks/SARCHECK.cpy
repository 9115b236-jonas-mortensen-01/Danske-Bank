      *-----------------------------------------------------------*
      * SARCHECK.cpy - tells a program that writes to customers    *
      * whether one is the subject of a suspicious activity case   *
      * that is not yet closed. Nothing may go out that could tip  *
      * them off, so the caller holds the alert or letter back     *
      * without saying why. Copied into PROCEDURE DIVISION, the    *
      * same way MAINTQ.cpy and SIGNON.cpy are.                    *
      *                                                             *
      * Contract - the including program must declare:             *
      *   WS-SarCaseFil-Status PIC X(2)                            *
      *   WS-Has-SarCases      PIC X                               *
      *       88 WS-SARCASES-OPEN VALUE "Y"                        *
      *   WS-Sar-KundeID       PIC X(10) (set before the PERFORM)  *
      *   WS-Sar-Hold          PIC X                               *
      *       88 WS-SAR-HOLD-ON VALUE "Y"                          *
      *   EOF-SARCASE          PIC X                               *
      *       88 END-SARCASE VALUE "Y" FALSE "N"                   *
      * and must have the case file declared as:                   *
      *   SELECT SarCaseFil ASSIGN TO "SarCases.txt"               *
      *       ORGANIZATION IS INDEXED                              *
      *       RECORD KEY IS SC-CaseNo                              *
      *       ALTERNATE RECORD KEY IS SC-KundeID WITH DUPLICATES   *
      *       ACCESS MODE IS DYNAMIC                               *
      *       FILE STATUS IS WS-SarCaseFil-Status.                 *
      *   FD SarCaseFil.                                           *
      *   01 SarCaseRecord.                                        *
      *       COPY "SARCASE.cpy".                                  *
      * opened INPUT by the caller, with WS-Has-SarCases set to Y  *
      * on status 00 - no case file means no case, never an error. *
      *-----------------------------------------------------------*
       CHECK-SAR-HOLD.
           MOVE "N" TO WS-Sar-Hold
           IF NOT WS-SARCASES-OPEN OR WS-Sar-KundeID = SPACES
               EXIT PARAGRAPH
           END-IF

           SET END-SARCASE TO FALSE
           MOVE WS-Sar-KundeID TO SC-KundeID
           START SarCaseFil KEY IS EQUAL TO SC-KundeID
               INVALID KEY
                   SET END-SARCASE TO TRUE
           END-START
           PERFORM UNTIL END-SARCASE OR WS-SAR-HOLD-ON
               READ SarCaseFil NEXT RECORD
                   AT END
                       SET END-SARCASE TO TRUE
                   NOT AT END
                       IF SC-KundeID NOT = WS-Sar-KundeID
                           SET END-SARCASE TO TRUE
                       ELSE
                           IF SC-HOLD-CONTACT
                               MOVE "Y" TO WS-Sar-Hold
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
