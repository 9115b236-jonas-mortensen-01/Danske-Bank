                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EjereFil-Status.
           SELECT MandateFil ASSIGN TO "Mandates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MandateRecord-Key
               ALTERNATE RECORD KEY IS MandateRecord-HolderID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MandateFil-Status.
           SELECT HoldFil ASSIGN TO "KontoHolds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HoldRecord-KontoID
               RECORD KEY IS LimitRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LimitFil-Status.
           SELECT IbanFil ASSIGN TO "KontoIBAN.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KI-KontoID
               ALTERNATE RECORD KEY IS KI-IBAN
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-IbanFil-Status.
           SELECT OrderFil ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OrderRecord-OrderID
               88 EJER-ROLLE-GUARDIAN  VALUE "G".
               88 EJER-ROLLE-POA       VALUE "P".

      * third parties authorised on an account (Opgave95).
       FD  MandateFil.
       01  MandateRecord.
           02 MandateRecord-Key.
               03 MandateRecord-KontoID  PIC X(10).
               03 MandateRecord-HolderID PIC X(10).
           02 MandateRecord-Name       PIC X(30).
           02 MandateRecord-Basis      PIC X(1).
           02 MandateRecord-Scope      PIC X(1).
               88 MANDATE-SCOPE-LIMITED VALUE "L".
           02 MandateRecord-DebitLimit PIC 9(10)V99.
           02 MandateRecord-ValidFrom  PIC 9(8).
           02 MandateRecord-ValidTo    PIC 9(8).
           02 MandateRecord-DocRef     PIC X(20).

       FD  HoldFil.
       01  HoldRecord.
           02 HoldRecord-KontoID PIC X(10).
           02 LimitRecord-KontoID PIC X(10).
           02 LimitRecord-Limit   PIC 9(10)V99.

       FD  IbanFil.
       01  IbanRecord.
           COPY "KONTOIBAN.cpy".

       FD  OrderFil.
       01  OrderRecord.
           02 OrderRecord-OrderID    PIC X(10).
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status    PIC X(2) VALUE "00".
       01 WS-EjereFil-Status      PIC X(2) VALUE "00".
       01 WS-MandateFil-Status    PIC X(2) VALUE "00".
       01 WS-HoldFil-Status       PIC X(2) VALUE "00".
       01 WS-LimitFil-Status      PIC X(2) VALUE "00".
       01 WS-IbanFil-Status       PIC X(2) VALUE "00".
       01 WS-OrderFil-Status      PIC X(2) VALUE "00".
       01 WS-KeyedTransFil-Status PIC X(2) VALUE "00".
       01 WS-TransFil-Status      PIC X(2) VALUE "00".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-EJERE PIC X VALUE "N".
           88 END-EJERE VALUE "Y" FALSE "N".
       01 EOF-MANDATE PIC X VALUE "N".
           88 END-MANDATE VALUE "Y" FALSE "N".
       01 EOF-ORDER PIC X VALUE "N".
           88 END-ORDER VALUE "Y" FALSE "N".
       01 EOF-KEYED PIC X VALUE "N".
           88 WS-ADRESSE-OPEN VALUE "Y".
       01 WS-Has-Ejere PIC X VALUE "N".
           88 WS-EJERE-OPEN VALUE "Y".
       01 WS-Has-Mandates PIC X VALUE "N".
           88 WS-MANDATES-OPEN VALUE "Y".
       01 WS-Has-Holds PIC X VALUE "N".
           88 WS-HOLDS-OPEN VALUE "Y".
       01 WS-Has-Limits PIC X VALUE "N".
           88 WS-LIMITS-OPEN VALUE "Y".
       01 WS-Has-Iban PIC X VALUE "N".
           88 WS-IBAN-OPEN VALUE "Y".
       01 WS-Has-Orders PIC X VALUE "N".
           88 WS-ORDERS-OPEN VALUE "Y".
       01 WS-Has-Keyed PIC X VALUE "N".
       01 WS-Balance-Display PIC -9999999999.99.
       01 WS-Amount-Display  PIC -9999999999.99.
       01 WS-Limit-Display   PIC 9999999999.99.
       01 WS-Mandate-Shown   PIC 9(3) VALUE ZERO.
       01 WS-Mandate-Status  PIC X(12).
       01 WS-Today           PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       ACCEPT WS-Today FROM DATE YYYYMMDD
       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
       IF WS-EjereFil-Status = "00"
           MOVE "Y" TO WS-Has-Ejere
       END-IF
       OPEN INPUT MandateFil
       IF WS-MandateFil-Status = "00"
           MOVE "Y" TO WS-Has-Mandates
       END-IF
       OPEN INPUT HoldFil
       IF WS-HoldFil-Status = "00"
           MOVE "Y" TO WS-Has-Holds
       IF WS-LimitFil-Status = "00"
           MOVE "Y" TO WS-Has-Limits
       END-IF
       OPEN INPUT IbanFil
       IF WS-IbanFil-Status = "00"
           MOVE "Y" TO WS-Has-Iban
       END-IF
       OPEN INPUT OrderFil
       IF WS-OrderFil-Status = "00"
           MOVE "Y" TO WS-Has-Orders
       IF WS-EJERE-OPEN
           CLOSE EjereFil
       END-IF
       IF WS-MANDATES-OPEN
           CLOSE MandateFil
       END-IF
       IF WS-HOLDS-OPEN
           CLOSE HoldFil
       END-IF
       IF WS-LIMITS-OPEN
           CLOSE LimitFil
       END-IF
       IF WS-IBAN-OPEN
           CLOSE IbanFil
       END-IF
       IF WS-ORDERS-OPEN
           CLOSE OrderFil
       END-IF
               PERFORM SHOW-ONE-ACCOUNT
           END-PERFORM

           PERFORM SHOW-STANDING-ORDERS

           PERFORM SHOW-MANDATES-HELD.

      * owned accounts through the alternate key, co-owned through
      * the ownership roles' own alternate key - one deduplicated
               " status " KontoRecord-Status
               " " WS-Balance-Display " " KontoRecord-Valuta

           IF WS-IBAN-OPEN
               MOVE KontoRecord-KontoID TO KI-KontoID
               READ IbanFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "    IBAN " KI-IBAN " BIC " KI-BIC
               END-READ
           END-IF

           IF WS-HOLDS-OPEN
               MOVE KontoRecord-KontoID TO HoldRecord-KontoID
               READ HoldFil
               END-READ
           END-IF

           PERFORM SHOW-ACCOUNT-MANDATES

           PERFORM SHOW-LAST-TEN-TRANS.

      * everyone authorised on the account besides its owners -
      * lapsed and not-yet-valid mandates are shown as such, so the
      * operator sees why a third party is refused.
       SHOW-ACCOUNT-MANDATES.
           IF NOT WS-MANDATES-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Mandate-Shown
           SET END-MANDATE TO FALSE
           MOVE KontoRecord-KontoID TO MandateRecord-KontoID
           MOVE LOW-VALUES          TO MandateRecord-HolderID
           START MandateFil KEY IS NOT LESS THAN MandateRecord-Key
               INVALID KEY
                   SET END-MANDATE TO TRUE
           END-START
           PERFORM UNTIL END-MANDATE
               READ MandateFil NEXT RECORD
                   AT END
                       SET END-MANDATE TO TRUE
                   NOT AT END
                       IF MandateRecord-KontoID
                               NOT = KontoRecord-KontoID
                           SET END-MANDATE TO TRUE
                       ELSE
                           IF WS-Mandate-Shown = ZERO
                               DISPLAY "    Mandate holders:"
                           END-IF
                           ADD 1 TO WS-Mandate-Shown
                           PERFORM SHOW-ONE-MANDATE
                       END-IF
               END-READ
           END-PERFORM.

      * the other side: accounts of others this customer may act
      * on.
       SHOW-MANDATES-HELD.
           IF NOT WS-MANDATES-OPEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  ----------------------------------------"
           DISPLAY "  Mandates held on other accounts:"
           MOVE ZERO TO WS-Mandate-Shown
           SET END-MANDATE TO FALSE
           MOVE WS-Lookup-KundeID TO MandateRecord-HolderID
           START MandateFil KEY IS EQUAL TO MandateRecord-HolderID
               INVALID KEY
                   SET END-MANDATE TO TRUE
           END-START
           PERFORM UNTIL END-MANDATE
               READ MandateFil NEXT RECORD
                   AT END
                       SET END-MANDATE TO TRUE
                   NOT AT END
                       IF MandateRecord-HolderID
                               NOT = WS-Lookup-KundeID
                           SET END-MANDATE TO TRUE
                       ELSE
                           ADD 1 TO WS-Mandate-Shown
                           PERFORM SHOW-ONE-MANDATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Mandate-Shown = ZERO
               DISPLAY "    None on file"
           END-IF.

       SHOW-ONE-MANDATE.
           EVALUATE TRUE
               WHEN MandateRecord-ValidFrom > WS-Today
                   MOVE "not yet" TO WS-Mandate-Status
               WHEN MandateRecord-ValidTo < WS-Today
                   MOVE "LAPSED" TO WS-Mandate-Status
               WHEN OTHER
                   MOVE "in force" TO WS-Mandate-Status
           END-EVALUATE
           DISPLAY "      Konto " MandateRecord-KontoID
               " holder " MandateRecord-HolderID " "
               MandateRecord-Name
           IF MANDATE-SCOPE-LIMITED
               MOVE MandateRecord-DebitLimit TO WS-Limit-Display
               DISPLAY "        basis " MandateRecord-Basis
                   " scope L up to " WS-Limit-Display
                   " valid " MandateRecord-ValidFrom "-"
                   MandateRecord-ValidTo " " WS-Mandate-Status
                   " doc " MandateRecord-DocRef
           ELSE
               DISPLAY "        basis " MandateRecord-Basis
                   " scope " MandateRecord-Scope
                   " valid " MandateRecord-ValidFrom "-"
                   MandateRecord-ValidTo " " WS-Mandate-Status
                   " doc " MandateRecord-DocRef
           END-IF.

      * the last ten postings, newest last - off the keyed
      * companion's tail when it is on file, off a full scan when
      * it is not.
