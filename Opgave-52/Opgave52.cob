                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoSumFil-Status.
           SELECT GroupFil ASSIGN TO "ClientGroups.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grp-GroupID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GroupFil-Status.
           SELECT GrpMemFil ASSIGN TO "GroupMembers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GrpMem-KundeID
               ALTERNATE RECORD KEY IS GrpMem-GroupID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrpMemFil-Status.
           SELECT PeriodFil ASSIGN TO "AccountingPeriods.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PeriodRecord-Period
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PeriodFil-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT HolidayFile ASSIGN TO "BankHolidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HolidayFile-Status.
           SELECT ValutaFil ASSIGN TO "Valutaer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ValutaRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ValutaFil-Status.
           SELECT SettleHolFile ASSIGN TO "SettlementHolidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SettleHol-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
           02 Order-DestKonto  PIC X(10).
           02 Order-Date       PIC X(8).
           02 Order-Amount     PIC S9(10)V99.
      * a payment abroad names the beneficiary by IBAN and the
      * receiving bank by BIC instead of a domestic account - a
      * domestic order leaves both blank, as before.
           02 Order-DestIBAN   PIC X(34).
           02 Order-DestBIC    PIC X(11).

      * the outbound batch, item lines in the same shape Opgave31
      * reads inbound (KontoID/date/type/amount/reference), wrapped
               88 COUT-TRAILER VALUE "T".
           02 COut-Amount    PIC S9(10)V99.
           02 COut-Reference PIC X(20).
      * cross-border items only: the beneficiary's IBAN and the
      * receiving bank's BIC, spaces on a domestic item.
           02 COut-IBAN      PIC X(34).
           02 COut-BIC       PIC X(11).

      * rejects go out in the shared REJREC.cpy shape, the full order
      * image plus a reason code, so Opgave43-style repair can show
       FD  RegisterFile.
       01  RegisterLine PIC X(120).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

       FD  RefCounterFile.
       01  RefCounterRecord.
           02 RC-Last-Ref PIC 9(10).
           02 CustLimitRecord-KundeID PIC X(10).
           02 CustLimitRecord-Limit   PIC 9(12)V99.

      * the connected-client group cap above it (GRPLIMIT.cpy).
       FD  GroupFil.
       01  GroupRecord.
           COPY "CLIENTGRP.cpy".

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

      * a second, read-only leg on the account master for summing
      * a customer's balances - the posting leg keeps its record
      * and position untouched while the sum walks.
               88 PERIOD-RECORD-OPEN   VALUE "O".
               88 PERIOD-RECORD-CLOSED VALUE "C".

      * the calendars the clearing date rolls by - see SETTLCAL.cpy.
       FD  HolidayFile.
       01  HolidayRecord.
           02 HolidayDate        PIC 9(8).
           02 HolidayDescription PIC X(30).

       FD  ValutaFil.
       01  ValutaRecord.
           02 ValutaRecord-Kode      PIC X(3).
           02 ValutaRecord-Navn      PIC X(20).
           02 ValutaRecord-Decimals  PIC 9.
           02 ValutaRecord-Active    PIC X(1).
           02 ValutaRecord-ActDate   PIC 9(8).
           02 ValutaRecord-Calendar  PIC X(8).

       FD  SettleHolFile.
       01  SettleHolRecord.
           02 SH-Calendar        PIC X(8).
           02 SH-Date            PIC 9(8).
           02 SH-Description     PIC X(30).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).

       01 WS-Order-Valid PIC X VALUE "Y".
           88 WS-ORDER-OK VALUE "Y".
      * the destination as the register and the debit narrative
      * name it - the domestic account, or the IBAN when the order
      * gives only that.
       01 WS-Dest-Display PIC X(34) VALUE SPACES.
       01 WS-Cross-Border PIC X VALUE "N".
           88 WS-IS-CROSS-BORDER VALUE "Y".
       01 WS-Reject-Reason PIC X(4) VALUE SPACES.

       01 WS-Old-Balance      PIC S9(10)V99.
       01 WS-CustLimit-Valid PIC X VALUE "Y".
           88 WS-CUSTLIMIT-OK VALUE "Y".

      * fields CHECK-GROUP-LIMIT (GRPLIMIT.cpy) expects to be
      * loaded - no group files means no group carries a cap.
       01 WS-GroupFil-Status  PIC X(2) VALUE "00".
       01 WS-GrpMemFil-Status PIC X(2) VALUE "00".
       01 WS-Group-File-Open PIC X VALUE "N".
           88 WS-HAS-GROUP-FILE VALUE "Y".
       01 EOF-GRPMEM PIC X VALUE "N".
           88 END-GRPMEM VALUE "Y" FALSE "N".
       01 WS-Group-Exposure   PIC S9(14)V99 VALUE ZERO.
       01 WS-Group-Floor      PIC S9(14)V99 VALUE ZERO.
       01 WS-GroupLimit-Valid PIC X VALUE "Y".
           88 WS-GROUPLIMIT-OK VALUE "Y".

      * fields CHECK-PERIOD-OPEN (PERIODCHK.cpy) expects to be
      * loaded.
       01 WS-Period-Date    PIC 9(8).
       01 WS-Amount-Display PIC -9999999999.99.
       01 WS-Ref-Display    PIC 9(10).

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
      * Only the country code on the BANKID line is used here - an
      * IBAN from any other country makes the item cross-border. No
      * BANKID line means every IBAN order is treated as
      * cross-border.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".
       01 WS-Home-Country PIC X(2) VALUE SPACES.

      * fields CHECK-BUSINESS-DAY (BANKCAL.cpy) expects to be loaded.
       01 WS-HolidayFile-Status       PIC X(2) VALUE "00".
       01 WS-Calendar-Date            PIC 9(8).
       01 WS-Calendar-Is-Business-Day PIC X VALUE "Y".
           88 WS-IS-BUSINESS-DAY VALUE "Y".
       01 WS-Calendar-Integer-Date    PIC 9(8).
       01 WS-Calendar-DOW             PIC 9.
       01 EOF-HOLIDAY                 PIC X VALUE "N".
           88 END-HOLIDAY VALUE "Y" FALSE "N".

      * fields CHECK-SETTLEMENT-DAY (SETTLCAL.cpy) expects to be
      * loaded - the currency is the paying account's.
       01 WS-Settle-Valuta     PIC X(3) VALUE SPACES.
       01 WS-Settle-Calendar   PIC X(8) VALUE SPACES.
       01 WS-Settle-Cached     PIC X(3) VALUE HIGH-VALUES.
       01 WS-ValutaFil-Status  PIC X(2) VALUE "00".
       01 WS-SettleHol-Status  PIC X(2) VALUE "00".
       01 EOF-SETTLEHOL        PIC X VALUE "N".
           88 END-SETTLEHOL VALUE "Y" FALSE "N".
      * the order date rolled forward to the first settlement day
      * of the paid currency - the date the item clears on, and
      * the value date of the debit.
       01 WS-Settle-Date       PIC X(8) VALUE SPACES.
       01 WS-Roll-Count        PIC 9(3) VALUE ZERO.

      * fields VALIDATE-IBAN (IBAN.cpy) expects to be loaded.
       01 WS-IBAN          PIC X(34).
       01 WS-IBAN-Valid    PIC X VALUE "Y".
           88 WS-IBAN-OK VALUE "Y".
       01 WS-IB-Country    PIC X(2).
       01 WS-IB-BankCode   PIC X(4).
       01 WS-IB-KontoID    PIC X(10).
       01 WS-IB-Len        PIC 99.
       01 WS-IB-Idx        PIC 99.
       01 WS-IB-Pos        PIC 99.
       01 WS-IB-Letter     PIC 99.
       01 WS-IB-Char       PIC X.
       01 WS-IB-Digit      PIC 9.
       01 WS-IB-Rem        PIC 99.
       01 WS-IB-Check      PIC 99.
       01 WS-IB-Work       PIC 9(5).
       01 WS-IB-Quotient   PIC 9(5).
       01 WS-IB-Letters    PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * the CBL_CHECK_FILE_EXIST layout, the standard one FILECHECK
      * -style prechecks use - loaded here only to decide whether an
      * orders feed arrived today.

       ACCEPT WS-Today FROM DATE YYYYMMDD

       MOVE "BANKID" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND
           MOVE WS-RC-Value(1:2) TO WS-Home-Country
       END-IF

      * a missing or empty orders feed is an ordinary day with no
      * outbound payments - nothing to export, nothing to debit.
       MOVE "OutClearingOrders.txt" TO WS-Precheck-Filename
                   MOVE "Y" TO WS-CustLimit-File-Open
               END-IF
           END-IF
           OPEN INPUT GroupFil
           IF WS-GroupFil-Status = "00"
               OPEN INPUT GrpMemFil
               IF WS-GrpMemFil-Status = "00"
                   IF NOT WS-HAS-CUSTLIMIT-FILE
                       OPEN INPUT KontoSumFil
                   END-IF
                   IF WS-KontoSumFil-Status = "00"
                       MOVE "Y" TO WS-Group-File-Open
                   END-IF
               END-IF
           END-IF

           PERFORM NEXT-BATCH-NUMBER
           PERFORM WRITE-BATCH-HEADER
           IF WS-HAS-CUSTLIMIT-FILE
               CLOSE CustLimitFil
               CLOSE KontoSumFil
           END-IF
           IF WS-HAS-GROUP-FILE
               CLOSE GroupFil
               CLOSE GrpMemFil
               IF NOT WS-HAS-CUSTLIMIT-FILE
                   CLOSE KontoSumFil
               END-IF
           END-IF.

      * an order is refused for exactly the reasons the posting path
       PROCESS-OUTGOING-ORDER.
           MOVE "Y" TO WS-Order-Valid
           MOVE SPACES TO WS-Reject-Reason
           MOVE "N" TO WS-Cross-Border
           MOVE Order-DestKonto TO WS-Dest-Display
           IF Order-DestKonto = SPACES
               MOVE Order-DestIBAN TO WS-Dest-Display
           END-IF

           IF Order-Amount NOT NUMERIC
                   OR Order-Amount NOT > ZERO
           END-IF

           IF WS-ORDER-OK AND Order-DestKonto = SPACES
                   AND Order-DestIBAN = SPACES
               MOVE "NOKO" TO WS-Reject-Reason
               MOVE "N" TO WS-Order-Valid
           END-IF

           IF WS-ORDER-OK AND Order-DestIBAN NOT = SPACES
               PERFORM CHECK-DEST-IBAN
           END-IF

           IF WS-ORDER-OK
               MOVE Order-Date TO WS-Period-Date
               PERFORM CHECK-PERIOD-OPEN
               PERFORM WRITE-ORDER-REJECT
           END-IF.

      * a mistyped IBAN is refused here rather than bounced back by
      * the receiving bank days later with our fee on it. An IBAN
      * from abroad makes the item cross-border, and a cross-border
      * item cannot be routed without the receiving bank's BIC. A
      * domestic IBAN with no account alongside it carries the
      * account in its last ten places.
       CHECK-DEST-IBAN.
           MOVE Order-DestIBAN TO WS-IBAN
           PERFORM VALIDATE-IBAN
           IF NOT WS-IBAN-OK
               MOVE "IBAN" TO WS-Reject-Reason
               MOVE "N" TO WS-Order-Valid
               EXIT PARAGRAPH
           END-IF

           IF Order-DestIBAN(1:2) NOT = WS-Home-Country
               MOVE "Y" TO WS-Cross-Border
               IF Order-DestBIC = SPACES
                   MOVE "NBIC" TO WS-Reject-Reason
                   MOVE "N" TO WS-Order-Valid
               END-IF
           END-IF.

      * the same debit controls the posting run applies, in the
      * same order: a debit leaving the bank answers to every one
      * of them.
                   MOVE "KLIM" TO WS-Reject-Reason
                   MOVE "N" TO WS-Order-Valid
               END-IF
           END-IF

           IF WS-ORDER-OK
               PERFORM CHECK-GROUP-LIMIT
               IF NOT WS-GROUPLIMIT-OK
                   MOVE "GLIM" TO WS-Reject-Reason
                   MOVE "N" TO WS-Order-Valid
               END-IF
           END-IF.

      * the debit applies under the same write-ahead discipline a
      * returned item can always be traced back to this debit.
       DEBIT-PAYER-ACCOUNT.
           MOVE Order-Date   TO WS-Txn-Date
           PERFORM ROLL-TO-SETTLEMENT-DAY
           MOVE Order-Amount TO WS-Txn-Amount
           MOVE SPACES TO WS-Txn-Text
           STRING
               "Transfer to " WS-Dest-Display
               INTO WS-Txn-Text
           END-STRING
           MOVE KontoRecord-Balance TO WS-Old-Balance
           MOVE SPACE               TO JR-ReversalFlag
           MOVE ZERO                TO JR-MatchRef
           MOVE WS-Txn-Text         TO JR-Text
           MOVE WS-Settle-Date      TO JR-ValueDate
           MOVE ZERO                TO JR-Cycle
           PERFORM WRITE-JOURNAL-RECORD

                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

      * an order dated on a holiday of the settlement system the
      * payer's currency clears through goes out on that system's
      * next business day - a EUR item dated on a Danish holiday
      * that TARGET2 keeps open still clears the same day.
       ROLL-TO-SETTLEMENT-DAY.
           MOVE Order-Date TO WS-Settle-Date
           IF Order-Date NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE KontoRecord-Valuta TO WS-Settle-Valuta
           MOVE ZERO TO WS-Roll-Count
           MOVE Order-Date TO WS-Calendar-Date
           PERFORM CHECK-SETTLEMENT-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY OR WS-Roll-Count > 30
               ADD 1 TO WS-Roll-Count
               COMPUTE WS-Calendar-Integer-Date
                   = FUNCTION INTEGER-OF-DATE(WS-Calendar-Date) + 1
               COMPUTE WS-Calendar-Date
                   = FUNCTION DATE-OF-INTEGER
                       (WS-Calendar-Integer-Date)
               PERFORM CHECK-SETTLEMENT-DAY
           END-PERFORM
           MOVE WS-Calendar-Date TO WS-Settle-Date.

       WRITE-DEBIT-TRANSACTION.
           MOVE KontoRecord-KontoID TO TransKontoID
           MOVE WS-Txn-Date         TO TransDate
           MOVE SPACES              TO TransOrigValuta
           MOVE ZERO                TO TransFXRate
           MOVE WS-Txn-Text         TO TransText
           MOVE WS-Settle-Date      TO TransValueDate
           MOVE ZERO                TO TransCycle

           WRITE KontoTransRecord
      * is the handle a return comes back under.
       WRITE-BATCH-ITEM.
           MOVE Order-DestKonto TO COut-KontoID
           MOVE WS-Settle-Date  TO COut-Date
           MOVE "C"             TO COut-Type
           MOVE Order-Amount    TO COut-Amount
           MOVE SPACES          TO COut-Reference
           MOVE SPACES          TO COut-IBAN
           MOVE SPACES          TO COut-BIC
           IF WS-IS-CROSS-BORDER
               MOVE Order-DestIBAN TO COut-IBAN
               MOVE Order-DestBIC  TO COut-BIC
           ELSE
               IF Order-DestKonto = SPACES
                   MOVE Order-DestIBAN(9:10) TO COut-KontoID
               END-IF
           END-IF
           MOVE WS-Txn-Ref      TO WS-Ref-Display
           STRING
               "OUT" WS-Ref-Display
           MOVE "H"         TO COut-Type
           MOVE ZERO        TO COut-Amount
           MOVE SPACES      TO COut-Reference
           MOVE SPACES      TO COut-IBAN
           MOVE SPACES      TO COut-BIC
           STRING
               "BATCH" WS-Batch-No
               INTO COut-Reference
           MOVE "T"             TO COut-Type
           MOVE WS-Batch-Total  TO COut-Amount
           MOVE SPACES          TO COut-Reference
           MOVE SPACES          TO COut-IBAN
           MOVE SPACES          TO COut-BIC
           STRING
               "COUNT" WS-Items-Exported
               INTO COut-Reference
           MOVE SPACES TO RegisterLine
           STRING
               "REJECTED " Order-PayerKonto
               " -> " WS-Dest-Display
               " reason " WS-Reject-Reason
               INTO RegisterLine
           END-STRING
           STRING
               "EXPORTED ref " WS-Txn-Ref
               " " Order-PayerKonto
               " -> " WS-Dest-Display
               " " WS-Amount-Display
               " on " Order-Date
               " settles " WS-Settle-Date
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-ONE-REGISTER-LINE.
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "IBAN.cpy".

       COPY "RUNCTL.cpy".

       COPY "BANKCAL.cpy".

       COPY "SETTLCAL.cpy".

       COPY "PERIODCHK.cpy".

       COPY "GRPLIMIT.cpy".

       COPY "JOBLOG.cpy".
