       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave91.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT GLMapFile ASSIGN TO "GLKontoMap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMapFile-Status.
           SELECT GLExtractFile ASSIGN TO "GLExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLExtractFile-Status.
           SELECT GLBalFil ASSIGN TO "GLBalances.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GLBal-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GLBalFil-Status.
           SELECT LastAppliedFile ASSIGN TO "Opgave91LastApplied.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastApplied-Status.
           SELECT RegisterFile ASSIGN TO "Opgave91TrialBalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KontoFil.
       01  KontoRecord.
           02 KontoRecord-KontoID       PIC X(10).
           02 KontoRecord-KundeID       PIC X(10).
           02 KontoRecord-KontoType     PIC X(20).
           02 KontoRecord-Balance       PIC S9(10)V99.
           02 KontoRecord-Valuta        PIC X(3).
           02 KontoRecord-Status        PIC X(1).
               88 KONTO-RECORD-ACTIVE  VALUE "A".
               88 KONTO-RECORD-CLOSED  VALUE "C".
               88 KONTO-RECORD-DORMANT VALUE "D".
           02 KontoRecord-StatusDate   PIC 9(8).

      * Finance's chart of accounts, as Opgave30 reads it - one GL
      * control account per KontoType and currency, and the * line
      * naming each currency's settlement account.
       FD  GLMapFile.
       01  GLMapRecord.
           02 GLMap-KontoType PIC X(20).
           02 GLMap-Valuta    PIC X(3).
           02 GLMap-GLAccount PIC X(10).

      * the journal Opgave30 last produced - applied once, whole.
       FD  GLExtractFile.
       01  GLExtractRecord.
           02 GLX-GLAccount PIC X(10).
           02 GLX-DC        PIC X(1).
           02 GLX-Amount    PIC 9(13)V99.
           02 GLX-Valuta    PIC X(3).
           02 GLX-FromDate  PIC X(8).
           02 GLX-ToDate    PIC X(8).

      * the running general ledger: cumulative debits and credits
      * per GL account and currency, every extract since take-on
      * applied. The account's balance is the difference; a credit
      * balance on a control account matches customer money held.
       FD  GLBalFil.
       01  GLBalRecord.
           02 GLBal-Key.
               03 GLBal-GLAccount PIC X(10).
               03 GLBal-Valuta    PIC X(3).
           02 GLBal-Debit      PIC 9(13)V99.
           02 GLBal-Credit     PIC 9(13)V99.
           02 GLBal-LastPosted PIC X(8).

      * the range of the last extract applied - one record. The
      * next extract must start after it, so a rerun or a
      * re-keyed range never lands in the ledger twice.
       FD  LastAppliedFile.
       01  LastAppliedRecord.
           02 LA-FromDate PIC X(8).
           02 LA-ToDate   PIC X(8).
           02 LA-Applied  PIC 9(8).

      * the trial balance and the subledger proof, for Finance.
       FD  RegisterFile.
       01  RegisterLine PIC X(120).

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
           02 JL-Date      PIC 9(8).
           02 JL-StartTime PIC 9(8).
           02 JL-EndTime   PIC 9(8).
           02 JL-RC        PIC 9(4).
           02 JL-Count1    PIC 9(7).
           02 JL-Count2    PIC 9(7).
           02 JL-Count3    PIC 9(7).

       WORKING-STORAGE SECTION.
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE91".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-GLMapFile-Status     PIC X(2) VALUE "00".
       01 WS-GLExtractFile-Status PIC X(2) VALUE "00".
       01 WS-GLBalFil-Status      PIC X(2) VALUE "00".
       01 WS-LastApplied-Status   PIC X(2) VALUE "00".
       01 WS-RegisterFile-Status  PIC X(2) VALUE "00".

       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-GLMAP PIC X VALUE "N".
           88 END-GLMAP VALUE "Y" FALSE "N".
       01 EOF-EXTRACT PIC X VALUE "N".
           88 END-EXTRACT VALUE "Y" FALSE "N".
       01 EOF-GLBAL PIC X VALUE "N".
           88 END-GLBAL VALUE "Y" FALSE "N".

       01 WS-Today PIC 9(8) VALUE ZERO.

      * a GL balance file that does not exist yet is created from
      * the customer ledger as it stands - see TAKE-ON-OPENING.
       01 WS-Take-On PIC X VALUE "N".
           88 WS-IS-TAKE-ON VALUE "Y".
       01 WS-Has-Last PIC X VALUE "N".
           88 WS-HAS-LAST-APPLIED VALUE "Y".
       01 WS-Apply-Flag PIC X VALUE "N".
           88 WS-APPLY-EXTRACT VALUE "Y".
       01 WS-Balanced PIC X VALUE "Y".
           88 WS-BOOKS-BALANCE VALUE "Y".

       01 WS-Extract-From PIC X(8) VALUE SPACES.
       01 WS-Extract-To   PIC X(8) VALUE SPACES.

      * the GL mapping, loaded once at start-up, as Opgave30 loads it.
       01 WS-Map-Table.
           02 WS-Map-Entry OCCURS 50 TIMES.
               03 WS-Map-KontoType PIC X(20).
               03 WS-Map-Valuta    PIC X(3).
               03 WS-Map-GLAccount PIC X(10).
       01 WS-Map-Count PIC 99 VALUE ZERO.
       01 WS-Map-Idx   PIC 99.
       01 WS-Map-Found PIC X VALUE "N".
           88 WS-MAP-FOUND-IT VALUE "Y".
       01 WS-This-KontoType PIC X(20).
       01 WS-This-Valuta    PIC X(3).
       01 WS-This-GLAccount PIC X(10).

      * one line per mapped GL control account, with the sum of
      * the customer ledger balances mapped to it.
       01 WS-Proof-Table.
           02 WS-Proof-Entry OCCURS 50 TIMES.
               03 WS-Proof-GLAccount PIC X(10).
               03 WS-Proof-Valuta    PIC X(3).
               03 WS-Proof-Ledger    PIC S9(13)V99.
       01 WS-Proof-Count PIC 99 VALUE ZERO.
       01 WS-Proof-Idx   PIC 99.
       01 WS-Proof-Found PIC X VALUE "N".
           88 WS-PROOF-FOUND-IT VALUE "Y".

      * tonight's extract netted per GL account and currency before
      * a single GL record is touched.
       01 WS-Apply-Table.
           02 WS-Apply-Entry OCCURS 100 TIMES.
               03 WS-Apply-GLAccount PIC X(10).
               03 WS-Apply-Valuta    PIC X(3).
               03 WS-Apply-Debit     PIC 9(13)V99.
               03 WS-Apply-Credit    PIC 9(13)V99.
       01 WS-Apply-Count PIC 9(3) VALUE ZERO.
       01 WS-Apply-Idx   PIC 9(3).
       01 WS-Apply-Found PIC X VALUE "N".
           88 WS-APPLY-FOUND-IT VALUE "Y".

      * debit and credit balances per currency for the trial balance.
       01 WS-Ccy-Table.
           02 WS-Ccy-Entry OCCURS 10 TIMES.
               03 WS-Ccy-Valuta PIC X(3).
               03 WS-Ccy-Debit  PIC S9(15)V99.
               03 WS-Ccy-Credit PIC S9(15)V99.
       01 WS-Ccy-Count PIC 99 VALUE ZERO.
       01 WS-Ccy-Idx   PIC 99.
       01 WS-Ccy-Found PIC X VALUE "N".
           88 WS-CCY-FOUND-IT VALUE "Y".

       01 WS-Net-Credit   PIC S9(15)V99.
       01 WS-Ext-Credit   PIC S9(15)V99.
       01 WS-Opening      PIC S9(15)V99.
       01 WS-Difference   PIC S9(15)V99.
       01 WS-Settle-Total PIC S9(15)V99.

       01 WS-Lines-Applied   PIC 9(7) VALUE ZERO.
       01 WS-Accounts-Proved PIC 9(7) VALUE ZERO.
       01 WS-Differences     PIC 9(7) VALUE ZERO.

       01 WS-Amount-Display   PIC -999999999999999.99.
       01 WS-Amount-Display-2 PIC -999999999999999.99.
       01 WS-Amount-Display-3 PIC -999999999999999.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       ACCEPT WS-Today FROM DATE YYYYMMDD

       PERFORM LOAD-GL-MAP

       OPEN OUTPUT RegisterFile
       IF WS-RegisterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave91TrialBalance.txt - status "
               WS-RegisterFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO RegisterLine
       STRING "=== GENERAL LEDGER TRIAL BALANCE AND SUBLEDGER PROOF "
           WS-Today " ==="
           INTO RegisterLine
       END-STRING
       PERFORM WRITE-REGISTER-LINE

       PERFORM SUM-CUSTOMER-LEDGER

       OPEN I-O GLBalFil
       IF WS-GLBalFil-Status = "35"
           OPEN OUTPUT GLBalFil
           IF WS-GLBalFil-Status = "00"
               CLOSE GLBalFil
               OPEN I-O GLBalFil
               MOVE "Y" TO WS-Take-On
           END-IF
       END-IF
       IF WS-GLBalFil-Status NOT = "00"
           DISPLAY "ERROR opening GLBalances.txt - status "
               WS-GLBalFil-Status
           CLOSE RegisterFile
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM LOAD-EXTRACT
       IF WS-IS-TAKE-ON
           PERFORM TAKE-ON-OPENING
       END-IF
       IF WS-APPLY-EXTRACT
           PERFORM APPLY-EXTRACT
       END-IF

       PERFORM WRITE-TRIAL-BALANCE
       PERFORM WRITE-SUBLEDGER-PROOF

       CLOSE GLBalFil

       MOVE SPACES TO RegisterLine
       PERFORM WRITE-REGISTER-LINE
       IF WS-BOOKS-BALANCE
           MOVE "*** BOOKS IN BALANCE ***" TO RegisterLine
       ELSE
           MOVE "*** BOOKS OUT OF BALANCE - SEE ABOVE ***"
               TO RegisterLine
       END-IF
       PERFORM WRITE-REGISTER-LINE
       CLOSE RegisterFile

       DISPLAY "Extract lines applied: " WS-Lines-Applied
       DISPLAY "GL control accounts proved: " WS-Accounts-Proved
       DISPLAY "Differences found: " WS-Differences

      * out of balance ends the step abnormally, so the chain stops
      * and records the failure rather than carrying on as if the
      * books agreed.
       IF NOT WS-BOOKS-BALANCE
           DISPLAY "Books out of balance - see Opgave91TrialBalance.txt"
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE WS-Lines-Applied   TO WS-Job-Count1
       MOVE WS-Accounts-Proved TO WS-Job-Count2
       MOVE WS-Differences     TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

       LOAD-GL-MAP.
           OPEN INPUT GLMapFile
           IF WS-GLMapFile-Status NOT = "00"
               DISPLAY "ERROR opening GLKontoMap.txt - status "
                   WS-GLMapFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM UNTIL END-GLMAP
               READ GLMapFile
                   AT END
                       SET END-GLMAP TO TRUE
                   NOT AT END
                       IF WS-Map-Count >= 50
                           DISPLAY "ERROR - GL mapping table full - "
                               "run aborted"
                           CLOSE GLMapFile
                           STOP RUN WITH ERROR STATUS 1
                       END-IF
                       ADD 1 TO WS-Map-Count
                       MOVE GLMap-KontoType
                           TO WS-Map-KontoType(WS-Map-Count)
                       MOVE GLMap-Valuta
                           TO WS-Map-Valuta(WS-Map-Count)
                       MOVE GLMap-GLAccount
                           TO WS-Map-GLAccount(WS-Map-Count)
                       IF GLMap-KontoType NOT = "*"
                           MOVE GLMap-GLAccount TO WS-This-GLAccount
                           MOVE GLMap-Valuta    TO WS-This-Valuta
                           PERFORM FIND-PROOF-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GLMapFile.

      * every mapped control account gets a proof line, whether or
      * not any account of its type is on the master today - a
      * control account with no customers behind it must stand at
      * zero.
       FIND-PROOF-ENTRY.
           MOVE "N" TO WS-Proof-Found
           PERFORM VARYING WS-Proof-Idx FROM 1 BY 1
                   UNTIL WS-Proof-Idx > WS-Proof-Count
                       OR WS-PROOF-FOUND-IT
               IF WS-Proof-GLAccount(WS-Proof-Idx) = WS-This-GLAccount
                       AND WS-Proof-Valuta(WS-Proof-Idx)
                           = WS-This-Valuta
                   MOVE "Y" TO WS-Proof-Found
               END-IF
           END-PERFORM
           IF WS-PROOF-FOUND-IT
               SUBTRACT 1 FROM WS-Proof-Idx
           ELSE
               ADD 1 TO WS-Proof-Count
               MOVE WS-Proof-Count TO WS-Proof-Idx
               MOVE WS-This-GLAccount
                   TO WS-Proof-GLAccount(WS-Proof-Idx)
               MOVE WS-This-Valuta TO WS-Proof-Valuta(WS-Proof-Idx)
               MOVE ZERO TO WS-Proof-Ledger(WS-Proof-Idx)
           END-IF.

      * the subledger side: every account's KontoBalance summed onto
      * the control account its KontoType and Valuta map to. A
      * balance with no mapping has no GL home at all - that is a
      * difference in its own right.
       SUM-CUSTOMER-LEDGER.
           OPEN INPUT KontoFil
           IF WS-KontoFil-Status NOT = "00"
               DISPLAY "ERROR opening Kontooplysninger.txt - status "
                   WS-KontoFil-Status
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           SET END-KONTO TO FALSE
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       MOVE KontoRecord-KontoType TO WS-This-KontoType
                       MOVE KontoRecord-Valuta    TO WS-This-Valuta
                       PERFORM LOOKUP-GL-ACCOUNT
                       IF WS-MAP-FOUND-IT
                           PERFORM FIND-PROOF-ENTRY
                           ADD KontoRecord-Balance
                               TO WS-Proof-Ledger(WS-Proof-Idx)
                       ELSE
                           IF KontoRecord-Balance NOT = ZERO
                               PERFORM REPORT-UNMAPPED-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KontoFil.

       REPORT-UNMAPPED-BALANCE.
           MOVE "N" TO WS-Balanced
           ADD 1 TO WS-Differences
           MOVE KontoRecord-Balance TO WS-Amount-Display
           MOVE SPACES TO RegisterLine
           STRING "NO MAPPING - Konto " KontoRecord-KontoID
               " KontoType " WS-This-KontoType
               " Valuta " WS-This-Valuta
               " balance " WS-Amount-Display
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       LOOKUP-GL-ACCOUNT.
           MOVE "N" TO WS-Map-Found
           MOVE SPACES TO WS-This-GLAccount

           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               IF WS-Map-KontoType(WS-Map-Idx) = WS-This-KontoType
                       AND WS-Map-Valuta(WS-Map-Idx) = WS-This-Valuta
                   MOVE WS-Map-GLAccount(WS-Map-Idx)
                       TO WS-This-GLAccount
                   MOVE "Y" TO WS-Map-Found
               END-IF
           END-PERFORM.

      * the extract is netted into the apply table whole; whether
      * it is applied depends on its range against the last one
      * applied. The same range again is a rerun and is passed
      * over; a range reaching back into one already applied would
      * double-count and stops the run.
       LOAD-EXTRACT.
           MOVE "N" TO WS-Apply-Flag
           OPEN INPUT LastAppliedFile
           IF WS-LastApplied-Status = "00"
               READ LastAppliedFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Has-Last
               END-READ
               CLOSE LastAppliedFile
           END-IF

           OPEN INPUT GLExtractFile
           IF WS-GLExtractFile-Status NOT = "00"
               MOVE "No GLExtract.txt on file - nothing applied"
                   TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           SET END-EXTRACT TO FALSE
           PERFORM UNTIL END-EXTRACT
               READ GLExtractFile
                   AT END
                       SET END-EXTRACT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Lines-Applied
                       IF WS-Extract-From = SPACES
                           MOVE GLX-FromDate TO WS-Extract-From
                           MOVE GLX-ToDate   TO WS-Extract-To
                       END-IF
                       PERFORM ADD-TO-APPLY-TABLE
               END-READ
           END-PERFORM
           CLOSE GLExtractFile

           IF WS-Lines-Applied = ZERO
               MOVE "GLExtract.txt is empty - nothing applied"
                   TO RegisterLine
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-HAS-LAST-APPLIED
                   AND WS-Extract-From = LA-FromDate
                   AND WS-Extract-To = LA-ToDate
               MOVE ZERO TO WS-Lines-Applied
               MOVE ZERO TO WS-Apply-Count
               MOVE SPACES TO RegisterLine
               STRING "Extract " WS-Extract-From " - " WS-Extract-To
                   " already applied on " LA-Applied
                   " - not applied again"
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-HAS-LAST-APPLIED
                   AND WS-Extract-From NOT > LA-ToDate
               MOVE SPACES TO RegisterLine
               STRING "REFUSED - extract " WS-Extract-From " - "
                   WS-Extract-To " overlaps the range already"
                   " applied up to " LA-ToDate
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               DISPLAY "GLExtract.txt overlaps the last applied range"
                   " - see Opgave91TrialBalance.txt"
               CLOSE GLBalFil
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           MOVE "Y" TO WS-Apply-Flag.

       ADD-TO-APPLY-TABLE.
           MOVE "N" TO WS-Apply-Found
           PERFORM VARYING WS-Apply-Idx FROM 1 BY 1
                   UNTIL WS-Apply-Idx > WS-Apply-Count
                       OR WS-APPLY-FOUND-IT
               IF WS-Apply-GLAccount(WS-Apply-Idx) = GLX-GLAccount
                       AND WS-Apply-Valuta(WS-Apply-Idx) = GLX-Valuta
                   MOVE "Y" TO WS-Apply-Found
               END-IF
           END-PERFORM
           IF WS-APPLY-FOUND-IT
               SUBTRACT 1 FROM WS-Apply-Idx
           ELSE
               IF WS-Apply-Count >= 100
                   DISPLAY "ERROR - GL apply table full - run aborted"
                   CLOSE GLExtractFile
                   CLOSE GLBalFil
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Apply-Count
               MOVE WS-Apply-Count TO WS-Apply-Idx
               MOVE GLX-GLAccount TO WS-Apply-GLAccount(WS-Apply-Idx)
               MOVE GLX-Valuta    TO WS-Apply-Valuta(WS-Apply-Idx)
               MOVE ZERO TO WS-Apply-Debit(WS-Apply-Idx)
               MOVE ZERO TO WS-Apply-Credit(WS-Apply-Idx)
           END-IF
           IF GLX-DC = "D"
               ADD GLX-Amount TO WS-Apply-Debit(WS-Apply-Idx)
           ELSE
               ADD GLX-Amount TO WS-Apply-Credit(WS-Apply-Idx)
           END-IF.

      * the first run has no ledger history to start from: each
      * control account opens at the customer balances behind it
      * less what tonight's extract is about to bring, and each
      * currency's settlement account takes the other side, so the
      * opening trial balance balances and the proof agrees from the
      * first night.
       TAKE-ON-OPENING.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "TAKE-ON - GL BALANCE FILE OPENED FROM THE LEDGER"
               TO RegisterLine
           PERFORM WRITE-REGISTER-LINE

           PERFORM VARYING WS-Proof-Idx FROM 1 BY 1
                   UNTIL WS-Proof-Idx > WS-Proof-Count
               MOVE ZERO TO WS-Ext-Credit
               IF WS-APPLY-EXTRACT
                   PERFORM VARYING WS-Apply-Idx FROM 1 BY 1
                           UNTIL WS-Apply-Idx > WS-Apply-Count
                       IF WS-Apply-GLAccount(WS-Apply-Idx)
                               = WS-Proof-GLAccount(WS-Proof-Idx)
                           AND WS-Apply-Valuta(WS-Apply-Idx)
                               = WS-Proof-Valuta(WS-Proof-Idx)
                           COMPUTE WS-Ext-Credit
                               = WS-Apply-Credit(WS-Apply-Idx)
                               - WS-Apply-Debit(WS-Apply-Idx)
                       END-IF
                   END-PERFORM
               END-IF
               COMPUTE WS-Opening
                   = WS-Proof-Ledger(WS-Proof-Idx) - WS-Ext-Credit
               MOVE WS-Proof-GLAccount(WS-Proof-Idx) TO GLBal-GLAccount
               MOVE WS-Proof-Valuta(WS-Proof-Idx)    TO GLBal-Valuta
               PERFORM WRITE-OPENING-BALANCE
           END-PERFORM

      * the settlement side, one currency at a time
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               IF WS-Map-KontoType(WS-Map-Idx) = "*"
                   MOVE ZERO TO WS-Settle-Total
                   PERFORM VARYING WS-Proof-Idx FROM 1 BY 1
                           UNTIL WS-Proof-Idx > WS-Proof-Count
                       IF WS-Proof-Valuta(WS-Proof-Idx)
                               = WS-Map-Valuta(WS-Map-Idx)
                           PERFORM ADD-OPENING-TO-SETTLEMENT
                       END-IF
                   END-PERFORM
                   COMPUTE WS-Opening = ZERO - WS-Settle-Total
                   MOVE WS-Map-GLAccount(WS-Map-Idx) TO GLBal-GLAccount
                   MOVE WS-Map-Valuta(WS-Map-Idx)    TO GLBal-Valuta
                   PERFORM WRITE-OPENING-BALANCE
               END-IF
           END-PERFORM.

       ADD-OPENING-TO-SETTLEMENT.
           MOVE WS-Proof-GLAccount(WS-Proof-Idx) TO GLBal-GLAccount
           MOVE WS-Proof-Valuta(WS-Proof-Idx)    TO GLBal-Valuta
           READ GLBalFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-Settle-Total = WS-Settle-Total
                       + GLBal-Credit - GLBal-Debit
           END-READ.

      * an opening net credit lands on the credit side, a net debit
      * on the debit side. A GL account two types share is opened
      * once, from the first proof line that reaches it.
       WRITE-OPENING-BALANCE.
           READ GLBalFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZERO TO GLBal-Debit
           MOVE ZERO TO GLBal-Credit
           IF WS-Opening < ZERO
               COMPUTE GLBal-Debit = ZERO - WS-Opening
           ELSE
               MOVE WS-Opening TO GLBal-Credit
           END-IF
           MOVE "TAKE-ON " TO GLBal-LastPosted
           WRITE GLBalRecord
               INVALID KEY
                   DISPLAY "ERROR - write failed for GL account "
                       GLBal-GLAccount " " GLBal-Valuta
                   CLOSE GLBalFil
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
           END-WRITE
           MOVE WS-Opening TO WS-Amount-Display
           MOVE SPACES TO RegisterLine
           STRING "  GL " GLBal-GLAccount " " GLBal-Valuta
               " opened at net credit " WS-Amount-Display
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       APPLY-EXTRACT.
           PERFORM VARYING WS-Apply-Idx FROM 1 BY 1
                   UNTIL WS-Apply-Idx > WS-Apply-Count
               MOVE WS-Apply-GLAccount(WS-Apply-Idx) TO GLBal-GLAccount
               MOVE WS-Apply-Valuta(WS-Apply-Idx)    TO GLBal-Valuta
               READ GLBalFil
                   INVALID KEY
                       MOVE ZERO TO GLBal-Debit
                       MOVE ZERO TO GLBal-Credit
                       ADD WS-Apply-Debit(WS-Apply-Idx) TO GLBal-Debit
                       ADD WS-Apply-Credit(WS-Apply-Idx)
                           TO GLBal-Credit
                       MOVE WS-Extract-To TO GLBal-LastPosted
                       WRITE GLBalRecord
                           INVALID KEY
                               DISPLAY "ERROR - write failed for GL"
                                   " account " GLBal-GLAccount
                               CLOSE GLBalFil
                               CLOSE RegisterFile
                               STOP RUN WITH ERROR STATUS 1
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-Apply-Debit(WS-Apply-Idx) TO GLBal-Debit
                       ADD WS-Apply-Credit(WS-Apply-Idx)
                           TO GLBal-Credit
                       MOVE WS-Extract-To TO GLBal-LastPosted
                       REWRITE GLBalRecord
                           INVALID KEY
                               DISPLAY "ERROR - rewrite failed for GL"
                                   " account " GLBal-GLAccount
                               CLOSE GLBalFil
                               CLOSE RegisterFile
                               STOP RUN WITH ERROR STATUS 1
                       END-REWRITE
               END-READ
           END-PERFORM

           OPEN OUTPUT LastAppliedFile
           IF WS-LastApplied-Status NOT = "00"
               DISPLAY "ERROR opening Opgave91LastApplied.txt - status "
                   WS-LastApplied-Status
               CLOSE GLBalFil
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-Extract-From TO LA-FromDate
           MOVE WS-Extract-To   TO LA-ToDate
           MOVE WS-Today        TO LA-Applied
           WRITE LastAppliedRecord
           CLOSE LastAppliedFile

           MOVE SPACES TO RegisterLine
           STRING "Extract " WS-Extract-From " - " WS-Extract-To
               " applied: " WS-Lines-Applied " lines"
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

      * every GL account with its balance on the side it falls,
      * and per currency the two sides must agree.
       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "TRIAL BALANCE" TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES       TO RegisterLine
           MOVE "GL account" TO RegisterLine(3:10)
           MOVE "Ccy"        TO RegisterLine(14:3)
           MOVE "Debit"      TO RegisterLine(33:5)
           MOVE "Credit"     TO RegisterLine(53:6)
           PERFORM WRITE-REGISTER-LINE

           SET END-GLBAL TO FALSE
           MOVE LOW-VALUES TO GLBal-Key
           START GLBalFil KEY IS NOT LESS THAN GLBal-Key
               INVALID KEY
                   SET END-GLBAL TO TRUE
           END-START
           PERFORM UNTIL END-GLBAL
               READ GLBalFil NEXT RECORD
                   AT END
                       SET END-GLBAL TO TRUE
                   NOT AT END
                       PERFORM WRITE-TRIAL-BALANCE-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           PERFORM VARYING WS-Ccy-Idx FROM 1 BY 1
                   UNTIL WS-Ccy-Idx > WS-Ccy-Count
               MOVE WS-Ccy-Debit(WS-Ccy-Idx)  TO WS-Amount-Display
               MOVE WS-Ccy-Credit(WS-Ccy-Idx) TO WS-Amount-Display-2
               MOVE SPACES TO RegisterLine
               STRING "  Total " WS-Ccy-Valuta(WS-Ccy-Idx)
                   "     " WS-Amount-Display
                   " " WS-Amount-Display-2
                   INTO RegisterLine
               END-STRING
               IF WS-Ccy-Debit(WS-Ccy-Idx)
                       NOT = WS-Ccy-Credit(WS-Ccy-Idx)
                   MOVE "N" TO WS-Balanced
                   ADD 1 TO WS-Differences
                   MOVE "  *** DEBITS NOT EQUAL CREDITS"
                       TO RegisterLine(61:30)
               END-IF
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM.

       WRITE-TRIAL-BALANCE-LINE.
           COMPUTE WS-Net-Credit = GLBal-Credit - GLBal-Debit

           MOVE "N" TO WS-Ccy-Found
           PERFORM VARYING WS-Ccy-Idx FROM 1 BY 1
                   UNTIL WS-Ccy-Idx > WS-Ccy-Count
                       OR WS-CCY-FOUND-IT
               IF WS-Ccy-Valuta(WS-Ccy-Idx) = GLBal-Valuta
                   MOVE "Y" TO WS-Ccy-Found
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND-IT
               SUBTRACT 1 FROM WS-Ccy-Idx
           ELSE
               IF WS-Ccy-Count >= 10
                   DISPLAY "ERROR - currency table full - run aborted"
                   CLOSE GLBalFil
                   CLOSE RegisterFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               ADD 1 TO WS-Ccy-Count
               MOVE WS-Ccy-Count TO WS-Ccy-Idx
               MOVE GLBal-Valuta TO WS-Ccy-Valuta(WS-Ccy-Idx)
               MOVE ZERO TO WS-Ccy-Debit(WS-Ccy-Idx)
               MOVE ZERO TO WS-Ccy-Credit(WS-Ccy-Idx)
           END-IF

           MOVE SPACES TO RegisterLine
           MOVE GLBal-GLAccount TO RegisterLine(3:10)
           MOVE GLBal-Valuta    TO RegisterLine(14:3)
           IF WS-Net-Credit < ZERO
               COMPUTE WS-Net-Credit = ZERO - WS-Net-Credit
               ADD WS-Net-Credit TO WS-Ccy-Debit(WS-Ccy-Idx)
               MOVE WS-Net-Credit TO WS-Amount-Display
               MOVE WS-Amount-Display TO RegisterLine(19:19)
           ELSE
               ADD WS-Net-Credit TO WS-Ccy-Credit(WS-Ccy-Idx)
               MOVE WS-Net-Credit TO WS-Amount-Display
               MOVE WS-Amount-Display TO RegisterLine(40:19)
           END-IF
           PERFORM WRITE-REGISTER-LINE.

      * each control account's GL balance against the customer
      * balances mapped to it; every line is printed, a difference
      * is flagged and makes the books out of balance.
       WRITE-SUBLEDGER-PROOF.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REGISTER-LINE
           MOVE "SUBLEDGER PROOF - GL CONTROL ACCOUNTS AGAINST THE"
               TO RegisterLine
           MOVE "CUSTOMER LEDGER" TO RegisterLine(52:15)
           PERFORM WRITE-REGISTER-LINE

           PERFORM VARYING WS-Proof-Idx FROM 1 BY 1
                   UNTIL WS-Proof-Idx > WS-Proof-Count
               ADD 1 TO WS-Accounts-Proved
               MOVE WS-Proof-GLAccount(WS-Proof-Idx) TO GLBal-GLAccount
               MOVE WS-Proof-Valuta(WS-Proof-Idx)    TO GLBal-Valuta
               READ GLBalFil
                   INVALID KEY
                       MOVE ZERO TO WS-Net-Credit
                   NOT INVALID KEY
                       COMPUTE WS-Net-Credit
                           = GLBal-Credit - GLBal-Debit
               END-READ
               COMPUTE WS-Difference
                   = WS-Net-Credit - WS-Proof-Ledger(WS-Proof-Idx)
               MOVE WS-Net-Credit TO WS-Amount-Display
               MOVE WS-Proof-Ledger(WS-Proof-Idx)
                   TO WS-Amount-Display-2
               MOVE WS-Difference TO WS-Amount-Display-3
               MOVE SPACES TO RegisterLine
               STRING "  GL " WS-Proof-GLAccount(WS-Proof-Idx)
                   " " WS-Proof-Valuta(WS-Proof-Idx)
                   " GL " WS-Amount-Display
                   " ledger " WS-Amount-Display-2
                   " diff " WS-Amount-Display-3
                   INTO RegisterLine
               END-STRING
               IF WS-Difference NOT = ZERO
                   MOVE "N" TO WS-Balanced
                   ADD 1 TO WS-Differences
                   MOVE " ***" TO RegisterLine(116:4)
               END-IF
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM.

       WRITE-REGISTER-LINE.
           WRITE RegisterLine
           IF WS-RegisterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave91TrialBalance.txt -"
                   " status " WS-RegisterFile-Status
               CLOSE RegisterFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "JOBLOG.cpy".
