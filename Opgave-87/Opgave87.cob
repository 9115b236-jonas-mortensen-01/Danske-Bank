       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave87.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BranchFil ASSIGN TO "Branches.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BranchRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BranchFil-Status.
           SELECT TillFil ASSIGN TO "Tills.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TillRecord-Operator
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TillFil-Status.
           SELECT VaultFil ASSIGN TO "Vaults.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VaultRecord-Branch
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-VaultFil-Status.
           SELECT ReportFile ASSIGN TO "Opgave87CashReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BranchFil.
       01  BranchRecord.
           02 BranchRecord-Kode PIC X(4).
           02 BranchRecord-Navn PIC X(30).

      * the till master Opgave86 maintains and Opgave11 adds cash
      * postings to - one record per operator's drawer, holding the
      * figures of its current (or last) business day.
       FD  TillFil.
       01  TillRecord.
           02 TillRecord-Operator  PIC X(10).
           02 TillRecord-Branch    PIC X(4).
           02 TillRecord-Status    PIC X(1).
               88 TILL-IS-OPEN   VALUE "O".
               88 TILL-IS-CLOSED VALUE "C".
           02 TillRecord-Date      PIC 9(8).
           02 TillRecord-Float     PIC 9(10)V99.
           02 TillRecord-CashIn    PIC 9(10)V99.
           02 TillRecord-CashOut   PIC 9(10)V99.
           02 TillRecord-VaultIn   PIC 9(10)V99.
           02 TillRecord-VaultOut  PIC 9(10)V99.
           02 TillRecord-Counted   PIC 9(10)V99.
           02 TillRecord-OverShort PIC S9(10)V99.

       FD  VaultFil.
       01  VaultRecord.
           02 VaultRecord-Branch  PIC X(4).
           02 VaultRecord-Balance PIC S9(12)V99.
           02 VaultRecord-Counted PIC 9(8).

       FD  ReportFile.
       01  RegisterLine PIC X(120).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE87".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-BranchFil-Status   PIC X(2) VALUE "00".
       01 WS-TillFil-Status     PIC X(2) VALUE "00".
       01 WS-VaultFil-Status    PIC X(2) VALUE "00".
       01 WS-ReportFile-Status  PIC X(2) VALUE "00".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be loaded -
      * the report covers the business day the tills were opened on.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-BRANCH PIC X VALUE "N".
           88 END-BRANCH VALUE "Y" FALSE "N".
       01 EOF-TILL PIC X VALUE "N".
           88 END-TILL VALUE "Y" FALSE "N".

       01 WS-Vault-File-Found PIC X VALUE "N".
           88 WS-HAS-VAULT-FILE VALUE "Y".

       01 WS-Expected-Cash PIC S9(12)V99 VALUE ZERO.

      * per-branch accumulators, cleared at each branch heading.
       01 WS-Branch-Tills     PIC 9(5) VALUE ZERO.
       01 WS-Branch-Open      PIC 9(5) VALUE ZERO.
       01 WS-Branch-CashIn    PIC S9(12)V99 VALUE ZERO.
       01 WS-Branch-CashOut   PIC S9(12)V99 VALUE ZERO.
       01 WS-Branch-OverShort PIC S9(12)V99 VALUE ZERO.

      * bank-wide totals for the closing lines.
       01 WS-Total-Branches  PIC 9(5) VALUE ZERO.
       01 WS-Total-Tills     PIC 9(5) VALUE ZERO.
       01 WS-Total-Open      PIC 9(5) VALUE ZERO.
       01 WS-Total-CashIn    PIC S9(12)V99 VALUE ZERO.
       01 WS-Total-CashOut   PIC S9(12)V99 VALUE ZERO.
       01 WS-Total-OverShort PIC S9(12)V99 VALUE ZERO.
       01 WS-Total-Vault     PIC S9(14)V99 VALUE ZERO.

       01 WS-Float-Display    PIC -9999999999.99.
       01 WS-In-Display       PIC -9999999999.99.
       01 WS-Out-Display      PIC -9999999999.99.
       01 WS-Counted-Display  PIC -9999999999.99.
       01 WS-OvSh-Display     PIC -9999999999.99.
       01 WS-Total-Display    PIC -999999999999.99.
       01 WS-Total-Display2   PIC -999999999999.99.
       01 WS-Total-Display3   PIC -999999999999.99.
       01 WS-Vault-Display    PIC -99999999999999.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       OPEN INPUT BranchFil
       IF WS-BranchFil-Status NOT = "00"
           DISPLAY "ERROR opening Branches.txt - status "
               WS-BranchFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT TillFil
       IF WS-TillFil-Status = "35"
      * no till has ever been opened - nothing to report, and not
      * an error for a bank that does not run counters yet.
           DISPLAY "No Tills.txt - no branch cash report produced"
           CLOSE BranchFil
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-TillFil-Status NOT = "00"
           DISPLAY "ERROR opening Tills.txt - status "
               WS-TillFil-Status
           CLOSE BranchFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT VaultFil
       IF WS-VaultFil-Status = "00"
           MOVE "Y" TO WS-Vault-File-Found
       ELSE
           IF WS-VaultFil-Status NOT = "35"
               DISPLAY "ERROR opening Vaults.txt - status "
                   WS-VaultFil-Status
               CLOSE BranchFil
               CLOSE TillFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
       END-IF

       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave87CashReport.txt - status "
               WS-ReportFile-Status
           CLOSE BranchFil
           CLOSE TillFil
           IF WS-HAS-VAULT-FILE
               CLOSE VaultFil
           END-IF
           STOP RUN WITH ERROR STATUS 1
       END-IF

       MOVE SPACES TO RegisterLine
       STRING "Daily branch cash report for " WS-Business-Date
           INTO RegisterLine
       END-STRING
       PERFORM WRITE-REPORT-RECORD

       SET END-BRANCH TO FALSE
       MOVE LOW-VALUES TO BranchRecord-Kode
       START BranchFil KEY IS NOT LESS THAN BranchRecord-Kode
           INVALID KEY
               SET END-BRANCH TO TRUE
       END-START
       PERFORM UNTIL END-BRANCH
           READ BranchFil NEXT RECORD
               AT END
                   SET END-BRANCH TO TRUE
               NOT AT END
                   PERFORM REPORT-BRANCH
           END-READ
       END-PERFORM

       PERFORM WRITE-REPORT-TOTALS

       CLOSE BranchFil
       CLOSE TillFil
       IF WS-HAS-VAULT-FILE
           CLOSE VaultFil
       END-IF
       CLOSE ReportFile

       MOVE WS-Total-Tills    TO WS-Job-Count1
       MOVE WS-Total-Branches TO WS-Job-Count2
       MOVE WS-Total-Open     TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * one section per branch on the branch master: every till
      * that worked the business day, plus any drawer still open
      * from an earlier day - an unbalanced till is the exception
      * the branch manager has to chase. Tills.txt is small (one
      * record per teller), so it is simply rescanned per branch.
       REPORT-BRANCH.
           ADD 1 TO WS-Total-Branches
           MOVE ZERO TO WS-Branch-Tills
           MOVE ZERO TO WS-Branch-Open
           MOVE ZERO TO WS-Branch-CashIn
           MOVE ZERO TO WS-Branch-CashOut
           MOVE ZERO TO WS-Branch-OverShort

           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REPORT-RECORD
           MOVE SPACES TO RegisterLine
           STRING "Branch " BranchRecord-Kode " "
               BranchRecord-Navn
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD

           SET END-TILL TO FALSE
           MOVE LOW-VALUES TO TillRecord-Operator
           START TillFil KEY IS NOT LESS THAN TillRecord-Operator
               INVALID KEY
                   SET END-TILL TO TRUE
           END-START
           PERFORM UNTIL END-TILL
               READ TillFil NEXT RECORD
                   AT END
                       SET END-TILL TO TRUE
                   NOT AT END
                       IF TillRecord-Branch = BranchRecord-Kode
                           AND (TillRecord-Date = WS-Business-Date
                                OR TILL-IS-OPEN)
                           PERFORM REPORT-TILL
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-Branch-CashIn    TO WS-Total-Display
           MOVE WS-Branch-CashOut   TO WS-Total-Display2
           MOVE WS-Branch-OverShort TO WS-Total-Display3
           MOVE SPACES TO RegisterLine
           STRING "  Branch total: tills " WS-Branch-Tills
               " cash in " WS-Total-Display
               " cash out " WS-Total-Display2
               " over/short " WS-Total-Display3
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD

           IF WS-Branch-Open > ZERO
               MOVE SPACES TO RegisterLine
               STRING "  *** " WS-Branch-Open
                   " till(s) not balanced ***"
                   INTO RegisterLine
               END-STRING
               PERFORM WRITE-REPORT-RECORD
           END-IF

           PERFORM REPORT-BRANCH-VAULT.

       REPORT-TILL.
           ADD 1 TO WS-Branch-Tills
           ADD 1 TO WS-Total-Tills
           ADD TillRecord-CashIn    TO WS-Branch-CashIn
           ADD TillRecord-CashIn    TO WS-Total-CashIn
           ADD TillRecord-CashOut   TO WS-Branch-CashOut
           ADD TillRecord-CashOut   TO WS-Total-CashOut

           MOVE TillRecord-Float   TO WS-Float-Display
           MOVE TillRecord-CashIn  TO WS-In-Display
           MOVE TillRecord-CashOut TO WS-Out-Display
           MOVE SPACES TO RegisterLine
           STRING "  Till " TillRecord-Operator
               " " TillRecord-Date
               " float " WS-Float-Display
               " in " WS-In-Display
               " out " WS-Out-Display
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD

           IF TILL-IS-OPEN
               ADD 1 TO WS-Branch-Open
               ADD 1 TO WS-Total-Open
               COMPUTE WS-Expected-Cash
                   = TillRecord-Float + TillRecord-CashIn
                   - TillRecord-CashOut + TillRecord-VaultIn
                   - TillRecord-VaultOut
               MOVE WS-Expected-Cash TO WS-Counted-Display
               MOVE SPACES TO RegisterLine
               STRING "      STILL OPEN - expected "
                   WS-Counted-Display
                   INTO RegisterLine
               END-STRING
           ELSE
               ADD TillRecord-OverShort TO WS-Branch-OverShort
               ADD TillRecord-OverShort TO WS-Total-OverShort
               MOVE TillRecord-VaultIn    TO WS-In-Display
               MOVE TillRecord-VaultOut   TO WS-Out-Display
               MOVE TillRecord-Counted    TO WS-Counted-Display
               MOVE TillRecord-OverShort  TO WS-OvSh-Display
               MOVE SPACES TO RegisterLine
               STRING "      vault in " WS-In-Display
                   " vault out " WS-Out-Display
                   " counted " WS-Counted-Display
                   " over/short " WS-OvSh-Display
                   INTO RegisterLine
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-RECORD.

       REPORT-BRANCH-VAULT.
           IF NOT WS-HAS-VAULT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE BranchRecord-Kode TO VaultRecord-Branch
           READ VaultFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD VaultRecord-Balance TO WS-Total-Vault
           MOVE VaultRecord-Balance TO WS-Vault-Display
           MOVE SPACES TO RegisterLine
           STRING "  Vault balance " WS-Vault-Display
               " (last counted " VaultRecord-Counted ")"
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RegisterLine
           PERFORM WRITE-REPORT-RECORD
           MOVE WS-Total-CashIn    TO WS-Total-Display
           MOVE WS-Total-CashOut   TO WS-Total-Display2
           MOVE WS-Total-OverShort TO WS-Total-Display3
           MOVE SPACES TO RegisterLine
           STRING "All branches: tills " WS-Total-Tills
               " cash in " WS-Total-Display
               " cash out " WS-Total-Display2
               " over/short " WS-Total-Display3
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD
           MOVE WS-Total-Vault TO WS-Vault-Display
           MOVE SPACES TO RegisterLine
           STRING "Vaults: " WS-Vault-Display
               "  tills not balanced: " WS-Total-Open
               INTO RegisterLine
           END-STRING
           PERFORM WRITE-REPORT-RECORD.

       WRITE-REPORT-RECORD.
           WRITE RegisterLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave87CashReport.txt - status "
                   WS-ReportFile-Status
               CLOSE BranchFil
               CLOSE TillFil
               IF WS-HAS-VAULT-FILE
                   CLOSE VaultFil
               END-IF
               CLOSE ReportFile
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
