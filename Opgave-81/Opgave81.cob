           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
           SELECT BusCustFil ASSIGN TO "BusinessCustomers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BusCust-KundeID
               ALTERNATE RECORD KEY IS BusCust-CVR
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BusCustFil-Status.
           SELECT UboFil ASSIGN TO "BeneficialOwners.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Ubo-Key
               ALTERNATE RECORD KEY IS Ubo-OwnerID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UboFil-Status.

       DATA DIVISION.
       FILE SECTION.
           02 JL-Count2    PIC 9(7).
           02 JL-Count3    PIC 9(7).

      * a company is screened under its registered legal name as
      * well as the name on the customer master.
       FD  BusCustFil.
       01  BusCustRecord.
           COPY "BUSCUST.cpy".

      * a listed person's hit is carried onto every company they
      * own or control, so the company is held and rated with them.
       FD  UboFil.
       01  UboRecord.
           COPY "UBOREG.cpy".

       WORKING-STORAGE SECTION.
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-WatchlistFile-Status PIC X(2) VALUE "00".
       01 WS-MatchRegister-Status PIC X(2) VALUE "00".
      * both registers are optional - no file, no businesses.
       01 WS-BusCustFil-Status    PIC X(2) VALUE "00".
       01 WS-BusCust-Open         PIC X VALUE "N".
           88 WS-HAS-BUSCUST-FILE VALUE "Y".
       01 WS-UboFil-Status        PIC X(2) VALUE "00".
       01 WS-Ubo-Open             PIC X VALUE "N".
           88 WS-HAS-UBO-FILE VALUE "Y".
       01 EOF-UBO PIC X VALUE "N".
           88 END-UBO VALUE "Y" FALSE "N".
       01 WS-Ubo-Matches         PIC 9(5) VALUE ZERO.

       01 EOF-WATCH PIC X VALUE "N".
           88 END-WATCH VALUE "Y" FALSE "N".
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT BusCustFil
       IF WS-BusCustFil-Status = "00"
           MOVE "Y" TO WS-BusCust-Open
       END-IF
       OPEN INPUT UboFil
       IF WS-UboFil-Status = "00"
           MOVE "Y" TO WS-Ubo-Open
       END-IF

       SET END-KUNDE TO FALSE
       MOVE LOW-VALUES TO KundeRecord-KundeID
       START KundeFil KEY IS NOT LESS THAN KundeRecord-KundeID

       CLOSE KundeFil
       CLOSE MatchRegister
       IF WS-HAS-BUSCUST-FILE
           CLOSE BusCustFil
       END-IF
       IF WS-HAS-UBO-FILE
           CLOSE UboFil
       END-IF

       DISPLAY "Customers screened: " WS-Customers-Screened
       DISPLAY "Watchlist matches: " WS-Matches-Found
       DISPLAY "Companies flagged through an owner: "
           WS-Ubo-Matches

       MOVE WS-Customers-Screened TO WS-Job-Count1
       MOVE WS-Matches-Found      TO WS-Job-Count2
       MOVE WS-Ubo-Matches        TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE Cleanname TO WS-Kunde-Clean
           PERFORM SCREEN-KUNDE-CLEAN

           IF NOT WS-HAS-BUSCUST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE KundeRecord-KundeID TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF BusCust-LegalName = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BusCust-LegalName TO Fullname
           PERFORM CLEAN-FULLNAME
           INSPECT Cleanname CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      * the legal name usually is the master name - one hit is
      * enough.
           IF Cleanname NOT = WS-Kunde-Clean
               MOVE Cleanname TO WS-Kunde-Clean
               PERFORM SCREEN-KUNDE-CLEAN
           END-IF.

       SCREEN-KUNDE-CLEAN.
           PERFORM VARYING WS-WT-Idx FROM 1 BY 1
                   UNTIL WS-WT-Idx > WS-WT-Count
               IF WS-Kunde-Clean = WS-WT-Navn(WS-WT-Idx)
               STOP RUN WITH ERROR STATUS 1
           END-IF
           DISPLAY "WATCHLIST MATCH: " KundeRecord-KundeID
               " " WS-Kunde-Clean
           IF WS-HAS-UBO-FILE
               PERFORM FLAG-OWNED-COMPANIES
           END-IF.

      * every company the listed customer stands behind gets a match
      * record of its own under the company's KundeID, naming the
      * owner - disposed of in Opgave82 like any other hit, and
      * counted by the risk rating (Opgave96) against the company.
       FLAG-OWNED-COMPANIES.
           MOVE KundeRecord-KundeID TO Ubo-OwnerID
           SET END-UBO TO FALSE
           START UboFil KEY IS EQUAL TO Ubo-OwnerID
               INVALID KEY
                   SET END-UBO TO TRUE
           END-START

           PERFORM UNTIL END-UBO
               READ UboFil NEXT RECORD
                   AT END
                       SET END-UBO TO TRUE
                   NOT AT END
                       IF Ubo-OwnerID = KundeRecord-KundeID
                           PERFORM WRITE-UBO-MATCH
                       ELSE
                           SET END-UBO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-UBO-MATCH.
           ADD 1 TO WS-Ubo-Matches
           MOVE WS-Today TO WM-Date
           MOVE Ubo-CompanyID TO WM-KundeID
           MOVE SPACES TO WM-KundeNavn
           STRING
               "UBO " DELIMITED BY SIZE
               Ubo-OwnerID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Kunde-Clean DELIMITED BY SIZE
               INTO WM-KundeNavn
           END-STRING
           MOVE WS-WT-Navn(WS-WT-Idx)   TO WM-ListedNavn
           MOVE WS-WT-Source(WS-WT-Idx) TO WM-Source
           MOVE SPACE  TO WM-Disposition
           MOVE SPACES TO WM-DispBy
           WRITE MatchRecord
           IF WS-MatchRegister-Status NOT = "00"
               DISPLAY "ERROR writing WatchlistMatches.txt -"
                   " status " WS-MatchRegister-Status
               CLOSE MatchRegister
               STOP RUN WITH ERROR STATUS 1
           END-IF
           DISPLAY "WATCHLIST MATCH: " Ubo-CompanyID
               " through owner " Ubo-OwnerID.

       COPY "CLEANNAME.cpy".

