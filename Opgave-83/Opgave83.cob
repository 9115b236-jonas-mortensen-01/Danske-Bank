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

      * completed reviews from the branches, one per line: the
      * customer, the class the review set, and the review date.
      * The next due date follows from the class: 60 months for L,
      * 24 for M, 12 for H.
       FD  KycIntakeFile.
       01  KycIntakeRecord.
           02 JL-Count2    PIC 9(7).
           02 JL-Count3    PIC 9(7).

      * knowing a company means knowing the people behind it: a
      * business is only reviewed with its beneficial owners on
      * file, and the owners' own reviews are followed up with the
      * company's.
       FD  BusCustFil.
       01  BusCustRecord.
           COPY "BUSCUST.cpy".

       FD  UboFil.
       01  UboRecord.
           COPY "UBOREG.cpy".

       WORKING-STORAGE SECTION.
      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-KycIntakeFile-Status PIC X(2) VALUE "00".
       01 WS-OverdueReport-Status PIC X(2) VALUE "00".
       01 WS-RejectFile-Status    PIC X(2) VALUE "00".
      * both registers are optional - no file, no businesses.
       01 WS-BusCustFil-Status    PIC X(2) VALUE "00".
       01 WS-BusCust-Open         PIC X VALUE "N".
           88 WS-HAS-BUSCUST-FILE VALUE "Y".
       01 WS-UboFil-Status        PIC X(2) VALUE "00".
       01 WS-Ubo-Open             PIC X VALUE "N".
           88 WS-HAS-UBO-FILE VALUE "Y".
       01 EOF-BUSCUST PIC X VALUE "N".
           88 END-BUSCUST VALUE "Y" FALSE "N".
       01 EOF-UBO PIC X VALUE "N".
           88 END-UBO VALUE "Y" FALSE "N".
       01 WS-Ubo-Company    PIC X(10).
       01 WS-Owner-Count    PIC 9(5) VALUE ZERO.
       01 WS-Owner-Gaps     PIC 9(5) VALUE ZERO.
       01 WS-Owner-Listing  PIC X VALUE "N".
           88 WS-OWNER-IS-LISTING VALUE "Y".

       01 EOF-KYCINTAKE PIC X VALUE "N".
           88 END-KYCINTAKE VALUE "Y" FALSE "N".
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

       MOVE "KycIntake.txt" TO WS-Precheck-Filename
       CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
           WS-Precheck-File-Info
       PERFORM WRITE-OVERDUE-LIST

       CLOSE KycFil
       IF WS-HAS-BUSCUST-FILE
           CLOSE BusCustFil
       END-IF
       IF WS-HAS-UBO-FILE
           CLOSE UboFil
       END-IF

       DISPLAY "Reviews read: " WS-Reviews-Read
       DISPLAY "Reviews applied: " WS-Reviews-Applied
       DISPLAY "Customers overdue: " WS-Overdue-Count
       DISPLAY "Business owner gaps: " WS-Owner-Gaps
       DISPLAY "Rejected (see Opgave83Rejects.txt): "
           WS-Rejected-Count

                       MOVE "N" TO WS-Item-Valid
               END-READ
           END-IF
           IF WS-ITEM-OK AND WS-HAS-BUSCUST-FILE
               PERFORM CHECK-BUSINESS-OWNERS
           END-IF

           IF NOT WS-ITEM-OK
               PERFORM WRITE-KYC-REJECT
           END-WRITE
           ADD 1 TO WS-Reviews-Applied.

      * a company's review is refused while nobody is registered as
      * its beneficial owner - the review cannot have covered them.
       CHECK-BUSINESS-OWNERS.
           MOVE KI-KundeID TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KI-KundeID TO WS-Ubo-Company
           PERFORM COUNT-COMPANY-OWNERS
           IF WS-Owner-Count = ZERO
               MOVE "UBOM" TO WS-Reject-Reason
               MOVE "N" TO WS-Item-Valid
           END-IF.

      * the owners of WS-Ubo-Company, counted - and, when
      * WS-Owner-Listing is set, each one checked against the
      * register and written to the list when their own review is
      * missing or behind.
       COUNT-COMPANY-OWNERS.
           MOVE ZERO TO WS-Owner-Count
           IF NOT WS-HAS-UBO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Ubo-Company TO Ubo-CompanyID
           MOVE LOW-VALUES TO Ubo-OwnerID
           SET END-UBO TO FALSE
           START UboFil KEY IS NOT LESS THAN Ubo-Key
               INVALID KEY
                   SET END-UBO TO TRUE
           END-START
           PERFORM UNTIL END-UBO
               READ UboFil NEXT RECORD
                   AT END
                       SET END-UBO TO TRUE
                   NOT AT END
                       IF Ubo-CompanyID NOT = WS-Ubo-Company
                           SET END-UBO TO TRUE
                       ELSE
                           ADD 1 TO WS-Owner-Count
                           IF WS-OWNER-IS-LISTING
                               PERFORM CHECK-OWNER-REVIEW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OWNER-REVIEW.
           MOVE Ubo-OwnerID TO KycRecord-KundeID
           READ KycFil
               INVALID KEY
                   ADD 1 TO WS-Owner-Gaps
                   MOVE SPACES TO OverdueLine
                   STRING
                       WS-Ubo-Company " owner " Ubo-OwnerID
                       " basis " Ubo-Basis
                       " - no KYC review on file"
                       INTO OverdueLine
                   END-STRING
                   PERFORM WRITE-OVERDUE-LINE
                   EXIT PARAGRAPH
           END-READ
           IF KycRecord-NextReview < WS-Today
               ADD 1 TO WS-Owner-Gaps
               MOVE SPACES TO OverdueLine
               STRING
                   WS-Ubo-Company " owner " Ubo-OwnerID
                   " basis " Ubo-Basis
                   " class " KycRecord-RiskClass
                   " due " KycRecord-NextReview
                   INTO OverdueLine
               END-STRING
               PERFORM WRITE-OVERDUE-LINE
           END-IF.

      * the review regime by risk class: high reviews yearly,
      * medium every two years, low every five - counted from the
      * review date, day clamped to a shorter target month.
       COMPUTE-NEXT-REVIEW.
           MOVE KI-ReviewDate TO WS-Due-Date-Num
               WHEN "M"
                   MOVE 24 TO WS-Add-Months
               WHEN OTHER
                   MOVE 60 TO WS-Add-Months
           END-EVALUATE
           ADD WS-Add-Months TO WS-Due-Month
           PERFORM UNTIL WS-Due-Month NOT > 12
               PERFORM WRITE-OVERDUE-LINE
           END-IF

           IF WS-HAS-BUSCUST-FILE
               PERFORM WRITE-OWNER-GAPS
           END-IF

           CLOSE OverdueReport.

      * the second section: every business customer whose owners
      * are not all reviewed and in date, and every business with
      * no owner registered at all.
       WRITE-OWNER-GAPS.
           MOVE SPACES TO OverdueLine
           PERFORM WRITE-OVERDUE-LINE
           MOVE "=== BUSINESS CUSTOMERS - BENEFICIAL OWNER REVIEWS ==="
               TO OverdueLine
           PERFORM WRITE-OVERDUE-LINE

           MOVE "Y" TO WS-Owner-Listing
           SET END-BUSCUST TO FALSE
           MOVE LOW-VALUES TO BusCust-KundeID
           START BusCustFil KEY IS NOT LESS THAN BusCust-KundeID
               INVALID KEY
                   SET END-BUSCUST TO TRUE
           END-START
           PERFORM UNTIL END-BUSCUST
               READ BusCustFil NEXT RECORD
                   AT END
                       SET END-BUSCUST TO TRUE
                   NOT AT END
                       MOVE BusCust-KundeID TO WS-Ubo-Company
                       PERFORM COUNT-COMPANY-OWNERS
                       IF WS-Owner-Count = ZERO
                           ADD 1 TO WS-Owner-Gaps
                           MOVE SPACES TO OverdueLine
                           STRING
                               WS-Ubo-Company " "
                               BusCust-LegalName
                               " - no beneficial owner registered"
                               INTO OverdueLine
                           END-STRING
                           PERFORM WRITE-OVERDUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-Owner-Listing

           IF WS-Owner-Gaps = ZERO
               MOVE "No owner reviews outstanding" TO OverdueLine
               PERFORM WRITE-OVERDUE-LINE
           END-IF.

       WRITE-OVERDUE-LINE.
           WRITE OverdueLine
           IF WS-OverdueReport-Status NOT = "00"
