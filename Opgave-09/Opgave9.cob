           SELECT WatchHoldFile ASSIGN TO "WatchlistHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WatchHoldFile-Status.
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.
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
           SELECT PersFil ASSIGN TO "PersonalDetails.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pers-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PersFil-Status.
           SELECT GrdFil ASSIGN TO "Guardians.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grd-Key
               ALTERNATE RECORD KEY IS Grd-GuardianID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrdFil-Status.

       DATA DIVISION.
       FILE SECTION.
           02 WH-Valuta    PIC X(3).
           02 WH-Operator  PIC X(10).

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * every add, change and delete keyed here waits in the
      * maintenance queue until a second operator approves it in
      * Opgave60 - only then are the customer master, the address
      * file, the branch stamp and the retention clock touched.
      * A new customer's branch rides at the end of the after image
      * (columns 72-75), behind the KUNDEOPL record; a relationship
      * ended is the retention record (KundeID, end date).
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

      * a customer with a record here is a company - CVR number and
      * registered legal name; one without is a natural person.
      * Read-only here like every master: changes go through the
      * queue as kind BC.
       FD  BusCustFil.
       01  BusCustRecord.
           COPY "BUSCUST.cpy".

      * the natural persons who own or control each company, queued
      * as kind UB.
       FD  UboFil.
       01  UboRecord.
           COPY "UBOREG.cpy".

      * a natural person's date of birth, queued as kind PD - what
      * tells a minor from an adult.
       FD  PersFil.
       01  PersRecord.
           COPY "PERSDET.cpy".

      * the guardians of a customer under 18, queued as kind GD.
       FD  GrdFil.
       01  GrdRecord.
           COPY "GUARDIAN.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status PIC X(2) VALUE "00".
       01 WS-Branch-Field       PIC X(4).
       01 WS-MaintQueue-Status  PIC X(2) VALUE "00".
       01 WS-BusCustFil-Status  PIC X(2) VALUE "00".
       01 WS-UboFil-Status      PIC X(2) VALUE "00".
       01 WS-PersFil-Status     PIC X(2) VALUE "00".
       01 WS-GrdFil-Status      PIC X(2) VALUE "00".
       01 WS-Ret-Image.
           02 WS-Ret-KundeID PIC X(10).
           02 WS-Ret-EndDate PIC 9(8).

      * the loaded watchlist, each name normalized once - a missing
      * list simply screens nothing.
           88 WS-TXN-DELETE    VALUE "D" "d".
           88 WS-TXN-ADDRESS   VALUE "M" "m".
           88 WS-TXN-RETENTION VALUE "R" "r".
           88 WS-TXN-BUSINESS  VALUE "B" "b".
           88 WS-TXN-OWNERS    VALUE "U" "u".
           88 WS-TXN-PERSONAL  VALUE "P" "p".
           88 WS-TXN-GUARDIANS VALUE "G" "g".
           88 WS-TXN-EXIT      VALUE "X" "x".

       01 WS-Addr-Transaction PIC X VALUE SPACE.
           88 WS-ADDR-ADD    VALUE "A" "a".
           88 WS-ADDR-CHANGE VALUE "C" "c".
           88 WS-ADDR-DELETE VALUE "D" "d".

       01 WS-Bus-Transaction PIC X VALUE SPACE.
           88 WS-BUS-ADD    VALUE "A" "a".
           88 WS-BUS-CHANGE VALUE "C" "c".
           88 WS-BUS-DELETE VALUE "D" "d".

       01 WS-Ubo-Transaction PIC X VALUE SPACE.
           88 WS-UBO-ADD    VALUE "A" "a".
           88 WS-UBO-CHANGE VALUE "C" "c".
           88 WS-UBO-END    VALUE "E" "e".
           88 WS-UBO-LIST   VALUE "L" "l".

       01 WS-Pers-Transaction PIC X VALUE SPACE.
           88 WS-PERS-ADD    VALUE "A" "a".
           88 WS-PERS-CHANGE VALUE "C" "c".
           88 WS-PERS-DELETE VALUE "D" "d".

       01 WS-Grd-Transaction PIC X VALUE SPACE.
           88 WS-GRD-ADD  VALUE "A" "a".
           88 WS-GRD-END  VALUE "E" "e".
           88 WS-GRD-LIST VALUE "L" "l".

      * the personal and guardian edits: a minor is a person whose
      * 18th birthday - the birth date with 18 added to the year -
      * is still after today. A 29 February birthday comes of age
      * on 1 March in a common year.
       01 WS-Pers-Image     PIC X(34).
       01 WS-Grd-Image      PIC X(37).
       01 WS-Grd-Minor      PIC X(10).
       01 WS-Grd-Guardian   PIC X(10).
       01 WS-Grd-Count      PIC 9(5) VALUE ZERO.
       01 WS-Majority-Date  PIC 9(8) VALUE ZERO.
       01 WS-Birth-Check    PIC 9(8) VALUE ZERO.
       01 WS-Birth-Check-Parts REDEFINES WS-Birth-Check.
           02 WS-Birth-Check-Year  PIC 9(4).
           02 WS-Birth-Check-Month PIC 9(2).
           02 WS-Birth-Check-Day   PIC 9(2).
       01 WS-Grd-Listing    PIC X VALUE "N".
           88 WS-GRD-IS-LISTING VALUE "Y".
       01 WS-Is-Minor       PIC X VALUE "N".
           88 WS-PERSON-IS-MINOR VALUE "Y".
       01 EOF-GRD PIC X VALUE "N".
           88 END-GRD VALUE "Y" FALSE "N".

      * the business and owner edits: the record being keyed is kept
      * aside while the CVR and the company's other owners are read,
      * and the ownership already registered is totalled so the
      * owners of one company never add up past 100 percent.
       01 WS-Bus-Image      PIC X(76).
       01 WS-Ubo-Image      PIC X(42).
       01 WS-Ubo-Company    PIC X(10).
       01 WS-Ubo-Owner      PIC X(10).
       01 WS-Ubo-Total      PIC 9(5)V99 VALUE ZERO.
       01 WS-Ubo-Count      PIC 9(5) VALUE ZERO.
       01 WS-Ubo-Pct-Disp   PIC ZZ9.99.
       01 WS-Ubo-Listing    PIC X VALUE "N".
           88 WS-UBO-IS-LISTING VALUE "Y".
       01 WS-Entry-Valid    PIC X VALUE "N".
           88 WS-ENTRY-IS-VALID VALUE "Y".
       01 EOF-UBO PIC X VALUE "N".
           88 END-UBO VALUE "Y" FALSE "N".

       01 WS-Field         PIC X VALUE SPACE.
       01 WS-Today         PIC 9(8).

           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT BusCustFil
       IF WS-BusCustFil-Status = "35"
           OPEN OUTPUT BusCustFil
           CLOSE BusCustFil
           OPEN INPUT BusCustFil
       END-IF
       OPEN INPUT UboFil
       IF WS-UboFil-Status = "35"
           OPEN OUTPUT UboFil
           CLOSE UboFil
           OPEN INPUT UboFil
       END-IF
       IF WS-BusCustFil-Status NOT = "00"
               OR WS-UboFil-Status NOT = "00"
           DISPLAY "ERROR opening the business registers - status "
               WS-BusCustFil-Status " " WS-UboFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE AdresseFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT PersFil
       IF WS-PersFil-Status = "35"
           OPEN OUTPUT PersFil
           CLOSE PersFil
           OPEN INPUT PersFil
       END-IF
       OPEN INPUT GrdFil
       IF WS-GrdFil-Status = "35"
           OPEN OUTPUT GrdFil
           CLOSE GrdFil
           OPEN INPUT GrdFil
       END-IF
       IF WS-PersFil-Status NOT = "00"
               OR WS-GrdFil-Status NOT = "00"
           DISPLAY "ERROR opening the personal registers - status "
               WS-PersFil-Status " " WS-GrdFil-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE AdresseFil
           CLOSE BusCustFil
           CLOSE UboFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND AuditFile
       IF WS-AuditFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave9Audit.txt - status "
               WS-AuditFile-Status
           CLOSE KundeFil
           CLOSE KontoFil
           CLOSE AdresseFil
           CLOSE BusCustFil
           CLOSE UboFil
           CLOSE PersFil
           CLOSE GrdFil
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "A=Add  C=Change  D=Delete  M=Address"
               "  R=End relationship  B=Business  U=Owners"
               "  P=Personal  G=Guardians  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
                   PERFORM MAINTAIN-ADRESSE
               WHEN WS-TXN-RETENTION
                   PERFORM MARK-RELATIONSHIP-ENDED
               WHEN WS-TXN-BUSINESS
                   PERFORM MAINTAIN-BUSINESS
               WHEN WS-TXN-OWNERS
                   PERFORM MAINTAIN-OWNERS
               WHEN WS-TXN-PERSONAL
                   PERFORM MAINTAIN-PERSONAL
               WHEN WS-TXN-GUARDIANS
                   PERFORM MAINTAIN-GUARDIANS
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
       END-IF
       CLOSE KontoFil
       CLOSE AdresseFil
       CLOSE BusCustFil
       CLOSE UboFil
       CLOSE PersFil
       CLOSE GrdFil
       CLOSE AuditFile
       PERFORM SESSION-CLOSE
       STOP RUN.

           DISPLAY "Branch code (blank = unassigned): "
           ACCEPT WS-Branch-Field

           MOVE SPACES TO MR-After
           MOVE KundeRecord     TO MR-After(1:71)
           MOVE WS-Branch-Field TO MR-After(72:4)
           READ KundeFil
               INVALID KEY
                   MOVE MR-After(1:71) TO KundeRecord
                   MOVE "KU" TO MR-Kind
                   MOVE "A"  TO MR-Action
                   MOVE KundeRecord-KundeID TO MR-Key
                   MOVE SPACES TO MR-Before
                   PERFORM QUEUE-MAINTENANCE-REQUEST
                   IF WS-MaintQueue-Status = "00"
                       PERFORM WRITE-KUNDE-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " already exists - not added"
           END-READ.

       LOAD-WATCHLIST.
           OPEN INPUT WatchlistFile
           IF WS-WatchlistFile-Status NOT = "00"
               KundeRecord-Efternavn DELIMITED BY SIZE
               INTO Fullname
           END-STRING
           PERFORM SCREEN-FULLNAME.

      * Fullname loaded by the caller - a personal name or a
      * company's legal name.
       SCREEN-FULLNAME.
           MOVE "N" TO WS-Watch-Hit
           PERFORM CLEAN-FULLNAME
           INSPECT Cleanname CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
           DISPLAY "Name matches the watchlist - customer HELD"
               " for supervisor review (Opgave82), not created".

       CHANGE-KUNDE.
           DISPLAY "KundeID to change: "
           ACCEPT KundeRecord-KundeID
                   DISPLAY "Customer " KundeRecord-KundeID
                       " not found"
               NOT INVALID KEY
                   MOVE SPACES TO MR-Before
                   MOVE KundeRecord TO MR-Before(1:71)
                   DISPLAY "Fornavn (" KundeRecord-Fornavn
                       ") - Enter to keep, else new value: "
                   ACCEPT WS-Field

                   MOVE WS-Today TO KundeRecord-LastChanged

                   MOVE "KU" TO MR-Kind
                   MOVE "C"  TO MR-Action
                   MOVE KundeRecord-KundeID TO MR-Key
                   MOVE SPACES TO MR-After
                   MOVE KundeRecord TO MR-After(1:71)
                   PERFORM QUEUE-MAINTENANCE-REQUEST
                   IF WS-MaintQueue-Status = "00"
                       PERFORM WRITE-KUNDE-AUDIT
                   END-IF
           END-READ.

      * deletes are supervisor territory: the request is queued like
      * any other change, and Opgave60 lets only a supervisor other
      * than the keyer approve it.
       DELETE-KUNDE.
           DISPLAY "KundeID to delete: "
           ACCEPT KundeRecord-KundeID

           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " not found"
               NOT INVALID KEY
                   PERFORM DELETE-KUNDE-GUARDED
           END-READ.

      * the account file is checked by the KundeID alternate key
      * first: active or dormant accounts block the delete outright,
      * record in the audit file names how many accounts were
      * checked either way.
       DELETE-KUNDE-GUARDED.
      * a company's business details and a person's place in any
      * company's ownership are ended first, so the registers never
      * point at a customer who is gone.
           MOVE KundeRecord-KundeID TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " is registered as a business (CVR "
                       BusCust-CVR ") - end the business details"
                       " first, not deleted"
                   EXIT PARAGRAPH
           END-READ
           MOVE KundeRecord-KundeID TO Ubo-OwnerID
           START UboFil KEY IS EQUAL TO Ubo-OwnerID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " is a registered beneficial owner - end"
                       " the ownership first, not deleted"
                   EXIT PARAGRAPH
           END-START
           MOVE KundeRecord-KundeID TO Grd-MinorID
           MOVE LOW-VALUES TO Grd-GuardianID
           START GrdFil KEY IS NOT LESS THAN Grd-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GrdFil NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF Grd-MinorID = KundeRecord-KundeID
                               DISPLAY "Customer "
                                   KundeRecord-KundeID
                                   " has guardians registered -"
                                   " end them first, not deleted"
                               EXIT PARAGRAPH
                           END-IF
                   END-READ
           END-START
           MOVE KundeRecord-KundeID TO Grd-GuardianID
           START GrdFil KEY IS EQUAL TO Grd-GuardianID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " is a registered guardian - end the"
                       " guardianship first, not deleted"
                   EXIT PARAGRAPH
           END-START

           PERFORM COUNT-KONTI-FOR-KUNDE

           EVALUATE TRUE
               END-STRING
           END-IF.

      * the approver's run checks the accounts again before the
      * record goes, and a delete IS the end of the relationship -
      * Opgave60 starts the retention clock with it.
       DELETE-KUNDE-RECORD.
           MOVE "KU" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE KundeRecord-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE KundeRecord TO MR-Before(1:71)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-DELETION-RECORD
           END-IF.

      * last marker wins - re-marking simply restarts the clock
      * from the new end date once approved.
       MARK-RELATIONSHIP-ENDED.
           DISPLAY "KundeID whose relationship has ended: "
           ACCEPT WS-Ret-KundeID
           MOVE WS-Today TO WS-Ret-EndDate
           MOVE "RT" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE WS-Ret-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE WS-Ret-Image TO MR-After(1:18)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

      * the deletion record: one audit line in the standard
      * WRITE-AUDIT-LINE shape, then one naming the accounts that
      * were checked before the delete was requested.
       WRITE-DELETION-RECORD.
           PERFORM WRITE-KUNDE-AUDIT
           MOVE SPACES TO AuditLine
           STRING
               "DELETE REQ KundeID=" KundeRecord-KundeID
               " closed accounts checked: "
               WS-Closed-Konti " (" WS-Konti-Checked-List ")"
               INTO AuditLine
           DISPLAY "E-mail: "
           ACCEPT AdresseRecord-Email

           MOVE SPACES TO MR-After
           MOVE AdresseRecord TO MR-After(1:145)
           READ AdresseFil
               INVALID KEY
                   MOVE "AD" TO MR-Kind
                   MOVE "A"  TO MR-Action
                   MOVE KundeRecord-KundeID TO MR-Key
                   MOVE SPACES TO MR-Before
                   PERFORM QUEUE-MAINTENANCE-REQUEST
                   IF WS-MaintQueue-Status = "00"
                       PERFORM WRITE-KUNDE-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Address for " AdresseRecord-KundeID
                       " already exists - use C to change it"
           END-READ.

       CHANGE-ADRESSE.
           DISPLAY "KundeID whose address to change: "
           END-READ.

       CHANGE-ADRESSE-FIELDS.
           MOVE SPACES TO MR-Before
           MOVE AdresseRecord TO MR-Before(1:145)
           DISPLAY "Street (" AdresseRecord-Gade
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
               ACCEPT AdresseRecord-Email
           END-IF

           MOVE "AD" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE AdresseRecord-KundeID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE AdresseRecord TO MR-After(1:145)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-ADDRESS-REQUEST
           END-IF.

       DELETE-ADRESSE.
           DISPLAY "KundeID whose address to delete: "
                   DISPLAY "No address on file for "
                       AdresseRecord-KundeID
               NOT INVALID KEY
                   MOVE "AD" TO MR-Kind
                   MOVE "D"  TO MR-Action
                   MOVE AdresseRecord-KundeID TO MR-Key
                   MOVE SPACES TO MR-Before
                   MOVE AdresseRecord TO MR-Before(1:145)
                   MOVE SPACES TO MR-After
                   PERFORM QUEUE-MAINTENANCE-REQUEST
                   IF WS-MaintQueue-Status = "00"
                       PERFORM AUDIT-ADDRESS-REQUEST
                   END-IF
           END-READ.

      * business details ride on the customer master the same way
      * the address does: the company is an existing customer, and
      * the record only says it is one, under which CVR number and
      * legal name.
       MAINTAIN-BUSINESS.
           DISPLAY "Business: A=Add  C=Change  D=Delete"
           ACCEPT WS-Bus-Transaction

           EVALUATE TRUE
               WHEN WS-BUS-ADD
                   PERFORM ADD-BUSINESS
               WHEN WS-BUS-CHANGE
                   PERFORM CHANGE-BUSINESS
               WHEN WS-BUS-DELETE
                   PERFORM DELETE-BUSINESS
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.

       ADD-BUSINESS.
           DISPLAY "KundeID of the company: "
           ACCEPT KundeRecord-KundeID

           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " not found - no business details added"
               NOT INVALID KEY
                   PERFORM ADD-BUSINESS-FOR-KUNDE
           END-READ.

       ADD-BUSINESS-FOR-KUNDE.
           MOVE KundeRecord-KundeID TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " is already a business - use C to change it"
                   EXIT PARAGRAPH
           END-READ
      * a beneficial owner is a natural person by definition.
           MOVE KundeRecord-KundeID TO Ubo-OwnerID
           START UboFil KEY IS EQUAL TO Ubo-OwnerID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " is registered as a beneficial owner -"
                       " a person cannot be made a business"
                   EXIT PARAGRAPH
           END-START

           MOVE SPACES TO BusCustRecord
           MOVE KundeRecord-KundeID TO BusCust-KundeID
           DISPLAY "CVR number (8 digits): "
           ACCEPT BusCust-CVR
           DISPLAY "Registered legal name: "
           ACCEPT BusCust-LegalName
           DISPLAY "Legal form (ApS, A/S, I/S ...): "
           ACCEPT BusCust-LegalForm
           MOVE WS-Today TO BusCust-LastChanged

           PERFORM VALIDATE-BUSINESS
           IF NOT WS-ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE "BC" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE BusCust-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE BusCustRecord TO MR-After(1:76)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-KUNDE-AUDIT
           END-IF.

       CHANGE-BUSINESS.
           DISPLAY "KundeID of the company to change: "
           ACCEPT BusCust-KundeID

           READ BusCustFil
               INVALID KEY
                   DISPLAY "No business details on file for "
                       BusCust-KundeID
               NOT INVALID KEY
                   PERFORM CHANGE-BUSINESS-FIELDS
           END-READ.

       CHANGE-BUSINESS-FIELDS.
           MOVE SPACES TO MR-Before
           MOVE BusCustRecord TO MR-Before(1:76)
           DISPLAY "CVR number (" BusCust-CVR
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT BusCust-CVR
           END-IF

           DISPLAY "Legal name (" BusCust-LegalName
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT BusCust-LegalName
           END-IF

           DISPLAY "Legal form (" BusCust-LegalForm
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT BusCust-LegalForm
           END-IF
           MOVE WS-Today TO BusCust-LastChanged

           PERFORM VALIDATE-BUSINESS
           IF NOT WS-ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE "BC" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE BusCust-KundeID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE BusCustRecord TO MR-After(1:76)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

      * the company stays a business while anyone is registered
      * behind it - the owners are ended first.
       DELETE-BUSINESS.
           DISPLAY "KundeID of the company to delete: "
           ACCEPT BusCust-KundeID

           READ BusCustFil
               INVALID KEY
                   DISPLAY "No business details on file for "
                       BusCust-KundeID
                   EXIT PARAGRAPH
           END-READ
           MOVE BusCustRecord TO WS-Bus-Image
           MOVE BusCust-KundeID TO WS-Ubo-Company
           MOVE SPACES TO WS-Ubo-Owner
           PERFORM SUM-COMPANY-OWNERS
           IF WS-Ubo-Count > ZERO
               DISPLAY "Company " WS-Ubo-Company " has "
                   WS-Ubo-Count " beneficial owner(s) registered -"
                   " end them first, not deleted"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Bus-Image TO BusCustRecord

           MOVE "BC" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE BusCust-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE BusCustRecord TO MR-Before(1:76)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

      * BusCustRecord holds the keyed details; it is the same record
      * again on the way out. The CVR number is the company's
      * identity in the public register - eight digits, and one
      * company per number. The legal name is screened against the
      * watchlist exactly as a personal name is on the way in.
       VALIDATE-BUSINESS.
           MOVE "N" TO WS-Entry-Valid
           IF BusCust-CVR NOT NUMERIC OR BusCust-CVR = ZEROS
               DISPLAY "CVR number must be 8 digits - not saved"
               EXIT PARAGRAPH
           END-IF
           IF BusCust-LegalName = SPACES
               DISPLAY "Legal name is required - not saved"
               EXIT PARAGRAPH
           END-IF

           MOVE BusCustRecord TO WS-Bus-Image
           READ BusCustFil KEY IS BusCust-CVR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BusCust-KundeID NOT = WS-Bus-Image(1:10)
                       DISPLAY "CVR number " BusCust-CVR
                           " already belongs to customer "
                           BusCust-KundeID " - not saved"
                       MOVE WS-Bus-Image TO BusCustRecord
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE WS-Bus-Image TO BusCustRecord

           MOVE BusCust-LegalName TO Fullname
           PERFORM SCREEN-FULLNAME
           IF WS-NAME-IS-LISTED
               DISPLAY "Legal name matches the watchlist - refer"
                   " to compliance, not saved"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Entry-Valid.

      * the beneficial owners of a company: the natural persons -
      * customers themselves - who own or control it, with their
      * share. Listed straight from the register; every add, change
      * and end is queued as kind UB.
       MAINTAIN-OWNERS.
           DISPLAY "Owners: A=Add  C=Change  E=End  L=List"
           ACCEPT WS-Ubo-Transaction

           EVALUATE TRUE
               WHEN WS-UBO-ADD
                   PERFORM ADD-OWNER
               WHEN WS-UBO-CHANGE
                   PERFORM CHANGE-OWNER
               WHEN WS-UBO-END
                   PERFORM END-OWNER
               WHEN WS-UBO-LIST
                   PERFORM LIST-OWNERS
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.

       ADD-OWNER.
           DISPLAY "KundeID of the company: "
           ACCEPT WS-Ubo-Company
           MOVE WS-Ubo-Company TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   DISPLAY "Customer " WS-Ubo-Company
                       " is not registered as a business - add the"
                       " business details first"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "KundeID of the owner: "
           ACCEPT WS-Ubo-Owner
           IF WS-Ubo-Owner = WS-Ubo-Company
               DISPLAY "A company cannot own itself - not added"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Ubo-Owner TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " WS-Ubo-Owner
                       " not found - the owner must be a customer"
                   EXIT PARAGRAPH
           END-READ
      * ownership through another company is traced through to the
      * people behind it - those are the ones registered here.
           MOVE WS-Ubo-Owner TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " WS-Ubo-Owner
                       " is a business - register the persons"
                       " behind it instead"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-Ubo-Company TO Ubo-CompanyID
           MOVE WS-Ubo-Owner   TO Ubo-OwnerID
           READ UboFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " WS-Ubo-Owner
                       " is already registered on " WS-Ubo-Company
                       " - use C to change it"
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO UboRecord
           MOVE WS-Ubo-Company TO Ubo-CompanyID
           MOVE WS-Ubo-Owner   TO Ubo-OwnerID
           MOVE ZERO TO Ubo-Percent
           DISPLAY "Basis: O=Ownership  C=Control  M=Senior manager"
           ACCEPT Ubo-Basis
           INSPECT Ubo-Basis CONVERTING "ocm" TO "OCM"
           DISPLAY "Ownership percent (0-100): "
           ACCEPT Ubo-Percent
           DISPLAY "Owner since (YYYYMMDD, blank = today): "
           ACCEPT Ubo-Since
           IF Ubo-Since NOT NUMERIC OR Ubo-Since = ZERO
               MOVE WS-Today TO Ubo-Since
           END-IF
           MOVE WS-Today TO Ubo-LastChanged

           PERFORM VALIDATE-OWNER
           IF NOT WS-ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE "UB" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE Ubo-CompanyID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE UboRecord TO MR-After(1:42)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

       CHANGE-OWNER.
           DISPLAY "KundeID of the company: "
           ACCEPT Ubo-CompanyID
           DISPLAY "KundeID of the owner: "
           ACCEPT Ubo-OwnerID
           READ UboFil
               INVALID KEY
                   DISPLAY "Customer " Ubo-OwnerID
                       " is not registered on " Ubo-CompanyID
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO MR-Before
           MOVE UboRecord TO MR-Before(1:42)

           DISPLAY "Basis (" Ubo-Basis
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Ubo-Basis
               INSPECT Ubo-Basis CONVERTING "ocm" TO "OCM"
           END-IF

           MOVE Ubo-Percent TO WS-Ubo-Pct-Disp
           DISPLAY "Ownership percent (" WS-Ubo-Pct-Disp
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Ubo-Percent
           END-IF

           DISPLAY "Owner since (" Ubo-Since
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Ubo-Since
           END-IF
           MOVE WS-Today TO Ubo-LastChanged

           PERFORM VALIDATE-OWNER
           IF NOT WS-ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE "UB" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE Ubo-CompanyID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE UboRecord TO MR-After(1:42)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

      * an owner who sold out or left the board - the record goes,
      * the audit trail and the approved request keep the history.
       END-OWNER.
           DISPLAY "KundeID of the company: "
           ACCEPT Ubo-CompanyID
           DISPLAY "KundeID of the owner: "
           ACCEPT Ubo-OwnerID
           READ UboFil
               INVALID KEY
                   DISPLAY "Customer " Ubo-OwnerID
                       " is not registered on " Ubo-CompanyID
                   EXIT PARAGRAPH
           END-READ

           MOVE "UB" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE Ubo-CompanyID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE UboRecord TO MR-Before(1:42)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

       LIST-OWNERS.
           DISPLAY "KundeID of the company: "
           ACCEPT WS-Ubo-Company
           MOVE SPACES TO WS-Ubo-Owner
           MOVE "Y" TO WS-Ubo-Listing
           PERFORM SUM-COMPANY-OWNERS
           MOVE "N" TO WS-Ubo-Listing
           MOVE WS-Ubo-Total TO WS-Ubo-Pct-Disp
           DISPLAY WS-Ubo-Count " owner(s), " WS-Ubo-Pct-Disp
               " percent registered".

      * UboRecord holds the keyed owner. A person registered on
      * ownership must hold a share; control and senior management
      * need not. The company's other owners plus this one may not
      * pass 100 percent.
       VALIDATE-OWNER.
           MOVE "N" TO WS-Entry-Valid
           IF NOT UBO-BASIS-VALID
               DISPLAY "Basis must be O, C or M - not saved"
               EXIT PARAGRAPH
           END-IF
           IF Ubo-Percent > 100
               DISPLAY "Percent cannot exceed 100 - not saved"
               EXIT PARAGRAPH
           END-IF
           IF UBO-BASIS-OWNERSHIP AND Ubo-Percent = ZERO
               DISPLAY "Ownership needs a percent above 0 -"
                   " not saved"
               EXIT PARAGRAPH
           END-IF
           IF Ubo-Since NOT NUMERIC OR Ubo-Since > WS-Today
               DISPLAY "Owner since must be a date not in the"
                   " future - not saved"
               EXIT PARAGRAPH
           END-IF

           MOVE UboRecord TO WS-Ubo-Image
           MOVE Ubo-CompanyID TO WS-Ubo-Company
           MOVE Ubo-OwnerID   TO WS-Ubo-Owner
           PERFORM SUM-COMPANY-OWNERS
           MOVE WS-Ubo-Image TO UboRecord
           ADD Ubo-Percent TO WS-Ubo-Total
           IF WS-Ubo-Total > 100
               MOVE WS-Ubo-Total TO WS-Ubo-Pct-Disp
               DISPLAY "Registered ownership would total "
                   WS-Ubo-Pct-Disp " percent - not saved"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Entry-Valid.

      * every owner registered on WS-Ubo-Company except WS-Ubo-Owner
      * (spaces = none excepted), counted and totalled - and shown
      * one per line when listing.
       SUM-COMPANY-OWNERS.
           MOVE ZERO TO WS-Ubo-Total
           MOVE ZERO TO WS-Ubo-Count
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
                           IF Ubo-OwnerID NOT = WS-Ubo-Owner
                               ADD 1 TO WS-Ubo-Count
                               ADD Ubo-Percent TO WS-Ubo-Total
                               IF WS-UBO-IS-LISTING
                                   MOVE Ubo-Percent
                                       TO WS-Ubo-Pct-Disp
                                   DISPLAY "  " Ubo-OwnerID " "
                                       Ubo-Basis " "
                                       WS-Ubo-Pct-Disp "% since "
                                       Ubo-Since
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * the date of birth of a natural person - a business has
      * none. Add, change and delete are queued as kind PD.
       MAINTAIN-PERSONAL.
           DISPLAY "Personal: A=Add  C=Change  D=Delete"
           ACCEPT WS-Pers-Transaction

           EVALUATE TRUE
               WHEN WS-PERS-ADD
                   PERFORM ADD-PERSONAL
               WHEN WS-PERS-CHANGE
                   PERFORM CHANGE-PERSONAL
               WHEN WS-PERS-DELETE
                   PERFORM DELETE-PERSONAL
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.

       ADD-PERSONAL.
           DISPLAY "KundeID: "
           ACCEPT KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " not found - no personal details added"
                   EXIT PARAGRAPH
           END-READ
           MOVE KundeRecord-KundeID TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " is a business - no date of birth"
                   EXIT PARAGRAPH
           END-READ
           MOVE KundeRecord-KundeID TO Pers-KundeID
           READ PersFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Personal details for "
                       KundeRecord-KundeID
                       " already exist - use C to change them"
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO PersRecord
           MOVE KundeRecord-KundeID TO Pers-KundeID
           DISPLAY "Date of birth (YYYYMMDD): "
           ACCEPT Pers-BirthDate
           MOVE ZERO TO Pers-MajorityDate
           MOVE WS-Today TO Pers-LastChanged

           PERFORM VALIDATE-PERSONAL
           IF NOT WS-ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE "PD" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE Pers-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE PersRecord TO MR-After(1:34)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM WRITE-KUNDE-AUDIT
           END-IF.

      * a corrected birth date that makes the customer a minor
      * again clears the majority stamp, so the step runs anew on
      * the real 18th birthday.
       CHANGE-PERSONAL.
           DISPLAY "KundeID whose personal details to change: "
           ACCEPT Pers-KundeID
           READ PersFil
               INVALID KEY
                   DISPLAY "No personal details on file for "
                       Pers-KundeID
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO MR-Before
           MOVE PersRecord TO MR-Before(1:34)

           DISPLAY "Date of birth (" Pers-BirthDate
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Pers-BirthDate
           END-IF
           MOVE WS-Today TO Pers-LastChanged

           PERFORM VALIDATE-PERSONAL
           IF NOT WS-ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-PERSON-IS-MINOR
               MOVE ZERO TO Pers-MajorityDate
           END-IF

           MOVE "PD" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE Pers-KundeID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE PersRecord TO MR-After(1:34)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

       DELETE-PERSONAL.
           DISPLAY "KundeID whose personal details to delete: "
           ACCEPT Pers-KundeID
           READ PersFil
               INVALID KEY
                   DISPLAY "No personal details on file for "
                       Pers-KundeID
                   EXIT PARAGRAPH
           END-READ
           MOVE PersRecord TO WS-Pers-Image
           MOVE Pers-KundeID TO WS-Grd-Minor
           PERFORM COUNT-GUARDIANS
           IF WS-Grd-Count > ZERO
               DISPLAY "Customer " WS-Grd-Minor " has "
                   WS-Grd-Count " guardian(s) registered - end them"
                   " first, not deleted"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Pers-Image TO PersRecord

           MOVE "PD" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE Pers-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE PersRecord TO MR-Before(1:34)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

      * PersRecord holds the keyed details: a real calendar date,
      * not in the future. WS-Is-Minor is set for the caller.
       VALIDATE-PERSONAL.
           MOVE "N" TO WS-Entry-Valid
           MOVE Pers-BirthDate TO WS-Birth-Check
           IF Pers-BirthDate NOT NUMERIC
                   OR WS-Birth-Check-Month < 1
                   OR WS-Birth-Check-Month > 12
                   OR WS-Birth-Check-Day < 1
                   OR WS-Birth-Check-Day > 31
                   OR Pers-BirthDate > WS-Today
               DISPLAY "Date of birth must be a date not in the"
                   " future - not saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MINOR
           MOVE "Y" TO WS-Entry-Valid.

      * PersRecord holds the person; the 18th birthday is the birth
      * date with 18 added to the year.
       CHECK-MINOR.
           COMPUTE WS-Majority-Date
               = (Pers-BirthYear + 18) * 10000 + Pers-BirthMMDD
           IF WS-Majority-Date > WS-Today
               MOVE "Y" TO WS-Is-Minor
           ELSE
               MOVE "N" TO WS-Is-Minor
           END-IF.

      * the guardians of a minor: adults on the customer master
      * with a date of birth on file, each registered against the
      * child. Every add and end is queued as kind GD.
       MAINTAIN-GUARDIANS.
           DISPLAY "Guardians: A=Add  E=End  L=List"
           ACCEPT WS-Grd-Transaction

           EVALUATE TRUE
               WHEN WS-GRD-ADD
                   PERFORM ADD-GUARDIAN
               WHEN WS-GRD-END
                   PERFORM END-GUARDIAN
               WHEN WS-GRD-LIST
                   PERFORM LIST-GUARDIANS
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.

       ADD-GUARDIAN.
           DISPLAY "KundeID of the minor: "
           ACCEPT WS-Grd-Minor
           MOVE WS-Grd-Minor TO Pers-KundeID
           READ PersFil
               INVALID KEY
                   DISPLAY "No date of birth on file for "
                       WS-Grd-Minor " - add the personal details"
                       " first"
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-MINOR
           IF NOT WS-PERSON-IS-MINOR
               DISPLAY "Customer " WS-Grd-Minor " is of age (18 on "
                   WS-Majority-Date ") - no guardian registered"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "KundeID of the guardian: "
           ACCEPT WS-Grd-Guardian
           IF WS-Grd-Guardian = WS-Grd-Minor
               DISPLAY "A minor cannot be their own guardian -"
                   " not added"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Grd-Guardian TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " WS-Grd-Guardian
                       " not found - the guardian must be a"
                       " customer"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-Grd-Guardian TO BusCust-KundeID
           READ BusCustFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " WS-Grd-Guardian
                       " is a business - a guardian is a person"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-Grd-Guardian TO Pers-KundeID
           READ PersFil
               INVALID KEY
                   DISPLAY "No date of birth on file for "
                       WS-Grd-Guardian " - add the guardian's"
                       " personal details first"
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-MINOR
           IF WS-PERSON-IS-MINOR
               DISPLAY "Customer " WS-Grd-Guardian
                   " is under 18 - cannot be a guardian"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Grd-Minor    TO Grd-MinorID
           MOVE WS-Grd-Guardian TO Grd-GuardianID
           READ GrdFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " WS-Grd-Guardian
                       " is already guardian of " WS-Grd-Minor
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO GrdRecord
           MOVE WS-Grd-Minor    TO Grd-MinorID
           MOVE WS-Grd-Guardian TO Grd-GuardianID
           DISPLAY "Basis: P=Parental custody  C=Court-appointed"
           ACCEPT Grd-Basis
           INSPECT Grd-Basis CONVERTING "pc" TO "PC"
           IF NOT GRD-BASIS-VALID
               DISPLAY "Basis must be P or C - not saved"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guardian since (YYYYMMDD, blank = today): "
           ACCEPT Grd-Since
           IF Grd-Since NOT NUMERIC OR Grd-Since = ZERO
               MOVE WS-Today TO Grd-Since
           END-IF
           IF Grd-Since > WS-Today
               DISPLAY "Guardian since must be a date not in the"
                   " future - not saved"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today TO Grd-LastChanged

           MOVE "GD" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE Grd-MinorID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE GrdRecord TO MR-After(1:37)
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

      * custody transferred or a court order lifted - the record
      * goes, the audit trail and the approved request keep the
      * history.
       END-GUARDIAN.
           DISPLAY "KundeID of the minor: "
           ACCEPT Grd-MinorID
           DISPLAY "KundeID of the guardian: "
           ACCEPT Grd-GuardianID
           READ GrdFil
               INVALID KEY
                   DISPLAY "Customer " Grd-GuardianID
                       " is not registered as guardian of "
                       Grd-MinorID
                   EXIT PARAGRAPH
           END-READ

           MOVE "GD" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE Grd-MinorID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE GrdRecord TO MR-Before(1:37)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST
           IF WS-MaintQueue-Status = "00"
               PERFORM AUDIT-COMPANY-REQUEST
           END-IF.

       LIST-GUARDIANS.
           DISPLAY "KundeID of the minor: "
           ACCEPT WS-Grd-Minor
           MOVE "Y" TO WS-Grd-Listing
           PERFORM COUNT-GUARDIANS
           MOVE "N" TO WS-Grd-Listing
           DISPLAY WS-Grd-Count " guardian(s) registered".

      * every guardian registered on WS-Grd-Minor, counted - and
      * shown one per line when listing.
       COUNT-GUARDIANS.
           MOVE ZERO TO WS-Grd-Count
           MOVE WS-Grd-Minor TO Grd-MinorID
           MOVE LOW-VALUES TO Grd-GuardianID
           SET END-GRD TO FALSE
           START GrdFil KEY IS NOT LESS THAN Grd-Key
               INVALID KEY
                   SET END-GRD TO TRUE
           END-START

           PERFORM UNTIL END-GRD
               READ GrdFil NEXT RECORD
                   AT END
                       SET END-GRD TO TRUE
                   NOT AT END
                       IF Grd-MinorID NOT = WS-Grd-Minor
                           SET END-GRD TO TRUE
                       ELSE
                           ADD 1 TO WS-Grd-Count
                           IF WS-GRD-IS-LISTING
                               DISPLAY "  " Grd-GuardianID " "
                                   Grd-Basis " since " Grd-Since
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * business and owner requests are audited under the company,
      * personal and guardian requests under the person or minor,
      * the way an address request is audited under its customer.
       AUDIT-COMPANY-REQUEST.
           MOVE MR-Key TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-KUNDE-AUDIT
           END-READ.

      * an address change is a change to the customer's data like
      * any other - the same audit line, under the owning customer
      * when it is still on file. Opgave60 stamps KundeLastChanged
      * when the change is approved.
       AUDIT-ADDRESS-REQUEST.
           MOVE AdresseRecord-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
      * the address outlived its customer - Opgave8's orphan check
      * is the place that reports those.
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-KUNDE-AUDIT
           END-READ.

      * balances never pass through this program - the audit line's
      * balance column is zero by design, the KundeID and timestamp

       COPY "AUDITLOG.cpy".

       COPY "MAINTQ.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".
