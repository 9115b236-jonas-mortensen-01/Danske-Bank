       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave111.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RenteFil ASSIGN TO "InterestRates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RenteRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RenteFil-Status.
           SELECT NoticeFil ASSIGN TO "RateNotices.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Notice-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NoticeFil-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT EjereFil ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EjereRecord-Key
               ALTERNATE RECORD KEY IS EjereRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EjereFil-Status.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AdresseFil-Status.
           SELECT LetterFile ASSIGN TO "Opgave111Letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LetterFile-Status.
           SELECT ReportFile ASSIGN TO "Opgave111Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReportFile-Status.
      * a customer who takes the digital mailbox gets the notice
      * there instead of (or as well as) on paper (DELIVERY.cpy).
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DlvPrefFil-Status.
           SELECT OutboxFil ASSIGN TO "DocumentOutbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OutboxFil-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * the rate master Opgave33 keeps - one generation per
      * KontoType and effective date, up to five balance bands.
       FD  RenteFil.
       01  RenteRecord.
           02 RenteRecord-Key.
               03 RenteRecord-KontoType     PIC X(20).
               03 RenteRecord-EffectiveDate PIC 9(8).
           02 RenteRecord-BandCount PIC 9.
           02 RenteRecord-Band OCCURS 5 TIMES.
               03 RenteRecord-BandLimit PIC 9(10)V99.
               03 RenteRecord-BandPct   PIC S9V9999.

      * one record per rate generation the customers have been
      * told about, keyed as the rate master is - a generation on
      * file here is never noticed twice. The earliest date is the
      * first effective date the notice period allows from the
      * night the letters went out.
       FD  NoticeFil.
       01  NoticeRecord.
           02 Notice-Key.
               03 Notice-KontoType     PIC X(20).
               03 Notice-EffectiveDate PIC 9(8).
           02 Notice-Date          PIC 9(8).
           02 Notice-Accounts      PIC 9(7).
           02 Notice-Letters       PIC 9(7).
           02 Notice-Adverse       PIC X(1).
               88 NOTICE-IS-ADVERSE VALUE "Y".
           02 Notice-Short         PIC X(1).
               88 NOTICE-IS-SHORT   VALUE "Y".
           02 Notice-EarliestDate  PIC 9(8).

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

       FD  EjereFil.
       01  EjereRecord.
           02 EjereRecord-Key.
               03 EjereRecord-KontoID PIC X(10).
               03 EjereRecord-KundeID PIC X(10).
           02 EjereRecord-Rolle PIC X(1).
               88 EJERE-OWNER    VALUE "O".
               88 EJERE-JOINT    VALUE "J".
               88 EJERE-GUARDIAN VALUE "G".
               88 EJERE-POA      VALUE "P".

       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

       FD  LetterFile.
       01  LetterLine PIC X(120).

      * every generation looked at tonight, with its accounts,
      * letters and any short-notice warning - the sheet product
      * management signs before the new rate is allowed to stand.
       FD  ReportFile.
       01  ReportLine PIC X(120).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  OutboxFil.
       01  OutboxRecord.
           COPY "DOCOUTBOX.cpy".

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

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
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE111".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

       01 WS-RenteFil-Status   PIC X(2) VALUE "00".
       01 WS-NoticeFil-Status  PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-EjereFil-Status   PIC X(2) VALUE "00".
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status PIC X(2) VALUE "00".
       01 WS-LetterFile-Status PIC X(2) VALUE "00".
       01 WS-ReportFile-Status PIC X(2) VALUE "00".

      * fields the DELIVERY.cpy paragraphs expect to be loaded.
       01 WS-DlvPrefFil-Status PIC X(2) VALUE "00".
       01 WS-OutboxFil-Status  PIC X(2) VALUE "00".
       01 WS-Dlv-Open PIC X VALUE "N".
           88 WS-DLV-FILES-OPEN VALUE "Y".
       01 WS-Dlv-KundeID   PIC X(10) VALUE SPACES.
       01 WS-Dlv-Channel   PIC X(1) VALUE "P".
           88 WS-DLV-TO-PAPER   VALUE "P" "B".
           88 WS-DLV-TO-MAILBOX VALUE "D" "B".
       01 WS-Dlv-MailboxID PIC X(20) VALUE SPACES.
       01 WS-Dlv-DocType   PIC X(4) VALUE "RATE".
       01 WS-Dlv-Source    PIC X(10) VALUE "OPGAVE111".
       01 WS-Dlv-Date      PIC 9(8) VALUE ZERO.
       01 WS-Dlv-Line      PIC X(132) VALUE SPACES.
       01 WS-Dlv-Docs      PIC 9(5) VALUE ZERO.

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
      * The OPGAVE111 line carries the notice period in days in
      * columns 11-13 - two months, taken as 60 days, when absent.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

       01 EOF-RENTE PIC X VALUE "N".
           88 END-RENTE VALUE "Y" FALSE "N".
       01 EOF-KONTO PIC X VALUE "N".
           88 END-KONTO VALUE "Y" FALSE "N".
       01 EOF-EJERE PIC X VALUE "N".
           88 END-EJERE VALUE "Y" FALSE "N".

       01 WS-Notice-Days     PIC 9(3) VALUE 60.
       01 WS-Earliest-Date   PIC 9(8) VALUE ZERO.
       01 WS-Has-Adresse PIC X VALUE "N".
           88 WS-ADRESSE-OPEN VALUE "Y".
       01 WS-Has-Ejere PIC X VALUE "N".
           88 WS-EJERE-OPEN VALUE "Y".

      * the generation read before the current one - while the
      * KontoType is the same it is the rate the new generation
      * replaces.
       01 WS-Prev-Rate.
           02 WS-Prev-KontoType PIC X(20) VALUE SPACES.
           02 WS-Prev-EffDate   PIC 9(8) VALUE ZERO.
           02 WS-Prev-BandCount PIC 9 VALUE ZERO.
           02 WS-Prev-Band OCCURS 5 TIMES.
               03 WS-Prev-BandLimit PIC 9(10)V99.
               03 WS-Prev-BandPct   PIC S9V9999.

      * one generation at a time through COMPUTE-YEAR-INTEREST and
      * RATE-FOR-BALANCE - the old and the new are loaded in turn.
       01 WS-Calc-Rate.
           02 WS-Calc-BandCount PIC 9 VALUE ZERO.
           02 WS-Calc-Band OCCURS 5 TIMES.
               03 WS-Calc-BandLimit PIC 9(10)V99.
               03 WS-Calc-BandPct   PIC S9V9999.
       01 WS-Calc-Balance  PIC S9(10)V99 VALUE ZERO.
       01 WS-Calc-Interest PIC S9(10)V99 VALUE ZERO.
       01 WS-Calc-Pct      PIC S9V9999 VALUE ZERO.
       01 WS-Band-Idx      PIC 9 VALUE ZERO.
       01 WS-Band-Floor    PIC S9(10)V99 VALUE ZERO.
       01 WS-Band-Ceiling  PIC S9(10)V99 VALUE ZERO.
       01 WS-Slice-Part    PIC S9(10)V99 VALUE ZERO.

       01 WS-Old-Interest PIC S9(10)V99 VALUE ZERO.
       01 WS-New-Interest PIC S9(10)V99 VALUE ZERO.
       01 WS-Old-Pct      PIC S9V9999 VALUE ZERO.
       01 WS-New-Pct      PIC S9V9999 VALUE ZERO.
       01 WS-Acct-Adverse PIC X VALUE "N".
           88 WS-ACCOUNT-WORSE-OFF VALUE "Y".

       01 WS-Row-Accounts PIC 9(7) VALUE ZERO.
       01 WS-Row-Letters  PIC 9(7) VALUE ZERO.
       01 WS-Row-Adverse  PIC X VALUE "N".
           88 WS-ROW-IS-ADVERSE VALUE "Y".
       01 WS-Row-Short    PIC X VALUE "N".
           88 WS-ROW-IS-SHORT VALUE "Y".

       01 WS-Letter-KundeID PIC X(10) VALUE SPACES.

       01 WS-Rows-Read      PIC 9(7) VALUE ZERO.
       01 WS-Rows-Noticed   PIC 9(7) VALUE ZERO.
       01 WS-Rows-Short     PIC 9(7) VALUE ZERO.
       01 WS-Letters-Total  PIC 9(7) VALUE ZERO.

       01 WS-Pct-Display    PIC -ZZ9.99.
       01 WS-Pct2-Display   PIC -ZZ9.99.
       01 WS-Limit-Display  PIC Z(9)9.99.
       01 WS-Amount-Display PIC -(10)9.99.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE

       MOVE "OPGAVE111" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:3) IS NUMERIC
               AND WS-RC-Value(1:3) NOT = "000"
           MOVE WS-RC-Value(1:3) TO WS-Notice-Days
       END-IF
       COMPUTE WS-Earliest-Date = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           + WS-Notice-Days)

       OPEN INPUT RenteFil
       IF WS-RenteFil-Status = "35"
      * no rate master yet - nothing has been priced, so nothing
      * can have changed.
           DISPLAY "No InterestRates.txt on file - no notices due"
           PERFORM JOBLOG-END
           STOP RUN
       END-IF
       IF WS-RenteFil-Status NOT = "00"
           DISPLAY "ERROR opening InterestRates.txt - status "
               WS-RenteFil-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O NoticeFil
       IF WS-NoticeFil-Status = "35"
      * no register yet - the first run creates it.
           OPEN OUTPUT NoticeFil
           CLOSE NoticeFil
           OPEN I-O NoticeFil
       END-IF
       IF WS-NoticeFil-Status NOT = "00"
           DISPLAY "ERROR opening RateNotices.txt - status "
               WS-NoticeFil-Status
           CLOSE RenteFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KontoFil
       IF WS-KontoFil-Status NOT = "00"
           DISPLAY "ERROR opening Kontooplysninger.txt - status "
               WS-KontoFil-Status
           CLOSE RenteFil
           CLOSE NoticeFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT KundeFil
       IF WS-KundeFil-Status NOT = "00"
           DISPLAY "ERROR opening Kundeoplysninger.txt - status "
               WS-KundeFil-Status
           CLOSE RenteFil
           CLOSE NoticeFil
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN INPUT EjereFil
       IF WS-EjereFil-Status = "00"
           MOVE "Y" TO WS-Has-Ejere
       END-IF
       OPEN INPUT AdresseFil
       IF WS-AdresseFil-Status = "00"
           MOVE "Y" TO WS-Has-Adresse
       END-IF

       OPEN OUTPUT LetterFile
       IF WS-LetterFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave111Letters.txt - status "
               WS-LetterFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF
       OPEN OUTPUT ReportFile
       IF WS-ReportFile-Status NOT = "00"
           DISPLAY "ERROR opening Opgave111Report.txt - status "
               WS-ReportFile-Status
           STOP RUN WITH ERROR STATUS 1
       END-IF

       PERFORM OPEN-DELIVERY-FILES

       MOVE SPACES TO ReportLine
       STRING "Interest-rate change notices on " WS-Business-Date
           " - notice period " WS-Notice-Days " days, earliest"
           " effective date for a change noticed tonight "
           WS-Earliest-Date
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

      * the master reads in KontoType and date order, so each
      * generation arrives straight after the one it replaces.
       PERFORM UNTIL END-RENTE
           READ RenteFil NEXT RECORD
               AT END
                   SET END-RENTE TO TRUE
               NOT AT END
                   ADD 1 TO WS-Rows-Read
                   IF RenteRecord-KontoType = WS-Prev-KontoType
                       PERFORM CHECK-RATE-GENERATION
                   END-IF
                   MOVE RenteRecord-KontoType TO WS-Prev-KontoType
                   MOVE RenteRecord-EffectiveDate TO WS-Prev-EffDate
                   MOVE RenteRecord-BandCount TO WS-Prev-BandCount
                   PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                           UNTIL WS-Band-Idx > 5
                       MOVE RenteRecord-BandLimit(WS-Band-Idx)
                           TO WS-Prev-BandLimit(WS-Band-Idx)
                       MOVE RenteRecord-BandPct(WS-Band-Idx)
                           TO WS-Prev-BandPct(WS-Band-Idx)
                   END-PERFORM
           END-READ
       END-PERFORM

       MOVE SPACES TO ReportLine
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO ReportLine
       STRING "Generations read: " WS-Rows-Read
           "  noticed tonight: " WS-Rows-Noticed
           "  letters: " WS-Letters-Total
           "  short notice: " WS-Rows-Short
           INTO ReportLine
       END-STRING
       PERFORM WRITE-REPORT-LINE

       CLOSE RenteFil
       CLOSE NoticeFil
       CLOSE KontoFil
       CLOSE KundeFil
       IF WS-EJERE-OPEN
           CLOSE EjereFil
       END-IF
       IF WS-ADRESSE-OPEN
           CLOSE AdresseFil
       END-IF
       CLOSE LetterFile
       CLOSE ReportFile
       PERFORM CLOSE-DELIVERY-FILES

       DISPLAY "Rate generations read:        " WS-Rows-Read
       DISPLAY "Generations noticed tonight:  " WS-Rows-Noticed
       DISPLAY "Notice letters written:       " WS-Letters-Total
       DISPLAY "Notices sent to the digital mailbox: " WS-Dlv-Docs
       IF WS-Rows-Short > ZERO
           DISPLAY "WARNING: " WS-Rows-Short " rate change(s) to the"
               " customers' disadvantage take effect inside the"
               " notice period - see Opgave111Report.txt"
       END-IF

       MOVE WS-Rows-Read     TO WS-Job-Count1
       MOVE WS-Letters-Total TO WS-Job-Count2
       MOVE WS-Rows-Short    TO WS-Job-Count3
       PERFORM JOBLOG-END
       STOP RUN.

      * a generation not yet in force is a change the customers
      * must hear about before it applies; one already in force
      * before the register existed is history and left alone. A
      * generation keyed today for today is looked at too - it can
      * only ever be short notice.
       CHECK-RATE-GENERATION.
           IF RenteRecord-EffectiveDate < WS-Business-Date
               EXIT PARAGRAPH
           END-IF
           MOVE RenteRecord-Key TO Notice-Key
           READ NoticeFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-Row-Accounts
           MOVE ZERO TO WS-Row-Letters
           MOVE "N" TO WS-Row-Adverse
           MOVE "N" TO WS-Row-Short

           MOVE SPACES TO ReportLine
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ReportLine
           STRING RenteRecord-KontoType " effective "
               RenteRecord-EffectiveDate " replaces the rate in"
               " force from " WS-Prev-EffDate
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-BAND-CHANGES

           SET END-KONTO TO FALSE
           MOVE LOW-VALUES TO KontoRecord-KontoID
           START KontoFil KEY IS NOT LESS THAN KontoRecord-KontoID
               INVALID KEY
                   SET END-KONTO TO TRUE
           END-START
           PERFORM UNTIL END-KONTO
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-KONTO TO TRUE
                   NOT AT END
                       IF KontoRecord-KontoType
                               = RenteRecord-KontoType
                           AND KONTO-RECORD-ACTIVE
                           PERFORM NOTICE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

      * a change to the customers' disadvantage may not take effect
      * before the notice period has run from tonight's letters.
           IF WS-ROW-IS-ADVERSE
                   AND RenteRecord-EffectiveDate < WS-Earliest-Date
               MOVE "Y" TO WS-Row-Short
               ADD 1 TO WS-Rows-Short
               MOVE SPACES TO ReportLine
               STRING "  *** SHORT NOTICE: change is to the"
                   " customers' disadvantage and may not apply"
                   " before " WS-Earliest-Date
                   " - hold the generation in Opgave33 ***"
                   INTO ReportLine
               END-STRING
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: " RenteRecord-KontoType
                   " rate effective " RenteRecord-EffectiveDate
                   " is inside the notice period (earliest "
                   WS-Earliest-Date ")"
           END-IF

           MOVE SPACES TO ReportLine
           STRING "  Active accounts: " WS-Row-Accounts
               "  letters: " WS-Row-Letters
               INTO ReportLine
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE RenteRecord-Key   TO Notice-Key
           MOVE WS-Business-Date  TO Notice-Date
           MOVE WS-Row-Accounts   TO Notice-Accounts
           MOVE WS-Row-Letters    TO Notice-Letters
           MOVE WS-Row-Adverse    TO Notice-Adverse
           MOVE WS-Row-Short      TO Notice-Short
           MOVE WS-Earliest-Date  TO Notice-EarliestDate
           WRITE NoticeRecord
           IF WS-NoticeFil-Status NOT = "00"
               DISPLAY "ERROR writing RateNotices.txt - status "
                   WS-NoticeFil-Status " for "
                   RenteRecord-KontoType
               STOP RUN WITH ERROR STATUS 1
           END-IF
           ADD 1 TO WS-Rows-Noticed.

      * the old and new band tables side by side, for the report.
       REPORT-BAND-CHANGES.
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               IF WS-Band-Idx NOT > WS-Prev-BandCount
                   COMPUTE WS-Pct-Display ROUNDED
                       = WS-Prev-BandPct(WS-Band-Idx) * 100
                   MOVE WS-Prev-BandLimit(WS-Band-Idx)
                       TO WS-Limit-Display
                   MOVE SPACES TO ReportLine
                   STRING "  old band " WS-Band-Idx " up to "
                       WS-Limit-Display " at " WS-Pct-Display "%"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               IF WS-Band-Idx NOT > RenteRecord-BandCount
                   COMPUTE WS-Pct-Display ROUNDED
                       = RenteRecord-BandPct(WS-Band-Idx) * 100
                   MOVE RenteRecord-BandLimit(WS-Band-Idx)
                       TO WS-Limit-Display
                   MOVE SPACES TO ReportLine
                   STRING "  new band " WS-Band-Idx " up to "
                       WS-Limit-Display " at " WS-Pct-Display "%"
                       INTO ReportLine
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

      * the account's year of interest on today's balance under the
      * old and the new generation decides whether the change is to
      * its holders' disadvantage - the same banded slicing Opgave12
      * accrues with, so a cut in one band only counts against the
      * accounts whose balance reaches it.
       NOTICE-ONE-ACCOUNT.
           ADD 1 TO WS-Row-Accounts
           MOVE KontoRecord-Balance TO WS-Calc-Balance

           MOVE WS-Prev-BandCount TO WS-Calc-BandCount
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               MOVE WS-Prev-BandLimit(WS-Band-Idx)
                   TO WS-Calc-BandLimit(WS-Band-Idx)
               MOVE WS-Prev-BandPct(WS-Band-Idx)
                   TO WS-Calc-BandPct(WS-Band-Idx)
           END-PERFORM
           PERFORM COMPUTE-YEAR-INTEREST
           MOVE WS-Calc-Interest TO WS-Old-Interest
           MOVE WS-Calc-Pct      TO WS-Old-Pct

           MOVE RenteRecord-BandCount TO WS-Calc-BandCount
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > 5
               MOVE RenteRecord-BandLimit(WS-Band-Idx)
                   TO WS-Calc-BandLimit(WS-Band-Idx)
               MOVE RenteRecord-BandPct(WS-Band-Idx)
                   TO WS-Calc-BandPct(WS-Band-Idx)
           END-PERFORM
           PERFORM COMPUTE-YEAR-INTEREST
           MOVE WS-Calc-Interest TO WS-New-Interest
           MOVE WS-Calc-Pct      TO WS-New-Pct

      * lower interest earned, or more interest charged on a debit
      * balance, both come out as a smaller signed amount.
           MOVE "N" TO WS-Acct-Adverse
           IF WS-New-Interest < WS-Old-Interest
               MOVE "Y" TO WS-Acct-Adverse
               MOVE "Y" TO WS-Row-Adverse
           END-IF

           COMPUTE WS-Pct-Display ROUNDED = WS-Old-Pct * 100
           COMPUTE WS-Pct2-Display ROUNDED = WS-New-Pct * 100
           MOVE KontoRecord-Balance TO WS-Amount-Display
           MOVE SPACES TO ReportLine
           STRING "    " KontoRecord-KontoID " "
               KontoRecord-KundeID " balance " WS-Amount-Display
               " " WS-Pct-Display "% -> " WS-Pct2-Display "%"
               INTO ReportLine
           END-STRING
           IF WS-ACCOUNT-WORSE-OFF
               MOVE "ADVERSE" TO ReportLine(101:7)
           END-IF
           PERFORM WRITE-REPORT-LINE

      * every owner hears of it - the master's owner, then each
      * owner or joint owner KontoEjere.txt adds.
           MOVE KontoRecord-KundeID TO WS-Letter-KundeID
           PERFORM WRITE-NOTICE-LETTER
           IF NOT WS-EJERE-OPEN
               EXIT PARAGRAPH
           END-IF
           SET END-EJERE TO FALSE
           MOVE KontoRecord-KontoID TO EjereRecord-KontoID
           MOVE LOW-VALUES TO EjereRecord-KundeID
           START EjereFil KEY IS NOT LESS THAN EjereRecord-Key
               INVALID KEY
                   SET END-EJERE TO TRUE
           END-START
           PERFORM UNTIL END-EJERE
               READ EjereFil NEXT RECORD
                   AT END
                       SET END-EJERE TO TRUE
                   NOT AT END
                       IF EjereRecord-KontoID
                               NOT = KontoRecord-KontoID
                           SET END-EJERE TO TRUE
                       ELSE
                           IF (EJERE-OWNER OR EJERE-JOINT)
                                   AND EjereRecord-KundeID
                                       NOT = KontoRecord-KundeID
                               MOVE EjereRecord-KundeID
                                   TO WS-Letter-KundeID
                               PERFORM WRITE-NOTICE-LETTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * the same slicing as Opgave12's COMPUTE-BANDED-INTEREST on
      * WS-Calc-Rate, giving a year's interest on WS-Calc-Balance
      * and the rate of the band the balance tops out in.
       COMPUTE-YEAR-INTEREST.
           MOVE ZERO TO WS-Calc-Interest
           MOVE ZERO TO WS-Calc-Pct
           IF WS-Calc-BandCount = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Calc-Balance NOT > ZERO
               MOVE WS-Calc-BandPct(1) TO WS-Calc-Pct
               COMPUTE WS-Calc-Interest ROUNDED
                   = WS-Calc-Balance * WS-Calc-BandPct(1)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Band-Floor
           PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                   UNTIL WS-Band-Idx > WS-Calc-BandCount
                       OR WS-Band-Floor NOT < WS-Calc-Balance
               IF WS-Band-Idx = WS-Calc-BandCount
                   MOVE WS-Calc-Balance TO WS-Band-Ceiling
               ELSE
                   MOVE WS-Calc-BandLimit(WS-Band-Idx)
                       TO WS-Band-Ceiling
                   IF WS-Band-Ceiling > WS-Calc-Balance
                       MOVE WS-Calc-Balance TO WS-Band-Ceiling
                   END-IF
               END-IF
               COMPUTE WS-Slice-Part = WS-Band-Ceiling - WS-Band-Floor
               IF WS-Slice-Part > ZERO
                   COMPUTE WS-Calc-Interest ROUNDED
                       = WS-Calc-Interest
                       + WS-Slice-Part * WS-Calc-BandPct(WS-Band-Idx)
                   MOVE WS-Calc-BandPct(WS-Band-Idx) TO WS-Calc-Pct
               END-IF
               IF WS-Band-Ceiling > WS-Band-Floor
                   MOVE WS-Band-Ceiling TO WS-Band-Floor
               END-IF
           END-PERFORM.

       WRITE-NOTICE-LETTER.
           MOVE WS-Letter-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
      * an account whose owner the customer master no longer knows
      * has nobody to write to - the report line stands for it.
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-Letter-KundeID TO WS-Dlv-KundeID
           PERFORM CHECK-DELIVERY-CHANNEL
           IF WS-DLV-TO-MAILBOX
               PERFORM OUTBOX-BEGIN-DOCUMENT
           END-IF
           ADD 1 TO WS-Row-Letters
           ADD 1 TO WS-Letters-Total

           MOVE SPACES TO LetterLine
           STRING "NOTICE OF CHANGE OF INTEREST RATE   ("
               WS-Business-Date ")"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING KundeRecord-Fornavn " " KundeRecord-Efternavn
               "  (KundeID " WS-Letter-KundeID ")"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           IF WS-ADRESSE-OPEN
               MOVE WS-Letter-KundeID TO AdresseRecord-KundeID
               READ AdresseFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AdresseRecord-Gade TO LetterLine
                       PERFORM WRITE-LETTER-LINE
                       MOVE SPACES TO LetterLine
                       STRING AdresseRecord-Postnr " "
                           AdresseRecord-By
                           INTO LetterLine
                       END-STRING
                       PERFORM WRITE-LETTER-LINE
                       MOVE AdresseRecord-Land TO LetterLine
                       PERFORM WRITE-LETTER-LINE
               END-READ
           END-IF
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LetterLine
           STRING "We are changing the interest rate on your "
               "account " KontoRecord-KontoID " ("
               KontoRecord-KontoType ")."
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "On the account's present balance the annual "
               "rate goes from " WS-Pct-Display "% to "
               WS-Pct2-Display "%"
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           STRING "with effect from " RenteRecord-EffectiveDate "."
               INTO LetterLine
           END-STRING
           PERFORM WRITE-LETTER-LINE

           IF RenteRecord-BandCount > 1
               MOVE SPACES TO LetterLine
               PERFORM WRITE-LETTER-LINE
               MOVE "The new rate depends on the balance:"
                   TO LetterLine
               PERFORM WRITE-LETTER-LINE
               PERFORM VARYING WS-Band-Idx FROM 1 BY 1
                       UNTIL WS-Band-Idx > RenteRecord-BandCount
                   COMPUTE WS-Pct-Display ROUNDED
                       = RenteRecord-BandPct(WS-Band-Idx) * 100
                   MOVE RenteRecord-BandLimit(WS-Band-Idx)
                       TO WS-Limit-Display
                   MOVE SPACES TO LetterLine
                   IF WS-Band-Idx = RenteRecord-BandCount
                       STRING "    on the balance above the "
                           "previous limit  " WS-Pct-Display "%"
                           INTO LetterLine
                       END-STRING
                   ELSE
                       STRING "    on the balance up to "
                           WS-Limit-Display "  " WS-Pct-Display "%"
                           INTO LetterLine
                       END-STRING
                   END-IF
                   PERFORM WRITE-LETTER-LINE
               END-PERFORM
      * the band loop used the display field - put back the rate
      * the next holder's letter on the same account quotes.
               COMPUTE WS-Pct-Display ROUNDED = WS-Old-Pct * 100
           END-IF

           IF WS-ACCOUNT-WORSE-OFF
               MOVE SPACES TO LetterLine
               PERFORM WRITE-LETTER-LINE
               MOVE "If you do not accept the change you may close the"
                   TO LetterLine
               PERFORM WRITE-LETTER-LINE
               MOVE SPACES TO LetterLine
               STRING "account free of charge before "
                   RenteRecord-EffectiveDate "."
                   INTO LetterLine
               END-STRING
               PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE "------------------------------------------------"
               TO LetterLine
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LetterLine
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           IF WS-DLV-TO-MAILBOX
               MOVE LetterLine TO WS-Dlv-Line
               PERFORM OUTBOX-WRITE-LINE
           END-IF
           IF NOT WS-DLV-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           WRITE LetterLine
           IF WS-LetterFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave111Letters.txt - status "
                   WS-LetterFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ReportLine
           IF WS-ReportFile-Status NOT = "00"
               DISPLAY "ERROR writing Opgave111Report.txt - status "
                   WS-ReportFile-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF.

       COPY "DELIVERY.cpy".

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".
