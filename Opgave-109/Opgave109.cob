       IDENTIFICATION DIVISION.
       PROGRAM-ID. Opgave109.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KundeFil ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-Input-Status.
           SELECT KundeOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS KundeOut-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT AdresseFil ASSIGN TO "KundeAdresser.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseRecord-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT AdresseOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS AdresseOut-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT BusCustFil ASSIGN TO "BusinessCustomers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BusCust-KundeID
               ALTERNATE RECORD KEY IS BusCust-CVR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT BusCustOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS BusCustOut-KundeID
               ALTERNATE RECORD KEY IS BusCustOut-CVR
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT TaxResFil ASSIGN TO "TaxResidency.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxRes-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT TaxResOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS TaxResOut-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT DlvPrefFil ASSIGN TO "DeliveryPreferences.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DP-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT DlvPrefOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS DlvPrefOut-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT MandateFil ASSIGN TO "Mandates.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MandateRecord-Key
               ALTERNATE RECORD KEY IS MandateRecord-HolderID
                   WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT MandateOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS MandateOut-Key
               ALTERNATE RECORD KEY IS MandateOut-HolderID
                   WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT KontoFil ASSIGN TO "Kontooplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoRecord-KontoID
               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT KontoOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS KontoOut-KontoID
               ALTERNATE RECORD KEY IS KontoOut-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT KontoTransaktionFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT TransOutFile ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT BalHistFil ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHist-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT BalHistOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS BalHistOut-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT LoanFil ASSIGN TO "Loans.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LoanRecord-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT LoanOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS LoanOut-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT LoanSchedFil ASSIGN TO "LoanSchedules.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SchedRecord-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT LoanSchedOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS SchedOut-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT OrderFil ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OrderRecord-OrderID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT OrderOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS OrderOut-OrderID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT LimitFil ASSIGN TO "OverdraftLimits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LimitRecord-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT LimitOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS LimitOut-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT CustLimitFil ASSIGN TO "CustomerLimits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustLimitRecord-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT CustLimitOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS CustLimitOut-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT PersFil ASSIGN TO "PersonalDetails.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pers-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT PersOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS PersOut-KundeID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT NoticeFil ASSIGN TO "WithdrawalNotices.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WN-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT NoticeOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS NoticeOut-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT PoolPosFil ASSIGN TO "PoolPositions.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PoolPos-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT PoolPosOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS PoolPosOut-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT PledgeFil ASSIGN TO "CollateralRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PL-ID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT PledgeOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS PledgeOut-ID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT ComplaintFil ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CP-CaseNo
               ALTERNATE RECORD KEY IS CP-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT ComplaintOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS ComplaintOut-CaseNo
               ALTERNATE RECORD KEY IS ComplaintOut-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT EscAcctFil ASSIGN TO "EscrowAccounts.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EA-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT EscAcctOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS EscAcctOut-KontoID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT EscSubFil ASSIGN TO "EscrowSubledger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ES-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT EscSubOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS EscSubOut-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
           SELECT EscMoveFil ASSIGN TO "EscrowMovements.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EM-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Input-Status.
           SELECT EscMoveOutFil ASSIGN DYNAMIC WS-Out-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS EscMoveOut-Key
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Output-Status.
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
      * each production file is read in key order and written to the
      * same name in the test directory with the same keys, so the
      * test copy's files load exactly as production's do. The
      * output records name only their keys - the masked production
      * record is written FROM.
       FD  KundeFil.
       01  KundeRecord.
           02 KundeRecord-KundeID       PIC X(10).
           02 KundeRecord-Fornavn       PIC X(20).
           02 KundeRecord-Efternavn     PIC X(20).
           02 KundeRecord-KontoId       PIC X(10).
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  KundeOutFil.
       01  KundeOutRecord.
           02 KundeOut-KundeID          PIC X(10).
           02 FILLER                    PIC X(61).

       FD  AdresseFil.
       01  AdresseRecord.
           02 AdresseRecord-KundeID  PIC X(10).
           02 AdresseRecord-Gade     PIC X(30).
           02 AdresseRecord-Postnr   PIC X(10).
           02 AdresseRecord-By       PIC X(20).
           02 AdresseRecord-Land     PIC X(20).
           02 AdresseRecord-Telefon  PIC X(15).
           02 AdresseRecord-Email    PIC X(40).

       FD  AdresseOutFil.
       01  AdresseOutRecord.
           02 AdresseOut-KundeID     PIC X(10).
           02 FILLER                 PIC X(135).

       FD  BusCustFil.
       01  BusCustRecord.
           COPY "BUSCUST.cpy".

       FD  BusCustOutFil.
       01  BusCustOutRecord.
           02 BusCustOut-KundeID     PIC X(10).
           02 BusCustOut-CVR         PIC X(8).
           02 FILLER                 PIC X(58).

       FD  TaxResFil.
       01  TaxResRecord.
           COPY "TAXRES.cpy".

       FD  TaxResOutFil.
       01  TaxResOutRecord.
           02 TaxResOut-Key          PIC X(12).
           02 FILLER                 PIC X(37).

       FD  DlvPrefFil.
       01  DlvPrefRecord.
           COPY "DLVPREF.cpy".

       FD  DlvPrefOutFil.
       01  DlvPrefOutRecord.
           02 DlvPrefOut-KundeID     PIC X(10).
           02 FILLER                 PIC X(29).

       FD  MandateFil.
       01  MandateRecord.
           02 MandateRecord-Key.
               03 MandateRecord-KontoID  PIC X(10).
               03 MandateRecord-HolderID PIC X(10).
           02 MandateRecord-Name       PIC X(30).
           02 MandateRecord-Basis      PIC X(1).
           02 MandateRecord-Scope      PIC X(1).
           02 MandateRecord-DebitLimit PIC 9(10)V99.
           02 MandateRecord-ValidFrom  PIC 9(8).
           02 MandateRecord-ValidTo    PIC 9(8).
           02 MandateRecord-DocRef     PIC X(20).

       FD  MandateOutFil.
       01  MandateOutRecord.
           02 MandateOut-Key.
               03 MandateOut-KontoID  PIC X(10).
               03 MandateOut-HolderID PIC X(10).
           02 FILLER                  PIC X(80).

       FD  KontoFil.
       01  KontoRecord.
           02 KontoRecord-KontoID       PIC X(10).
           02 KontoRecord-KundeID       PIC X(10).
           02 KontoRecord-KontoType     PIC X(20).
           02 KontoRecord-Balance       PIC S9(10)V99.
           02 KontoRecord-Valuta        PIC X(3).
           02 KontoRecord-Status        PIC X(1).
           02 KontoRecord-StatusDate    PIC 9(8).

       FD  KontoOutFil.
       01  KontoOutRecord.
           02 KontoOut-KontoID          PIC X(10).
           02 KontoOut-KundeID          PIC X(10).
           02 FILLER                    PIC X(44).

       FD  KontoTransaktionFil.
       01  KontoTransRecord.
           COPY "KONTOTRANS.cpy".

       FD  TransOutFile.
       01  TransOutRecord PIC X(126).

       FD  BalHistFil.
       01  BalHistRecord.
           02 BalHist-Key.
               03 BalHist-KontoID PIC X(10).
               03 BalHist-Date    PIC 9(8).
           02 BalHist-KundeID PIC X(10).
           02 BalHist-Balance PIC S9(10)V99.
           02 BalHist-Valuta  PIC X(3).
           02 BalHist-Status  PIC X(1).

       FD  BalHistOutFil.
       01  BalHistOutRecord.
           02 BalHistOut-Key  PIC X(18).
           02 FILLER          PIC X(26).

       FD  LoanFil.
       01  LoanRecord.
           02 LoanRecord-KontoID      PIC X(10).
           02 LoanRecord-PaymentKonto PIC X(10).
           02 LoanRecord-Principal    PIC 9(10)V99.
           02 LoanRecord-AnnualRate   PIC S9V9999.
           02 LoanRecord-TermMonths   PIC 9(3).
           02 LoanRecord-Drawdown     PIC 9(8).

       FD  LoanOutFil.
       01  LoanOutRecord.
           02 LoanOut-KontoID         PIC X(10).
           02 FILLER                  PIC X(38).

       FD  LoanSchedFil.
       01  SchedRecord.
           02 SchedRecord-Key.
               03 SchedRecord-KontoID PIC X(10).
               03 SchedRecord-Seq     PIC 9(3).
           02 SchedRecord-DueDate   PIC 9(8).
           02 SchedRecord-Principal PIC 9(10)V99.
           02 SchedRecord-Interest  PIC 9(10)V99.
           02 SchedRecord-Status    PIC X(1).
           02 SchedRecord-RaisedDate PIC 9(8).

       FD  LoanSchedOutFil.
       01  SchedOutRecord.
           02 SchedOut-Key          PIC X(13).
           02 FILLER                PIC X(41).

       FD  OrderFil.
       01  OrderRecord.
           02 OrderRecord-OrderID    PIC X(10).
           02 OrderRecord-PayerKonto PIC X(10).
           02 OrderRecord-PayeeKonto PIC X(10).
           02 OrderRecord-Amount     PIC S9(10)V99.
           02 OrderRecord-Valuta     PIC X(3).
           02 OrderRecord-Frequency  PIC X(1).
           02 OrderRecord-NextDue    PIC 9(8).

       FD  OrderOutFil.
       01  OrderOutRecord.
           02 OrderOut-OrderID       PIC X(10).
           02 FILLER                 PIC X(44).

      * limits move with the balances they are measured against: an
      * overdraft limit by its account's factor, a customer cap by
      * the factor of the account the customer master points to.
       FD  LimitFil.
       01  LimitRecord.
           02 LimitRecord-KontoID PIC X(10).
           02 LimitRecord-Limit   PIC 9(10)V99.

       FD  LimitOutFil.
       01  LimitOutRecord.
           02 LimitOut-KontoID    PIC X(10).
           02 FILLER              PIC X(12).

       FD  CustLimitFil.
       01  CustLimitRecord.
           02 CustLimitRecord-KundeID PIC X(10).
           02 CustLimitRecord-Limit   PIC 9(12)V99.

       FD  CustLimitOutFil.
       01  CustLimitOutRecord.
           02 CustLimitOut-KundeID    PIC X(10).
           02 FILLER                  PIC X(14).

       FD  PersFil.
       01  PersRecord.
           COPY "PERSDET.cpy".

       FD  PersOutFil.
       01  PersOutRecord.
           02 PersOut-KundeID     PIC X(10).
           02 FILLER              PIC X(24).

       FD  NoticeFil.
       01  NoticeRecord.
           COPY "WDNOTICE.cpy".

       FD  NoticeOutFil.
       01  NoticeOutRecord.
           02 NoticeOut-Key       PIC X(18).
           02 FILLER              PIC X(50).

       FD  PoolPosFil.
       01  PoolPosRecord.
           COPY "POOLPOS.cpy".

       FD  PoolPosOutFil.
       01  PoolPosOutRecord.
           02 PoolPosOut-KontoID  PIC X(10).
           02 FILLER              PIC X(50).

       FD  PledgeFil.
       01  PledgeRecord.
           COPY "PLEDGE.cpy".

       FD  PledgeOutFil.
       01  PledgeOutRecord.
           02 PledgeOut-ID        PIC X(10).
           02 FILLER              PIC X(158).

       FD  ComplaintFil.
       01  ComplaintRecord.
           COPY "COMPLAINT.cpy".

       FD  ComplaintOutFil.
       01  ComplaintOutRecord.
           02 ComplaintOut-CaseNo  PIC X(12).
           02 ComplaintOut-KundeID PIC X(10).
           02 FILLER               PIC X(196).

       FD  EscAcctFil.
       01  EscAcctRecord.
           COPY "ESCACCT.cpy".

       FD  EscAcctOutFil.
       01  EscAcctOutRecord.
           02 EscAcctOut-KontoID  PIC X(10).
           02 FILLER              PIC X(95).

       FD  EscSubFil.
       01  EscSubRecord.
           COPY "ESCSUB.cpy".

       FD  EscSubOutFil.
       01  EscSubOutRecord.
           02 EscSubOut-Key       PIC X(20).
           02 FILLER              PIC X(110).

       FD  EscMoveFil.
       01  EscMoveRecord.
           COPY "ESCMOVE.cpy".

       FD  EscMoveOutFil.
       01  EscMoveOutRecord.
           02 EscMoveOut-Key      PIC X(26).
           02 FILLER              PIC X(91).

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
      * one file is open on each side at a time - bar the customer
      * master looked up for the customer caps - so the copy loops
      * share their status and end-of-file fields.
       01 WS-Input-Status  PIC X(2) VALUE "00".
       01 WS-Output-Status PIC X(2) VALUE "00".
       01 EOF-MASKIN PIC X VALUE "N".
           88 END-MASKIN VALUE "Y" FALSE "N".

      * the test directory, created beside the production files, and
      * the name of the file being written into it.
       01 WS-Target-Dir    PIC X(20) VALUE "TestCopy".
       01 WS-Out-Name      PIC X(40) VALUE SPACES.
       01 WS-Out-Filename  PIC X(60) VALUE SPACES.
       01 WS-Dir-RC        PIC S9(9) COMP-5.

      * the OPGAVE109 run-control line: a 10-digit masking key in
      * columns 11-20 and the amount bound in whole percent in
      * columns 21-22 (10 when blank). The same key gives the same
      * pseudonyms every time, so successive test copies line up;
      * without one the pseudonyms could be worked back from this
      * source, and no copy is made.
       01 WS-Mask-Key     PIC 9(10) VALUE ZERO.
       01 WS-Mask-Key-X REDEFINES WS-Mask-Key PIC X(10).
       01 WS-Mask-Bound   PIC 9(2) VALUE 10.
       01 WS-Mask-Span    PIC 9(3) VALUE ZERO.
       01 WS-Key-Digit    PIC 9(1) VALUE ZERO.

      * HASH-TEXT: a keyed hash of up to 20 characters, scrambled
      * with the Park-Miller generator so neighbouring KundeIDs and
      * KontoIDs land far apart.
       01 WS-Hash-Text    PIC X(20) VALUE SPACES.
       01 WS-Hash         PIC 9(10) VALUE ZERO.
       01 WS-Hash-Pos     PIC 9(2) VALUE ZERO.
       01 WS-Hash-Char    PIC X(1) VALUE SPACE.
       01 WS-Hash-Quot    PIC 9(10) VALUE ZERO.

      * MASK-IDENT: replaces every digit by a digit and every letter
      * by a letter of the same case, shifted by the key and by the
      * characters before it. Spaces and punctuation stay put, so a
      * CVR number is still 8 digits and a TIN keeps its shape; the
      * shift can be undone from the left, so two different numbers
      * never mask to the same one and a unique key stays unique.
       01 WS-Ident        PIC X(40) VALUE SPACES.
       01 WS-Ident-Pos    PIC 9(2) VALUE ZERO.
       01 WS-Ident-Char   PIC X(1) VALUE SPACE.
       01 WS-Ident-Value  PIC 9(2) VALUE ZERO.
       01 WS-Ident-Shift  PIC 9(3) VALUE ZERO.
       01 WS-Ident-Carry  PIC 9(2) VALUE ZERO.
       01 WS-Ident-Digit  PIC 9(1) VALUE ZERO.
       01 WS-Alpha-Idx    PIC 9(2) VALUE ZERO.
       01 WS-Alpha-Upper  PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-Alpha-Lower  PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".

      * the pseudonym tables. A customer's pseudonym comes from the
      * hash of the KundeID, so the same customer has the same name
      * and street on every file that names them.
       01 WS-Fornavn-Values.
           02 FILLER PIC X(12) VALUE "Anders".
           02 FILLER PIC X(12) VALUE "Birgitte".
           02 FILLER PIC X(12) VALUE "Carsten".
           02 FILLER PIC X(12) VALUE "Dorthe".
           02 FILLER PIC X(12) VALUE "Erik".
           02 FILLER PIC X(12) VALUE "Frederikke".
           02 FILLER PIC X(12) VALUE "Gorm".
           02 FILLER PIC X(12) VALUE "Hanne".
           02 FILLER PIC X(12) VALUE "Ib".
           02 FILLER PIC X(12) VALUE "Jette".
           02 FILLER PIC X(12) VALUE "Kasper".
           02 FILLER PIC X(12) VALUE "Lone".
           02 FILLER PIC X(12) VALUE "Mogens".
           02 FILLER PIC X(12) VALUE "Nina".
           02 FILLER PIC X(12) VALUE "Ole".
           02 FILLER PIC X(12) VALUE "Pia".
           02 FILLER PIC X(12) VALUE "Rasmus".
           02 FILLER PIC X(12) VALUE "Susanne".
           02 FILLER PIC X(12) VALUE "Torben".
           02 FILLER PIC X(12) VALUE "Vibeke".
       01 WS-Fornavn-Table REDEFINES WS-Fornavn-Values.
           02 WS-Fornavn-Entry PIC X(12) OCCURS 20 TIMES.

       01 WS-Efternavn-Values.
           02 FILLER PIC X(12) VALUE "Andersen".
           02 FILLER PIC X(12) VALUE "Bech".
           02 FILLER PIC X(12) VALUE "Christensen".
           02 FILLER PIC X(12) VALUE "Dahl".
           02 FILLER PIC X(12) VALUE "Eriksen".
           02 FILLER PIC X(12) VALUE "Frandsen".
           02 FILLER PIC X(12) VALUE "Gregersen".
           02 FILLER PIC X(12) VALUE "Holm".
           02 FILLER PIC X(12) VALUE "Iversen".
           02 FILLER PIC X(12) VALUE "Jakobsen".
           02 FILLER PIC X(12) VALUE "Kjeldsen".
           02 FILLER PIC X(12) VALUE "Lund".
           02 FILLER PIC X(12) VALUE "Madsen".
           02 FILLER PIC X(12) VALUE "Nygaard".
           02 FILLER PIC X(12) VALUE "Olesen".
           02 FILLER PIC X(12) VALUE "Poulsen".
           02 FILLER PIC X(12) VALUE "Riis".
           02 FILLER PIC X(12) VALUE "Storm".
           02 FILLER PIC X(12) VALUE "Thomsen".
           02 FILLER PIC X(12) VALUE "Vestergaard".
       01 WS-Efternavn-Table REDEFINES WS-Efternavn-Values.
           02 WS-Efternavn-Entry PIC X(12) OCCURS 20 TIMES.

       01 WS-Gade-Values.
           02 FILLER PIC X(20) VALUE "Testvej".
           02 FILLER PIC X(20) VALUE "Proevegade".
           02 FILLER PIC X(20) VALUE "Eksempelalle".
           02 FILLER PIC X(20) VALUE "Skovbrynet".
           02 FILLER PIC X(20) VALUE "Engtoften".
           02 FILLER PIC X(20) VALUE "Moellevej".
           02 FILLER PIC X(20) VALUE "Kirkestræde".
           02 FILLER PIC X(20) VALUE "Strandvejen".
           02 FILLER PIC X(20) VALUE "Bakkedraget".
           02 FILLER PIC X(20) VALUE "Havnegade".
       01 WS-Gade-Table REDEFINES WS-Gade-Values.
           02 WS-Gade-Entry PIC X(20) OCCURS 10 TIMES.

       01 WS-Pick-Idx       PIC 9(2) VALUE ZERO.
       01 WS-Pseudo-Fornavn   PIC X(12) VALUE SPACES.
       01 WS-Pseudo-Efternavn PIC X(12) VALUE SPACES.
       01 WS-Pseudo-Gade      PIC X(20) VALUE SPACES.
       01 WS-Pseudo-HusNr     PIC 9(3) VALUE ZERO.
       01 WS-Pseudo-HusNr-Disp PIC ZZ9.
       01 WS-Pseudo-Phone     PIC 9(7) VALUE ZERO.
       01 WS-Pseudo-FirmaNr   PIC 9(4) VALUE ZERO.

      * PERTURB-AMOUNT: scales WS-Perturb-Amount by the account's
      * own factor, within the bound either way and never exactly
      * one. Every amount on an account - its balance, each
      * transaction's balance-after, its balance history - moves by
      * the same factor, so the chains still verify.
       01 WS-Perturb-KontoID PIC X(10) VALUE SPACES.
       01 WS-Perturb-Last-KontoID PIC X(10) VALUE HIGH-VALUES.
       01 WS-Perturb-Pct     PIC 9(3) VALUE 100.
       01 WS-Perturb-Offset  PIC S9(3) VALUE ZERO.
       01 WS-Perturb-Amount  PIC S9(15)V99 VALUE ZERO.
       01 WS-Old-Before      PIC S9(11)V99 VALUE ZERO.
       01 WS-New-Before      PIC S9(10)V99 VALUE ZERO.
       01 WS-New-After       PIC S9(10)V99 VALUE ZERO.

      * a birth date keeps its year and month and takes a day from
      * the customer's hash; the majority stamp moves the same
      * number of days, so it still falls on or after the birthday.
       01 WS-Birth-Date      PIC 9(8) VALUE ZERO.
       01 WS-Birth-Parts REDEFINES WS-Birth-Date.
           02 WS-Birth-YM    PIC 9(6).
           02 WS-Birth-DD    PIC 9(2).
       01 WS-Pseudo-Day      PIC 9(2) VALUE ZERO.
       01 WS-Day-Shift       PIC S9(2) VALUE ZERO.

       01 WS-Records-Read    PIC 9(7) VALUE ZERO.
       01 WS-Records-Written PIC 9(7) VALUE ZERO.
       01 WS-Files-Skipped   PIC 9(7) VALUE ZERO.
       01 WS-File-Count      PIC 9(7) VALUE ZERO.

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

      * fields JOBLOG-START/JOBLOG-END (JOBLOG.cpy) expect to be
      * loaded.
       01 WS-JobLog-Status PIC X(2) VALUE "00".
       01 WS-Job-Name   PIC X(10) VALUE "OPGAVE109".
       01 WS-Job-Date   PIC 9(8) VALUE ZERO.
       01 WS-Job-Start  PIC 9(8) VALUE ZERO.
       01 WS-Job-Count1 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count2 PIC 9(7) VALUE ZERO.
       01 WS-Job-Count3 PIC 9(7) VALUE ZERO.

      * fields PRECHECK-INPUT-FILE (FILECHECK.cpy) expects to be
      * loaded.
       01 WS-Precheck-Filename PIC X(40).
       01 WS-Precheck-File-Info.
           05 WS-Precheck-File-Info-Size PIC 9(8) COMP-X.
           05 WS-Precheck-File-Info-Date.
               10 WS-Precheck-File-Info-Day    PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Month  PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Year   PIC 9(4) COMP-X.
           05 WS-Precheck-File-Info-Time.
               10 WS-Precheck-File-Info-Hours       PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Minutes     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Seconds     PIC 9(2) COMP-X.
               10 WS-Precheck-File-Info-Hundredths  PIC 9(2) COMP-X.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       PERFORM JOBLOG-START
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Job-Date

       PERFORM LOAD-MASK-KEY

       MOVE "Kundeoplysninger.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE
       MOVE "Kontooplysninger.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE
       MOVE "KontoTransaktion.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE

      * an existing test directory is simply written over - the
      * copy is always taken whole.
       CALL "CBL_CREATE_DIR" USING WS-Target-Dir
           RETURNING WS-Dir-RC
       END-CALL
       MOVE ZERO TO RETURN-CODE

       PERFORM COPY-KUNDER
       PERFORM COPY-ADRESSER
       PERFORM COPY-BUSINESS-CUSTOMERS
       PERFORM COPY-TAX-RESIDENCY
       PERFORM COPY-DELIVERY-PREFERENCES
       PERFORM COPY-MANDATES
       PERFORM COPY-KONTI
       PERFORM COPY-TRANSACTIONS
       PERFORM COPY-BALANCE-HISTORY
       PERFORM COPY-LOANS
       PERFORM COPY-LOAN-SCHEDULES
       PERFORM COPY-STANDING-ORDERS
       PERFORM COPY-OVERDRAFT-LIMITS
       PERFORM COPY-CUSTOMER-LIMITS
       PERFORM COPY-PERSONAL-DETAILS
       PERFORM COPY-WITHDRAWAL-NOTICES
       PERFORM COPY-POOL-POSITIONS
       PERFORM COPY-COLLATERAL
       PERFORM COPY-COMPLAINTS
       PERFORM COPY-ESCROW-ACCOUNTS
       PERFORM COPY-ESCROW-SUBLEDGER
       PERFORM COPY-ESCROW-MOVEMENTS

       DISPLAY "Test copy in " WS-Target-Dir ": "
           WS-Records-Written " records written, "
           WS-Files-Skipped " files not on file"

       MOVE WS-Records-Read    TO WS-Job-Count1
       MOVE WS-Records-Written TO WS-Job-Count2
       MOVE WS-Files-Skipped   TO WS-Job-Count3
       PERFORM JOBLOG-END

       STOP RUN.

       LOAD-MASK-KEY.
           MOVE "OPGAVE109" TO WS-RC-Program
           PERFORM READ-RUN-CONTROL
           IF NOT WS-RC-PARAM-FOUND
                   OR WS-RC-Value(1:10) IS NOT NUMERIC
                   OR WS-RC-Value(1:10) = ZEROS
               DISPLAY "*** No masking key on the OPGAVE109 run-control"
                   " line - no test copy made ***"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE WS-RC-Value(1:10) TO WS-Mask-Key-X
           IF WS-RC-Value(11:2) IS NUMERIC
                   AND WS-RC-Value(11:2) NOT = "00"
               MOVE WS-RC-Value(11:2) TO WS-Mask-Bound
           END-IF
           IF WS-Mask-Bound > 50
               DISPLAY "*** Amount bound " WS-Mask-Bound
                   "% is above 50% - no test copy made ***"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           COMPUTE WS-Mask-Span = WS-Mask-Bound * 2 + 1.

       BUILD-OUT-FILENAME.
           MOVE SPACES TO WS-Out-Filename
           STRING WS-Target-Dir DELIMITED BY SPACE
               "/"              DELIMITED BY SIZE
               WS-Out-Name      DELIMITED BY SPACE
               INTO WS-Out-Filename
           END-STRING
           SET END-MASKIN TO FALSE
           MOVE ZERO TO WS-File-Count.

       OPEN-OUT-ERROR.
           DISPLAY "ERROR opening " WS-Out-Filename " - status "
               WS-Output-Status
           STOP RUN WITH ERROR STATUS 1.

       WRITE-OUT-ERROR.
           DISPLAY "ERROR writing " WS-Out-Filename " - status "
               WS-Output-Status
           STOP RUN WITH ERROR STATUS 1.

       COUNT-WRITTEN.
           ADD 1 TO WS-Records-Read
           ADD 1 TO WS-Records-Written
           ADD 1 TO WS-File-Count.

       SHOW-FILE-COUNT.
           DISPLAY WS-Out-Filename " " WS-File-Count " records".

       SKIP-MISSING-FILE.
           DISPLAY WS-Out-Name " not on file - not copied"
           ADD 1 TO WS-Files-Skipped.

      * the customer master: first and last name replaced by the
      * customer's pseudonym.
       COPY-KUNDER.
           MOVE "Kundeoplysninger.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT KundeFil
           IF WS-Input-Status NOT = "00"
               DISPLAY "ERROR opening Kundeoplysninger.txt - status "
                   WS-Input-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT KundeOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ KundeFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE KundeRecord-KundeID TO WS-Hash-Text
                       PERFORM PICK-PSEUDONYM
                       MOVE WS-Pseudo-Fornavn TO KundeRecord-Fornavn
                       MOVE WS-Pseudo-Efternavn
                           TO KundeRecord-Efternavn
                       WRITE KundeOutRecord FROM KundeRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE KundeFil
           CLOSE KundeOutFil
           PERFORM SHOW-FILE-COUNT.

      * addresses: street and house number from the pseudonym, and
      * phone and e-mail that reach nobody. Postcode, town and
      * country stay - the tax and statement runs route on them.
       COPY-ADRESSER.
           MOVE "KundeAdresser.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT AdresseFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AdresseOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ AdresseFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE AdresseRecord-KundeID TO WS-Hash-Text
                       PERFORM PICK-PSEUDONYM
                       MOVE WS-Pseudo-HusNr TO WS-Pseudo-HusNr-Disp
                       MOVE SPACES TO AdresseRecord-Gade
                       STRING WS-Pseudo-Gade DELIMITED BY SPACE
                           " "                  DELIMITED BY SIZE
                           WS-Pseudo-HusNr-Disp DELIMITED BY SIZE
                           INTO AdresseRecord-Gade
                       END-STRING
                       IF AdresseRecord-Telefon NOT = SPACES
                           MOVE SPACES TO AdresseRecord-Telefon
                           STRING "+45 9" WS-Pseudo-Phone
                               DELIMITED BY SIZE
                               INTO AdresseRecord-Telefon
                           END-STRING
                       END-IF
                       IF AdresseRecord-Email NOT = SPACES
                           MOVE SPACES TO AdresseRecord-Email
                           STRING "kunde" AdresseRecord-KundeID
                               "@test.invalid"
                               DELIMITED BY SIZE
                               INTO AdresseRecord-Email
                           END-STRING
                       END-IF
                       WRITE AdresseOutRecord FROM AdresseRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE AdresseFil
           CLOSE AdresseOutFil
           PERFORM SHOW-FILE-COUNT.

      * companies: a made-up legal name and a masked CVR number -
      * still eight digits and still unique, so the CVR key loads.
       COPY-BUSINESS-CUSTOMERS.
           MOVE "BusinessCustomers.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT BusCustFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BusCustOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ BusCustFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE BusCust-KundeID TO WS-Hash-Text
                       PERFORM PICK-PSEUDONYM
                       MOVE SPACES TO BusCust-LegalName
                       STRING "Testfirma "    DELIMITED BY SIZE
                           WS-Pseudo-Efternavn DELIMITED BY SPACE
                           " "                 DELIMITED BY SIZE
                           WS-Pseudo-FirmaNr   DELIMITED BY SIZE
                           INTO BusCust-LegalName
                       END-STRING
                       MOVE BusCust-CVR TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO BusCust-CVR
                       WRITE BusCustOutRecord FROM BusCustRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE BusCustFil
           CLOSE BusCustOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-TAX-RESIDENCY.
           MOVE "TaxResidency.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT TaxResFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TaxResOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ TaxResFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE TaxRes-TIN TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO TaxRes-TIN
                       WRITE TaxResOutRecord FROM TaxResRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE TaxResFil
           CLOSE TaxResOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-DELIVERY-PREFERENCES.
           MOVE "DeliveryPreferences.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT DlvPrefFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DlvPrefOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ DlvPrefFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE DP-MailboxID TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO DP-MailboxID
                       WRITE DlvPrefOutRecord FROM DlvPrefRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE DlvPrefFil
           CLOSE DlvPrefOutFil
           PERFORM SHOW-FILE-COUNT.

      * mandates: the holder's name is the holder's pseudonym - the
      * same one the customer master gives the HolderID - the
      * document reference is masked and the debit limit moves with
      * the account.
       COPY-MANDATES.
           MOVE "Mandates.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT MandateFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MandateOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ MandateFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE MandateRecord-HolderID TO WS-Hash-Text
                       PERFORM PICK-PSEUDONYM
                       MOVE SPACES TO MandateRecord-Name
                       STRING WS-Pseudo-Fornavn DELIMITED BY SPACE
                           " "                 DELIMITED BY SIZE
                           WS-Pseudo-Efternavn DELIMITED BY SPACE
                           INTO MandateRecord-Name
                       END-STRING
                       MOVE MandateRecord-DocRef TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO MandateRecord-DocRef
                       MOVE MandateRecord-KontoID
                           TO WS-Perturb-KontoID
                       MOVE MandateRecord-DebitLimit
                           TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount
                           TO MandateRecord-DebitLimit
                       WRITE MandateOutRecord FROM MandateRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE MandateFil
           CLOSE MandateOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-KONTI.
           MOVE "Kontooplysninger.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT KontoFil
           IF WS-Input-Status NOT = "00"
               DISPLAY "ERROR opening Kontooplysninger.txt - status "
                   WS-Input-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT KontoOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ KontoFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE KontoRecord-KontoID TO WS-Perturb-KontoID
                       MOVE KontoRecord-Balance TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO KontoRecord-Balance
                       WRITE KontoOutRecord FROM KontoRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE KontoFil
           CLOSE KontoOutFil
           PERFORM SHOW-FILE-COUNT.

      * the posting history. The balance before and after each
      * posting are both scaled by the account's factor and the
      * amount is what lies between them, so each record still
      * starts where the one before it ended and the last one ends
      * on the scaled account balance. The two legs of a transfer
      * scale with their own accounts and so differ slightly. The
      * narrative is masked character by character - the same text
      * always gives the same mask, so payer matching still sees
      * the same payers.
       COPY-TRANSACTIONS.
           MOVE "KontoTransaktion.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT KontoTransaktionFil
           IF WS-Input-Status NOT = "00"
               DISPLAY "ERROR opening KontoTransaktion.txt - status "
                   WS-Input-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT TransOutFile
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ KontoTransaktionFil
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       PERFORM MASK-TRANSACTION
                       WRITE TransOutRecord FROM KontoTransRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE KontoTransaktionFil
           CLOSE TransOutFile
           PERFORM SHOW-FILE-COUNT.

       MASK-TRANSACTION.
           IF TransType = "D"
               COMPUTE WS-Old-Before = TransBalanceAfter + TransAmount
           ELSE
               COMPUTE WS-Old-Before = TransBalanceAfter - TransAmount
           END-IF

           MOVE TransKontoID TO WS-Perturb-KontoID
           MOVE WS-Old-Before TO WS-Perturb-Amount
           PERFORM PERTURB-AMOUNT
           MOVE WS-Perturb-Amount TO WS-New-Before
           MOVE TransBalanceAfter TO WS-Perturb-Amount
           PERFORM PERTURB-AMOUNT
           MOVE WS-Perturb-Amount TO WS-New-After

           IF TransType = "D"
               COMPUTE TransAmount = WS-New-Before - WS-New-After
           ELSE
               COMPUTE TransAmount = WS-New-After - WS-New-Before
           END-IF
           MOVE WS-New-After TO TransBalanceAfter

           IF TransOrigAmount NOT = ZERO
               MOVE TransOrigAmount TO WS-Perturb-Amount
               PERFORM PERTURB-AMOUNT
               MOVE WS-Perturb-Amount TO TransOrigAmount
           END-IF

           IF TransText NOT = SPACES
               MOVE TransText TO WS-Ident
               PERFORM MASK-IDENT
               MOVE WS-Ident TO TransText
           END-IF.

       COPY-BALANCE-HISTORY.
           MOVE "BalanceHistory.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT BalHistFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BalHistOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ BalHistFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE BalHist-KontoID TO WS-Perturb-KontoID
                       MOVE BalHist-Balance TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO BalHist-Balance
                       WRITE BalHistOutRecord FROM BalHistRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE BalHistFil
           CLOSE BalHistOutFil
           PERFORM SHOW-FILE-COUNT.

      * loans and their schedules scale with the loan account, the
      * same factor its balance and postings got.
       COPY-LOANS.
           MOVE "Loans.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT LoanFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LoanOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ LoanFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE LoanRecord-KontoID TO WS-Perturb-KontoID
                       MOVE LoanRecord-Principal TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO LoanRecord-Principal
                       WRITE LoanOutRecord FROM LoanRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE LoanFil
           CLOSE LoanOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-LOAN-SCHEDULES.
           MOVE "LoanSchedules.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT LoanSchedFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LoanSchedOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ LoanSchedFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE SchedRecord-KontoID TO WS-Perturb-KontoID
                       MOVE SchedRecord-Principal TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO SchedRecord-Principal
                       MOVE SchedRecord-Interest TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO SchedRecord-Interest
                       WRITE SchedOutRecord FROM SchedRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE LoanSchedFil
           CLOSE LoanSchedOutFil
           PERFORM SHOW-FILE-COUNT.

      * a standing order's amount scales with the paying account.
       COPY-STANDING-ORDERS.
           MOVE "StandingOrders.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT OrderFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OrderOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ OrderFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE OrderRecord-PayerKonto
                           TO WS-Perturb-KontoID
                       MOVE OrderRecord-Amount TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO OrderRecord-Amount
                       WRITE OrderOutRecord FROM OrderRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE OrderFil
           CLOSE OrderOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-OVERDRAFT-LIMITS.
           MOVE "OverdraftLimits.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT LimitFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LimitOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ LimitFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE LimitRecord-KontoID TO WS-Perturb-KontoID
                       MOVE LimitRecord-Limit TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO LimitRecord-Limit
                       WRITE LimitOutRecord FROM LimitRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE LimitFil
           CLOSE LimitOutFil
           PERFORM SHOW-FILE-COUNT.

      * a customer with one account keeps its cap exactly where it
      * stood against that account; a customer not on the master
      * scales by its own KundeID.
       COPY-CUSTOMER-LIMITS.
           MOVE "CustomerLimits.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT CustLimitFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KundeFil
           IF WS-Input-Status NOT = "00"
               DISPLAY "ERROR opening Kundeoplysninger.txt - status "
                   WS-Input-Status
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT CustLimitOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ CustLimitFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       PERFORM CUSTOMER-LIMIT-ACCOUNT
                       MOVE CustLimitRecord-Limit TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO CustLimitRecord-Limit
                       WRITE CustLimitOutRecord FROM CustLimitRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE CustLimitFil
           CLOSE KundeFil
           CLOSE CustLimitOutFil
           PERFORM SHOW-FILE-COUNT.

       CUSTOMER-LIMIT-ACCOUNT.
           MOVE CustLimitRecord-KundeID TO WS-Perturb-KontoID
           MOVE CustLimitRecord-KundeID TO KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KundeRecord-KontoId NOT = SPACES
               MOVE KundeRecord-KontoId TO WS-Perturb-KontoID
           END-IF.

      * dates of birth: the day of the month is replaced, so the
      * copy still tells minors from adults on every day but the
      * few around an 18th birthday.
       COPY-PERSONAL-DETAILS.
           MOVE "PersonalDetails.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT PersFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PersOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ PersFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       PERFORM SHIFT-BIRTH-DATE
                       WRITE PersOutRecord FROM PersRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE PersFil
           CLOSE PersOutFil
           PERFORM SHOW-FILE-COUNT.

       SHIFT-BIRTH-DATE.
           IF Pers-BirthDate IS NOT NUMERIC
                   OR Pers-BirthDate = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE Pers-KundeID TO WS-Hash-Text
           PERFORM HASH-TEXT
           COMPUTE WS-Pseudo-Day = FUNCTION MOD(WS-Hash, 28) + 1
           MOVE Pers-BirthDate TO WS-Birth-Date
           COMPUTE WS-Day-Shift = WS-Pseudo-Day - WS-Birth-DD
           MOVE WS-Pseudo-Day TO WS-Birth-DD
           MOVE WS-Birth-Date TO Pers-BirthDate
           IF Pers-MajorityDate IS NUMERIC
                   AND Pers-MajorityDate NOT = ZERO
               COMPUTE Pers-MajorityDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(Pers-MajorityDate)
                   + WS-Day-Shift)
           END-IF.

      * withdrawal notices scale with the notice account, so a
      * notice still covers the same share of the balance.
       COPY-WITHDRAWAL-NOTICES.
           MOVE "WithdrawalNotices.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT NoticeFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NoticeOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ NoticeFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE WN-KontoID TO WS-Perturb-KontoID
                       MOVE WN-Amount TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO WN-Amount
                       MOVE WN-Remaining TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO WN-Remaining
                       WRITE NoticeOutRecord FROM NoticeRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE NoticeFil
           CLOSE NoticeOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-POOL-POSITIONS.
           MOVE "PoolPositions.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT PoolPosFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PoolPosOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ PoolPosFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE PoolPos-KontoID TO WS-Perturb-KontoID
                       MOVE PoolPos-Position TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO PoolPos-Position
                       MOVE PoolPos-Accrued TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO PoolPos-Accrued
                       WRITE PoolPosOutRecord FROM PoolPosRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE PoolPosFil
           CLOSE PoolPosOutFil
           PERFORM SHOW-FILE-COUNT.

      * collateral: the description - often the property's
      * address - is masked, and the value scales with the first
      * loan it secures (a pledged deposit with its own account), so
      * loan-to-value stays close to production's.
       COPY-COLLATERAL.
           MOVE "CollateralRegister.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT PledgeFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PledgeOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ PledgeFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE PL-Description TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO PL-Description
                       MOVE PL-ID TO WS-Perturb-KontoID
                       IF PL-LoanKonto(1) NOT = SPACES
                           MOVE PL-LoanKonto(1) TO WS-Perturb-KontoID
                       END-IF
                       IF PL-DEPOSIT AND PL-DepositKonto NOT = SPACES
                           MOVE PL-DepositKonto TO WS-Perturb-KontoID
                       END-IF
                       MOVE PL-Value TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO PL-Value
                       WRITE PledgeOutRecord FROM PledgeRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE PledgeFil
           CLOSE PledgeOutFil
           PERFORM SHOW-FILE-COUNT.

      * complaints: the free-text summary and resolution are
      * masked, forty characters at a time.
       COPY-COMPLAINTS.
           MOVE "ComplaintRegister.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT ComplaintFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ComplaintOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ ComplaintFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE CP-Summary(1:40) TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO CP-Summary(1:40)
                       MOVE CP-Summary(41:20) TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident(1:20) TO CP-Summary(41:20)
                       MOVE CP-Resolution(1:40) TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO CP-Resolution(1:40)
                       MOVE CP-Resolution(41:20) TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident(1:20) TO CP-Resolution(41:20)
                       WRITE ComplaintOutRecord FROM ComplaintRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE ComplaintFil
           CLOSE ComplaintOutFil
           PERFORM SHOW-FILE-COUNT.

      * escrow: the firm's reference is masked; every beneficiary
      * gets a pseudonym from its account and sub-account, and the
      * sub-ledger scales by the escrow account's factor, so the
      * beneficiaries still add up to the scaled account balance.
       COPY-ESCROW-ACCOUNTS.
           MOVE "EscrowAccounts.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT EscAcctFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EscAcctOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ EscAcctFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE EA-Description TO WS-Ident
                       PERFORM MASK-IDENT
                       MOVE WS-Ident TO EA-Description
                       WRITE EscAcctOutRecord FROM EscAcctRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE EscAcctFil
           CLOSE EscAcctOutFil
           PERFORM SHOW-FILE-COUNT.

       COPY-ESCROW-SUBLEDGER.
           MOVE "EscrowSubledger.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT EscSubFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EscSubOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ EscSubFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       MOVE ES-Key TO WS-Hash-Text
                       PERFORM PICK-PSEUDONYM
                       MOVE SPACES TO ES-Name
                       STRING WS-Pseudo-Fornavn DELIMITED BY SPACE
                           " "                 DELIMITED BY SIZE
                           WS-Pseudo-Efternavn DELIMITED BY SPACE
                           INTO ES-Name
                       END-STRING
                       MOVE ES-KontoID TO WS-Perturb-KontoID
                       MOVE ES-Balance TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO ES-Balance
                       MOVE ES-BalanceDays TO WS-Perturb-Amount
                       PERFORM PERTURB-AMOUNT
                       MOVE WS-Perturb-Amount TO ES-BalanceDays
                       WRITE EscSubOutRecord FROM EscSubRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE EscSubFil
           CLOSE EscSubOutFil
           PERFORM SHOW-FILE-COUNT.

      * a movement's balance before and after are both scaled and
      * the amount is what lies between them, as for the posting
      * history, so each beneficiary's movements still chain.
       COPY-ESCROW-MOVEMENTS.
           MOVE "EscrowMovements.txt" TO WS-Out-Name
           PERFORM BUILD-OUT-FILENAME
           OPEN INPUT EscMoveFil
           IF WS-Input-Status NOT = "00"
               PERFORM SKIP-MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EscMoveOutFil
           IF WS-Output-Status NOT = "00"
               PERFORM OPEN-OUT-ERROR
           END-IF
           PERFORM UNTIL END-MASKIN
               READ EscMoveFil NEXT RECORD
                   AT END
                       SET END-MASKIN TO TRUE
                   NOT AT END
                       PERFORM MASK-ESCROW-MOVEMENT
                       WRITE EscMoveOutRecord FROM EscMoveRecord
                       IF WS-Output-Status NOT = "00"
                           PERFORM WRITE-OUT-ERROR
                       END-IF
                       PERFORM COUNT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE EscMoveFil
           CLOSE EscMoveOutFil
           PERFORM SHOW-FILE-COUNT.

       MASK-ESCROW-MOVEMENT.
           COMPUTE WS-Old-Before = EM-BalanceAfter - EM-Amount
           MOVE EM-KontoID TO WS-Perturb-KontoID
           MOVE WS-Old-Before TO WS-Perturb-Amount
           PERFORM PERTURB-AMOUNT
           MOVE WS-Perturb-Amount TO WS-New-Before
           MOVE EM-BalanceAfter TO WS-Perturb-Amount
           PERFORM PERTURB-AMOUNT
           MOVE WS-Perturb-Amount TO WS-New-After
           COMPUTE EM-Amount = WS-New-After - WS-New-Before
           MOVE WS-New-After TO EM-BalanceAfter
           IF EM-Text NOT = SPACES
               MOVE EM-Text TO WS-Ident
               PERFORM MASK-IDENT
               MOVE WS-Ident TO EM-Text
           END-IF.

       HASH-TEXT.
           MOVE FUNCTION MOD(WS-Mask-Key, 2147483647) TO WS-Hash
           PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
                   UNTIL WS-Hash-Pos > 20
               MOVE WS-Hash-Text(WS-Hash-Pos:1) TO WS-Hash-Char
               MOVE WS-Mask-Key-X(FUNCTION MOD(WS-Hash-Pos, 10) + 1:1)
                   TO WS-Key-Digit
               COMPUTE WS-Hash = FUNCTION MOD(WS-Hash * 131
                   + FUNCTION ORD(WS-Hash-Char) + WS-Key-Digit,
                   2147483647)
           END-PERFORM
           IF WS-Hash = ZERO
               MOVE 1 TO WS-Hash
           END-IF
           COMPUTE WS-Hash = FUNCTION MOD(WS-Hash * 48271, 2147483647)
           COMPUTE WS-Hash = FUNCTION MOD(WS-Hash * 48271, 2147483647).

      * the pseudonym for the KundeID in WS-Hash-Text.
       PICK-PSEUDONYM.
           PERFORM HASH-TEXT
           COMPUTE WS-Pick-Idx = FUNCTION MOD(WS-Hash, 20) + 1
           MOVE WS-Fornavn-Entry(WS-Pick-Idx) TO WS-Pseudo-Fornavn
           DIVIDE WS-Hash BY 20 GIVING WS-Hash-Quot
           COMPUTE WS-Pick-Idx = FUNCTION MOD(WS-Hash-Quot, 20) + 1
           MOVE WS-Efternavn-Entry(WS-Pick-Idx) TO WS-Pseudo-Efternavn
           DIVIDE WS-Hash-Quot BY 20 GIVING WS-Hash-Quot
           COMPUTE WS-Pick-Idx = FUNCTION MOD(WS-Hash-Quot, 10) + 1
           MOVE WS-Gade-Entry(WS-Pick-Idx) TO WS-Pseudo-Gade
           COMPUTE WS-Pseudo-HusNr = FUNCTION MOD(WS-Hash, 199) + 1
           COMPUTE WS-Pseudo-Phone = FUNCTION MOD(WS-Hash, 10000000)
           COMPUTE WS-Pseudo-FirmaNr = FUNCTION MOD(WS-Hash, 10000).

       MASK-IDENT.
           MOVE ZERO TO WS-Ident-Carry
           PERFORM VARYING WS-Ident-Pos FROM 1 BY 1
                   UNTIL WS-Ident-Pos > 40
               MOVE WS-Ident(WS-Ident-Pos:1) TO WS-Ident-Char
               MOVE WS-Mask-Key-X(FUNCTION MOD(WS-Ident-Pos, 10) + 1:1)
                   TO WS-Key-Digit
               COMPUTE WS-Ident-Shift = WS-Key-Digit + WS-Ident-Carry
               EVALUATE TRUE
                   WHEN WS-Ident-Char IS NUMERIC
                       MOVE WS-Ident-Char TO WS-Ident-Digit
                       MOVE WS-Ident-Digit TO WS-Ident-Value
                       COMPUTE WS-Ident-Digit = FUNCTION MOD(
                           WS-Ident-Value + WS-Ident-Shift, 10)
                       MOVE WS-Ident-Digit TO WS-Ident(WS-Ident-Pos:1)
                   WHEN WS-Ident-Char IS ALPHABETIC-UPPER
                           AND WS-Ident-Char NOT = SPACE
                       PERFORM FIND-UPPER-LETTER
                       COMPUTE WS-Alpha-Idx = FUNCTION MOD(
                           WS-Ident-Value + WS-Ident-Shift, 26) + 1
                       MOVE WS-Alpha-Upper(WS-Alpha-Idx:1)
                           TO WS-Ident(WS-Ident-Pos:1)
                   WHEN WS-Ident-Char IS ALPHABETIC-LOWER
                           AND WS-Ident-Char NOT = SPACE
                       PERFORM FIND-LOWER-LETTER
                       COMPUTE WS-Alpha-Idx = FUNCTION MOD(
                           WS-Ident-Value + WS-Ident-Shift, 26) + 1
                       MOVE WS-Alpha-Lower(WS-Alpha-Idx:1)
                           TO WS-Ident(WS-Ident-Pos:1)
                   WHEN OTHER
                       MOVE ZERO TO WS-Ident-Value
               END-EVALUATE
               COMPUTE WS-Ident-Carry = FUNCTION MOD(
                   WS-Ident-Carry + WS-Ident-Value + 7, 26)
           END-PERFORM.

      * the letter's place in the alphabet, counted from zero.
       FIND-UPPER-LETTER.
           MOVE ZERO TO WS-Ident-Value
           PERFORM VARYING WS-Alpha-Idx FROM 1 BY 1
                   UNTIL WS-Alpha-Idx > 26
                   OR WS-Alpha-Upper(WS-Alpha-Idx:1) = WS-Ident-Char
               CONTINUE
           END-PERFORM
           COMPUTE WS-Ident-Value = WS-Alpha-Idx - 1.

       FIND-LOWER-LETTER.
           MOVE ZERO TO WS-Ident-Value
           PERFORM VARYING WS-Alpha-Idx FROM 1 BY 1
                   UNTIL WS-Alpha-Idx > 26
                   OR WS-Alpha-Lower(WS-Alpha-Idx:1) = WS-Ident-Char
               CONTINUE
           END-PERFORM
           COMPUTE WS-Ident-Value = WS-Alpha-Idx - 1.

       PERTURB-AMOUNT.
           IF WS-Perturb-KontoID NOT = WS-Perturb-Last-KontoID
               MOVE WS-Perturb-KontoID TO WS-Hash-Text
               PERFORM HASH-TEXT
               COMPUTE WS-Perturb-Offset =
                   FUNCTION MOD(WS-Hash, WS-Mask-Span) - WS-Mask-Bound
               IF WS-Perturb-Offset = ZERO
                   MOVE WS-Mask-Bound TO WS-Perturb-Offset
               END-IF
               COMPUTE WS-Perturb-Pct = 100 + WS-Perturb-Offset
               MOVE WS-Perturb-KontoID TO WS-Perturb-Last-KontoID
           END-IF
           COMPUTE WS-Perturb-Amount ROUNDED =
               WS-Perturb-Amount * WS-Perturb-Pct / 100.

       COPY "RUNCTL.cpy".
       COPY "BUSDATE.cpy".
       COPY "JOBLOG.cpy".
       COPY "FILECHECK.cpy".
