               ALTERNATE RECORD KEY IS KontoRecord-KundeID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-KontoFil-Status.
           SELECT KontoTransaktionFil ASSIGN DYNAMIC WS-Trans-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFil-Status.
           SELECT IntakeFile ASSIGN DYNAMIC WS-Intake-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IntakeFile-Status.
           SELECT TransScanFil ASSIGN TO "KontoTransaktion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransScanFil-Status.
           SELECT DupReviewFile
               ASSIGN DYNAMIC WS-DupReview-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DupReviewFile-Status.
           SELECT DupWorkFil ASSIGN DYNAMIC WS-DupWork-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS Dup-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DupWorkFil-Status.
           SELECT FraudReviewFile
               ASSIGN DYNAMIC WS-FraudReview-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FraudReviewFile-Status.
           SELECT FraudWorkFil ASSIGN DYNAMIC WS-FraudWork-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS FW-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-FraudWorkFil-Status.
           SELECT PayerWorkFil ASSIGN DYNAMIC WS-PayerWork-Filename
               ORGANIZATION IS INDEXED
               RECORD KEY IS PW-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PayerWorkFil-Status.
           SELECT FraudRuleFile ASSIGN TO "FraudRules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FraudRuleFile-Status.
           SELECT RejectFile ASSIGN DYNAMIC WS-Reject-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejectFile-Status.
           SELECT RefCounterFile
               ASSIGN DYNAMIC WS-RefCounter-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RefCounterFile-Status.
           SELECT LimitFil ASSIGN TO "OverdraftLimits.txt"
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
           SELECT JobLogFile ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JobLog-Status.
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
           SELECT TermFil ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TermRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TermFil-Status.
           SELECT ProduktFil ASSIGN TO "Produkter.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ProduktRecord-Kode
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ProduktFil-Status.
           SELECT NoticeFil ASSIGN TO "WithdrawalNotices.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WN-Key
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-NoticeFil-Status.
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
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               RECORD KEY IS HoldRecord-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HoldFil-Status.
           SELECT TillFil ASSIGN TO "Tills.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TillRecord-Operator
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TillFil-Status.
           SELECT TillMoveFile ASSIGN TO "TillMovements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TillMoveFile-Status.
           SELECT JournalFile ASSIGN DYNAMIC WS-Journal-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.
           SELECT PeriodFil ASSIGN TO "AccountingPeriods.txt"
               RECORD KEY IS RateRecord-Key
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RateFil-Status.
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
           SELECT CheckpointFile
               ASSIGN DYNAMIC WS-Checkpoint-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT EscAcctFil ASSIGN TO "EscrowAccounts.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EA-KontoID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EscAcctFil-Status.
           SELECT EscSubFil ASSIGN TO "EscrowSubledger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ES-Key
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EscSubFil-Status.
           SELECT EscMoveFil ASSIGN TO "EscrowMovements.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EM-Key
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EscMoveFil-Status.

       DATA DIVISION.
       FILE SECTION.
      * the value date the posting takes economic effect on -
      * spaces mean same day as the posting date.
           02 Intake-ValueDate     PIC X(08).
      * set to Y only by the fraud-review release (Opgave98) - an
      * analyst has cleared the item, so the fraud screen stands
      * aside for it. Spaces from every other feed writer.
           02 Intake-FraudOverride PIC X(01).
               88 INTAKE-FRAUD-RELEASED VALUE "Y".
      * on an escrow account (ESCACCT.cpy), the beneficiary the
      * posting belongs to - Intake-ContraSub names the one on the
      * credited side of a transfer. Spaces everywhere else.
           02 Intake-SubAccount    PIC X(10).
           02 Intake-ContraSub     PIC X(10).

      * a second, read-only leg on the history for the duplicate
      * scan - the posting leg above stays open EXTEND for the
      * until an operator releases or drops them through Opgave58 -
      * diverted, never silently posted and never silently lost.
       FD  DupReviewFile.
       01  DupReviewRecord PIC X(113).

      * outgoing items a fraud rule stopped, in the intake's own
      * image with the rule that hit and the figures it tripped on -
      * held here, never posted, until an analyst releases or
      * rejects them through Opgave98.
       FD  FraudReviewFile.
       01  FraudReviewRecord.
           02 FQ-Image  PIC X(93).
           02 FQ-Rule   PIC X(4).
           02 FQ-Date   PIC 9(8).
           02 FQ-Cycle  PIC 9(2).
           02 FQ-Figure PIC 9(12)V99.
           02 FQ-Count  PIC 9(5).
      * the image's escrow sub-accounts, carried after the hold
      * fields so items queued before them read back as spaces.
           02 FQ-SubAccount PIC X(10).
           02 FQ-ContraSub  PIC X(10).

      * each account's recent pattern, built in the same pass over
      * the history as the duplicate guard and kept up to date as
      * this run posts: what came in and went out inside the new-
      * account and funnel windows, how many different payers
      * credited it inside the funnel window, and its outgoing items
      * over the baseline window the jump rule measures against.
       FD  FraudWorkFil.
       01  FraudWorkRecord.
           02 FW-KontoID     PIC X(10).
           02 FW-New-Credits PIC 9(12)V99.
           02 FW-New-Debits  PIC 9(12)V99.
           02 FW-Fun-Payers  PIC 9(5).
           02 FW-Fun-Credits PIC 9(12)V99.
           02 FW-Fun-Debits  PIC 9(12)V99.
           02 FW-Base-Count  PIC 9(5).
           02 FW-Base-Total  PIC 9(12)V99.

      * one record per payer seen crediting an account inside the
      * funnel window - the other leg's account for a transfer,
      * otherwise the narrative the payment arrived with.
       FD  PayerWorkFil.
       01  PayerWorkRecord.
           02 PW-Key.
               03 PW-KontoID PIC X(10).
               03 PW-Payer   PIC X(30).

      * hand-maintained by the fraud team, one rule per line: the
      * rule code, Y/N for in force, the window in days, the count
      * and the factor (percent for FUNL, multiple for JUMP) where
      * the rule has one, and the amount threshold. Rules not on
      * file keep their built-in values.
       FD  FraudRuleFile.
       01  FraudRuleRecord.
           02 FRR-Rule   PIC X(4).
           02 FRR-Active PIC X(1).
           02 FRR-Days   PIC 9(3).
           02 FRR-Count  PIC 9(3).
           02 FRR-Factor PIC 9(3).
           02 FRR-Amount PIC 9(10)V99.

      * one record per distinct posting already on the book, keyed
      * by exactly what a resubmission would repeat - rebuilt once
               03 RateRecord-EffectiveDate PIC 9(8).
           02 RateRecord-RateToDKK PIC 9(3)V9999.

      * the calendars a defaulted value date rolls by - see
      * SETTLCAL.cpy.
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

      * agreed overdraft limit per account, maintained by Opgave24 -
      * an account with no record here has no overdraft agreed.
       FD  LimitFil.
           02 CustLimitRecord-KundeID PIC X(10).
           02 CustLimitRecord-Limit   PIC 9(12)V99.

      * the connected-client groups above the customer cap - a
      * debit must also leave the whole group inside its cap
      * (GRPLIMIT.cpy).
       FD  GroupFil.
       01  GroupRecord.
           COPY "CLIENTGRP.cpy".

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

      * a second, read-only leg on the account master for summing a
      * customer's balances through the KundeID alternate key - the
      * posting leg above keeps its record and position untouched
       01  RefCounterRecord.
           02 RC-Last-Ref PIC 9(10).

      * how far a partition run has got through its share of a
      * split intake - see PARTCKPT.cpy.
       FD  CheckpointFile.
       01  CheckpointRecord.
           COPY "PARTCKPT.cpy".

       FD  JobLogFile.
       01  JobLogRecord.
           02 JL-Program   PIC X(10).
           02 PA-ValueDate   PIC X(8).
           02 PA-ContraKonto PIC X(10).
           02 PA-Text        PIC X(30).
           02 PA-SubAccount  PIC X(10).
           02 PA-ContraSub   PIC X(10).

      * one record carrying the business date and the last posting
      * cycle run on it - the same single-control-record idiom as
               88 EJER-ROLLE-OWNER     VALUE "O".
               88 EJER-ROLLE-JOINT     VALUE "J".

      * third parties authorised on an account (Opgave95) - who,
      * how far (V view only, L debit up to the limit, F full) and
      * from when to when.
       FD  MandateFil.
       01  MandateRecord.
           02 MandateRecord-Key.
               03 MandateRecord-KontoID  PIC X(10).
               03 MandateRecord-HolderID PIC X(10).
           02 MandateRecord-Name       PIC X(30).
           02 MandateRecord-Basis      PIC X(1).
           02 MandateRecord-Scope      PIC X(1).
               88 MANDATE-SCOPE-VIEW    VALUE "V".
               88 MANDATE-SCOPE-LIMITED VALUE "L".
               88 MANDATE-SCOPE-FULL    VALUE "F".
           02 MandateRecord-DebitLimit PIC 9(10)V99.
           02 MandateRecord-ValidFrom  PIC 9(8).
           02 MandateRecord-ValidTo    PIC 9(8).
           02 MandateRecord-DocRef     PIC X(20).

      * the term attributes Opgave65 maintains - a locked term
      * deposit admits no debit before its maturity date.
       FD  TermFil.
           02 TermRecord-Disposition PIC X(1).
           02 TermRecord-PayoutKonto PIC X(10).

      * the product catalog Opgave67 maintains - read for the
      * withdrawal notice a savings product demands.
       FD  ProduktFil.
       01  ProduktRecord.
           02 ProduktRecord-Kode        PIC X(20).
           02 ProduktRecord-Navn        PIC X(30).
           02 ProduktRecord-Valuta OCCURS 5 TIMES PIC X(3).
           02 ProduktRecord-RenteKey    PIC X(20).
           02 ProduktRecord-FeeKey      PIC X(20).
           02 ProduktRecord-Active      PIC X(1).
               88 PRODUKT-RECORD-ACTIVE VALUE "A".
           02 ProduktRecord-ActDate     PIC 9(8).
           02 ProduktRecord-NoticeDays  PIC 9(3).
           02 ProduktRecord-PenaltyPct  PIC 9V9999.
           02 ProduktRecord-AdultKode   PIC X(20).

      * the withdrawal notices Opgave112 takes - a debit on a
      * notice account draws down the notices already available.
       FD  NoticeFil.
       01  NoticeRecord.
           COPY "WDNOTICE.cpy".

      * the date of birth Opgave9 keeps - a holder under 18 is a
      * minor, and above the pocket-money limit only one of the
      * guardians registered against them may move money out.
       FD  PersFil.
       01  PersRecord.
           COPY "PERSDET.cpy".

       FD  GrdFil.
       01  GrdRecord.
           COPY "GUARDIAN.cpy".

      * the escrow register, its beneficiaries and their movements
      * (Opgave129) - a posting on an escrow account moves the
      * beneficiary it names as well as the pooled balance.
       FD  EscAcctFil.
       01  EscAcctRecord.
           COPY "ESCACCT.cpy".

       FD  EscSubFil.
       01  EscSubRecord.
           COPY "ESCSUB.cpy".

       FD  EscMoveFil.
       01  EscMoveRecord.
           COPY "ESCMOVE.cpy".

      * the operator master Opgave45 maintains - keyed postings are
      * signed on, and large ones need a supervisor's second
      * sign-on before they apply.
           02 HoldRecord-Reason  PIC X(30).
           02 HoldRecord-Date    PIC 9(8).

      * the teller drawers Opgave86 opens and balances - a keyed
      * posting the operator marks as cash is added to the cash in
      * or cash out of the operator's own open till.
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

       FD  TillMoveFile.
       01  TillMoveRecord.
           02 TM-Operator PIC X(10).
           02 TM-Branch   PIC X(4).
           02 TM-Date     PIC 9(8).
           02 TM-Time     PIC 9(8).
           02 TM-Kind     PIC X(1).
           02 TM-Amount   PIC S9(10)V99.
           02 TM-KontoID  PIC X(10).
           02 TM-Ref      PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-TransFil-Status   PIC X(2) VALUE "00".
       01 WS-Intake-Present PIC X VALUE "N".
           88 WS-HAS-INTAKE VALUE "Y".

      * a partition run posts one KontoID range of an intake feed
      * Opgave107 has split - the partition digit given on the
      * command line picks which. Every file the run writes is the
      * partition's own (Opgave11P<n>...), so the partitions post
      * side by side without touching each other's output, and
      * Opgave108 merges them back into the shared files afterwards.
      * The indexed masters they update are shared: the account
      * master, the withdrawal-notice register and the escrow
      * sub-ledger and movements. Record locking keeps them open to
      * all partitions at once; each partition only updates accounts
      * in its own range, and Opgave107 sends every notice-product
      * debit and every posting on an escrow account to partition 0,
      * so the notice and escrow files are only ever written by one
      * run at a time.
       01 WS-Partition-Arg  PIC X(10) VALUE SPACES.
       01 WS-Partition-No   PIC X(1) VALUE SPACE.
       01 WS-Partition-Mode PIC X VALUE "N".
           88 WS-PARTITION-RUN VALUE "Y".
       01 WS-Intake-Filename      PIC X(40)
           VALUE "Opgave11Intake.txt".
       01 WS-Trans-Filename       PIC X(40)
           VALUE "KontoTransaktion.txt".
       01 WS-Reject-Filename      PIC X(40)
           VALUE "Opgave11Rejects.txt".
       01 WS-Journal-Filename     PIC X(40)
           VALUE "PostingJournal.txt".
       01 WS-RefCounter-Filename  PIC X(40)
           VALUE "PostingRefCounter.txt".
       01 WS-DupReview-Filename   PIC X(40)
           VALUE "Opgave11DupReview.txt".
       01 WS-FraudReview-Filename PIC X(40)
           VALUE "Opgave11FraudReview.txt".
       01 WS-DupWork-Filename     PIC X(40)
           VALUE "Opgave11DupWork.dat".
       01 WS-FraudWork-Filename   PIC X(40)
           VALUE "Opgave11FraudWork.dat".
       01 WS-PayerWork-Filename   PIC X(40)
           VALUE "Opgave11PayerWork.dat".
       01 WS-Checkpoint-Filename  PIC X(40) VALUE SPACES.
       01 WS-Checkpoint-Status    PIC X(2) VALUE "00".
      * intake records already finished by an earlier pass of this
      * partition are read past, not posted again; the reference
      * ceiling is the top of the block Opgave107 set aside for it.
       01 WS-Ckpt-Done      PIC 9(7) VALUE ZERO.
       01 WS-Ckpt-Records   PIC 9(7) VALUE ZERO.
       01 WS-Ref-Ceiling    PIC 9(10) VALUE ZERO.
       01 WS-Intake-Read    PIC 9(7) VALUE ZERO.
       01 WS-Ckpt-State     PIC X(1) VALUE SPACE.

       01 WS-Lookup-KontoID PIC X(10).
       01 WS-Txn-Type       PIC X VALUE SPACE.
           88 WS-TXN-DEBIT    VALUE "D" "d".
      * to the posting date whenever none was supplied.
       01 WS-Value-Date  PIC X(8) VALUE SPACES.

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
      * loaded - the currency is the posted account's.
       01 WS-Settle-Valuta     PIC X(3) VALUE SPACES.
       01 WS-Settle-Calendar   PIC X(8) VALUE SPACES.
       01 WS-Settle-Cached     PIC X(3) VALUE HIGH-VALUES.
       01 WS-ValutaFil-Status  PIC X(2) VALUE "00".
       01 WS-SettleHol-Status  PIC X(2) VALUE "00".
       01 EOF-SETTLEHOL        PIC X VALUE "N".
           88 END-SETTLEHOL VALUE "Y" FALSE "N".
       01 WS-Roll-Count        PIC 9(3) VALUE ZERO.

       01 WS-RefCounterFile-Status PIC X(2) VALUE "00".
       01 WS-Txn-Ref PIC 9(10) VALUE ZERO.

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

       01 WS-PeriodFil-Status PIC X(2) VALUE "00".

      * fields CHECK-PERIOD-OPEN (PERIODCHK.cpy) expects to be
       01 WS-RP-Idx           PIC 9(5).
       01 WS-RP-Table-Warned  PIC X VALUE "N".

      * the fraud screen's rules - built-in values, each overridden
      * by its line in FraudRules.txt. NEWA: an account active for
      * fewer than Days days that has taken in at least Amount and
      * now sends at least Amount out. FUNL: Count or more payers
      * crediting the account inside Days days, and the money going
      * out reaching Factor percent of what came in. JUMP: an
      * outgoing item of at least Amount and above Factor times the
      * account's average outgoing item over Days days, once Count
      * items give a pattern to go by.
       01 WS-Fraud-Rules.
           02 WS-FR-New-Active  PIC X VALUE "Y".
               88 WS-FR-NEW-ON VALUE "Y".
           02 WS-FR-New-Days    PIC 9(3) VALUE 30.
           02 WS-FR-New-Amount  PIC 9(10)V99 VALUE 10000.00.
           02 WS-FR-Fun-Active  PIC X VALUE "Y".
               88 WS-FR-FUN-ON VALUE "Y".
           02 WS-FR-Fun-Days    PIC 9(3) VALUE 3.
           02 WS-FR-Fun-Count   PIC 9(3) VALUE 5.
           02 WS-FR-Fun-Pct     PIC 9(3) VALUE 80.
           02 WS-FR-Fun-Amount  PIC 9(10)V99 VALUE 1000.00.
           02 WS-FR-Jump-Active PIC X VALUE "Y".
               88 WS-FR-JUMP-ON VALUE "Y".
           02 WS-FR-Jump-Days   PIC 9(3) VALUE 90.
           02 WS-FR-Jump-Count  PIC 9(3) VALUE 3.
           02 WS-FR-Jump-Factor PIC 9(3) VALUE 5.
           02 WS-FR-Jump-Amount PIC 9(10)V99 VALUE 5000.00.
      * the first day each window takes in, counted back from the
      * business date, and the earliest of them.
       01 WS-FR-New-From    PIC 9(8) VALUE ZERO.
       01 WS-FR-Fun-From    PIC 9(8) VALUE ZERO.
       01 WS-FR-Jump-From   PIC 9(8) VALUE ZERO.
       01 WS-FR-Oldest-From PIC 9(8) VALUE ZERO.
       01 WS-FR-Date-Int    PIC 9(8).

       01 WS-FraudReviewFile-Status PIC X(2) VALUE "00".
       01 WS-FraudWorkFil-Status    PIC X(2) VALUE "00".
       01 WS-PayerWorkFil-Status    PIC X(2) VALUE "00".
       01 WS-FraudRuleFile-Status   PIC X(2) VALUE "00".
       01 EOF-FRAUDRULE PIC X VALUE "N".
           88 END-FRAUDRULE VALUE "Y" FALSE "N".
       01 WS-Fraud-Profile-Built PIC X VALUE "N".
           88 WS-HAS-FRAUD-PROFILE VALUE "Y".
       01 WS-Fraud-Rule PIC X(4) VALUE SPACES.
           88 WS-FRAUD-HIT VALUE "NEWA" "FUNL" "JUMP".
       01 WS-Fraud-Figure  PIC 9(12)V99 VALUE ZERO.
       01 WS-Fraud-Count   PIC 9(5) VALUE ZERO.
       01 WS-Fraud-Average PIC 9(12)V99 VALUE ZERO.
       01 WS-Fraud-Held-Count    PIC 9(7) VALUE ZERO.
       01 WS-Fraud-Posted-Before PIC 9(7) VALUE ZERO.
      * one movement for the profile, from the history or from this
      * run's own postings.
       01 WS-Fraud-KontoID PIC X(10).
       01 WS-Fraud-Side    PIC X VALUE SPACE.
           88 WS-FRAUD-SIDE-DEBIT VALUE "D".
       01 WS-Fraud-Amount  PIC 9(12)V99.
       01 WS-Fraud-Date    PIC 9(8).
       01 WS-Fraud-Payer   PIC X(30).
       01 WS-FW-Found      PIC X VALUE "N".
           88 WS-FW-ON-FILE VALUE "Y".
      * the record read just before, so a transfer's credit leg can
      * name the account its debit leg came from.
       01 WS-Prev-Scan-KontoID PIC X(10) VALUE SPACES.
       01 WS-Prev-Scan-Type    PIC X(1) VALUE SPACE.
       01 WS-Prev-Scan-Ref     PIC 9(10) VALUE ZERO.

      * fields OPERATOR-SIGNON/SUPERVISOR-APPROVAL (SIGNON.cpy)
      * expect to be loaded, plus the threshold above which a keyed
      * posting needs a supervisor's second sign-on.
       01 WS-PendingQueue-Status PIC X(2) VALUE "00".
       01 WS-Queued-Count PIC 9(5) VALUE ZERO.

      * a keyed debit or credit paid out or taken in over the
      * counter - tagged to the operator's open till so the drawer
      * can be balanced against it at close.
       01 WS-TillFil-Status      PIC X(2) VALUE "00".
       01 WS-TillMoveFile-Status PIC X(2) VALUE "00".
       01 WS-Cash-Flag PIC X VALUE "N".
           88 WS-IS-CASH VALUE "Y" "y".
       01 WS-Till-OK   PIC X VALUE "N".
           88 WS-TILL-READY VALUE "Y".
       01 WS-Till-Cash       PIC S9(12)V99 VALUE ZERO.
       01 WS-Posted-Before   PIC 9(7) VALUE ZERO.
       01 WS-Till-Time       PIC 9(8) VALUE ZERO.

       01 WS-CycleFile-Status PIC X(2) VALUE "00".
       01 WS-Cycle-No   PIC 9(2) VALUE ZERO.
       01 WS-Cycle-Date PIC 9(8) VALUE ZERO.
           88 END-EJERE VALUE "Y" FALSE "N".
       01 WS-Estate-Hold-Konto PIC X(10).

      * a missing mandate register means no third party may debit
      * any account - only the holders themselves.
       01 WS-MandateFil-Status PIC X(2) VALUE "00".
       01 WS-Mandate-Open PIC X VALUE "N".
           88 WS-HAS-MANDATE-FILE VALUE "Y".
       01 WS-Instructing-ID PIC X(10) VALUE SPACES.
       01 WS-Instruct-OK PIC X VALUE "N".
           88 WS-INSTRUCTION-OK VALUE "Y".

      * a missing term master simply means no deposit is locked.
       01 WS-TermFil-Status PIC X(2) VALUE "00".
       01 WS-Term-File-Open PIC X VALUE "N".
       01 WS-Term-Blocked PIC X VALUE "N".
           88 WS-TERM-BLOCKS VALUE "Y".

      * withdrawal notice - a missing product catalog or notice
      * register means no product demands notice / no notice has
      * been given. The noticed amount available today is summed
      * per debit; what the debit uses is drawn from the oldest
      * notice first once the posting has landed. A supervised
      * early withdrawal (keyed postings only) lets the debit
      * through and charges the penalty interest as a debit of its
      * own.
       01 WS-ProduktFil-Status PIC X(2) VALUE "00".
       01 WS-Produkt-File-Open PIC X VALUE "N".
           88 WS-HAS-PRODUKT-FILE VALUE "Y".
       01 WS-NoticeFil-Status PIC X(2) VALUE "00".
       01 WS-Notice-File-Open PIC X VALUE "N".
           88 WS-HAS-NOTICE-FILE VALUE "Y".
       01 WS-Notice-Blocked PIC X VALUE "N".
           88 WS-NOTICE-BLOCKS VALUE "Y".
       01 WS-Notice-Override PIC X VALUE "N".
           88 WS-NOTICE-OVERRIDDEN VALUE "Y".
       01 WS-Notice-KontoID   PIC X(10) VALUE SPACES.
       01 WS-Notice-Days      PIC 9(3) VALUE ZERO.
       01 WS-Notice-Penalty-Pct PIC 9V9999 VALUE ZERO.
       01 WS-Notice-Available PIC 9(10)V99 VALUE ZERO.
       01 WS-Notice-Draw      PIC 9(10)V99 VALUE ZERO.
       01 WS-Notice-Uncovered PIC 9(10)V99 VALUE ZERO.
       01 WS-Notice-Penalty   PIC 9(10)V99 VALUE ZERO.
       01 WS-Notice-Posted-Before PIC 9(7) VALUE ZERO.
       01 WS-Notice-Answer    PIC X VALUE SPACE.
       01 WS-Notice-Charging  PIC X VALUE "N".
           88 WS-CHARGING-PENALTY VALUE "Y".
       01 WS-Notice-Save-Type   PIC X VALUE SPACE.
       01 WS-Notice-Save-Amount PIC S9(10)V99 VALUE ZERO.
       01 WS-Notice-Save-Text   PIC X(30) VALUE SPACES.
       01 EOF-NOTICE PIC X VALUE "N".
           88 END-NOTICE VALUE "Y" FALSE "N".

      * minors - no date of birth on file means an adult, as every
      * customer was before the register. The pocket-money limit is
      * per posting, MINORLIM run-control columns 11-22 (the same
      * 9(10)V99 shape as the approval limit). The feed carries no
      * instructing party, so there a minor's debit above the limit
      * is refused; at the desk a registered guardian instructs it.
       01 WS-PersFil-Status PIC X(2) VALUE "00".
       01 WS-Pers-File-Open PIC X VALUE "N".
           88 WS-HAS-PERS-FILE VALUE "Y".
       01 WS-GrdFil-Status PIC X(2) VALUE "00".
       01 WS-Grd-File-Open PIC X VALUE "N".
           88 WS-HAS-GRD-FILE VALUE "Y".
       01 WS-Minor-Limit PIC 9(10)V99 VALUE 500.00.
       01 WS-Majority-Date PIC 9(8) VALUE ZERO.
       01 WS-Minor-Holder PIC X VALUE "N".
           88 WS-HOLDER-IS-MINOR VALUE "Y".

      * escrow accounts - every posting on one must name the
      * beneficiary it belongs to, and no beneficiary may go below
      * zero whatever the pooled balance says. No register on file
      * means no escrow accounts.
       01 WS-EscAcctFil-Status  PIC X(2) VALUE "00".
       01 WS-EscSubFil-Status   PIC X(2) VALUE "00".
       01 WS-EscMoveFil-Status  PIC X(2) VALUE "00".
       01 WS-Escrow-File-Open   PIC X VALUE "N".
           88 WS-HAS-ESCROW-FILE VALUE "Y".
       01 WS-Txn-SubAccount     PIC X(10) VALUE SPACES.
       01 WS-Txn-ContraSub      PIC X(10) VALUE SPACES.
       01 WS-Esc-Check-Konto    PIC X(10) VALUE SPACES.
       01 WS-Esc-Check-Sub      PIC X(10) VALUE SPACES.
       01 WS-Esc-Check-Type     PIC X VALUE SPACE.
       01 WS-Esc-Check-Amount   PIC S9(10)V99 VALUE ZERO.
       01 WS-Escrow-Account     PIC X VALUE "N".
           88 WS-IS-ESCROW VALUE "Y".
       01 WS-Escrow-Valid       PIC X VALUE "Y".
           88 WS-ESCROW-OK VALUE "Y".
       01 WS-Escrow-Error       PIC X(30) VALUE SPACES.
       01 WS-Esc-From-Flag      PIC X VALUE "N".
           88 WS-FROM-IS-ESCROW VALUE "Y".
       01 WS-Esc-To-Flag        PIC X VALUE "N".
           88 WS-TO-IS-ESCROW VALUE "Y".
       01 WS-Esc-Posted-Before  PIC 9(7) VALUE ZERO.
      * fields POST-ESCROW-MOVEMENT (ESCPOST.cpy) expects to be
      * loaded.
       01 WS-EscPost-Date       PIC 9(8) VALUE ZERO.
       01 WS-EscPost-ValueDate  PIC X(8) VALUE SPACES.
       01 WS-EscPost-Kind       PIC X VALUE SPACE.
       01 WS-EscPost-Amount     PIC S9(10)V99 VALUE ZERO.
       01 WS-EscPost-Ref        PIC 9(10) VALUE ZERO.
       01 WS-EscPost-Text       PIC X(30) VALUE SPACES.
       01 WS-EscPost-By         PIC X(10) VALUE SPACES.
       01 WS-EscPost-Days       PIC S9(7) VALUE ZERO.
       01 WS-EscPost-Done       PIC X VALUE "N".
           88 WS-ESCROW-POSTED VALUE "Y".

      * hold enforcement - a missing holds file simply means no
      * holds are in force.
       01 WS-HoldFil-Status PIC X(2) VALUE "00".
       01 WS-Precheck-RC PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       PERFORM SET-PARTITION-MODE
       PERFORM JOBLOG-START

      * everything this run stamps dates with - the posting cycle,
       PERFORM GET-BUSINESS-DATE
       MOVE WS-Business-Date TO WS-Job-Date

      * a partition posts in the cycle Opgave107 drew when it split
      * the feed - every partition of the night is the same cycle.
       IF WS-PARTITION-RUN
           PERFORM CURRENT-POSTING-CYCLE
       ELSE
           PERFORM NEXT-POSTING-CYCLE
       END-IF

       MOVE "OPGAVE11" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL

       OPEN EXTEND KontoTransaktionFil
       IF WS-TransFil-Status NOT = "00"
           DISPLAY "ERROR opening " WS-Trans-Filename
               " - status " WS-TransFil-Status
           CLOSE KontoFil
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN EXTEND JournalFile
       IF WS-JournalFile-Status NOT = "00"
           DISPLAY "ERROR opening " WS-Journal-Filename
               " - status " WS-JournalFile-Status
           CLOSE KontoFil
           CLOSE KontoTransaktionFil
           STOP RUN WITH ERROR STATUS 1
           END-IF
       END-IF

      * the group cap sums on the same second leg - opened here when
      * the customer cap did not already open it.
       OPEN INPUT GroupFil
       IF WS-GroupFil-Status = "00"
           OPEN INPUT GrpMemFil
           IF WS-GrpMemFil-Status NOT = "00"
               DISPLAY "ERROR opening GroupMembers.txt - status "
                   WS-GrpMemFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           IF NOT WS-HAS-CUSTLIMIT-FILE
               OPEN INPUT KontoSumFil
           END-IF
           IF WS-KontoSumFil-Status NOT = "00"
               DISPLAY "ERROR opening account master for exposure"
                   " sums - status " WS-KontoSumFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Group-File-Open
       ELSE
           IF WS-GroupFil-Status NOT = "35"
               DISPLAY "ERROR opening ClientGroups.txt - status "
                   WS-GroupFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
       END-IF

       OPEN INPUT CustStatusFil
       IF WS-CustStatusFil-Status = "00"
           MOVE "Y" TO WS-CustStatus-Open
           END-IF
       END-IF

       OPEN INPUT ProduktFil
       IF WS-ProduktFil-Status = "00"
           MOVE "Y" TO WS-Produkt-File-Open
       ELSE
           IF WS-ProduktFil-Status NOT = "35"
               DISPLAY "ERROR opening Produkter.txt - status "
                   WS-ProduktFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
       END-IF

      * an unreadable notice register must not pay out a notice
      * account on demand - only "not on file" means no notice
      * given.
       OPEN I-O NoticeFil
       EVALUATE WS-NoticeFil-Status
           WHEN "00"
               MOVE "Y" TO WS-Notice-File-Open
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "ERROR opening WithdrawalNotices.txt - status "
                   WS-NoticeFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
       END-EVALUATE

       MOVE "MINORLIM" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:12) IS NUMERIC
           MOVE WS-RC-Value(1:12) TO WS-Minor-Limit
       END-IF
       OPEN INPUT PersFil
       EVALUATE WS-PersFil-Status
           WHEN "00"
               MOVE "Y" TO WS-Pers-File-Open
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "ERROR opening PersonalDetails.txt - status "
                   WS-PersFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
       END-EVALUATE
       OPEN INPUT GrdFil
       EVALUATE WS-GrdFil-Status
           WHEN "00"
               MOVE "Y" TO WS-Grd-File-Open
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "ERROR opening Guardians.txt - status "
                   WS-GrdFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
       END-EVALUATE

       MOVE WS-Business-Date TO WS-Resv-Today
       OPEN INPUT ResvFil
       IF WS-ResvFil-Status = "00"
               STOP RUN WITH ERROR STATUS 1
       END-EVALUATE

      * the escrow register the same way: not on file means no
      * escrow accounts, unreadable stops the run - an unnamed
      * posting must never reach a client-money account.
       OPEN INPUT EscAcctFil
       EVALUATE WS-EscAcctFil-Status
           WHEN "00"
               OPEN I-O EscSubFil
               IF WS-EscSubFil-Status = "00"
                   OPEN I-O EscMoveFil
               END-IF
               IF WS-EscSubFil-Status NOT = "00"
                       OR WS-EscMoveFil-Status NOT = "00"
                   DISPLAY "ERROR opening the escrow sub-ledger -"
                       " status " WS-EscSubFil-Status
                       " / " WS-EscMoveFil-Status
                   CLOSE KontoFil
                   CLOSE KontoTransaktionFil
                   CLOSE JournalFile
                   STOP RUN WITH ERROR STATUS 1
               END-IF
               MOVE "Y" TO WS-Escrow-File-Open
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "ERROR opening EscrowAccounts.txt - status "
                   WS-EscAcctFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE JournalFile
               STOP RUN WITH ERROR STATUS 1
       END-EVALUATE

       PERFORM READ-POSTING-REF
       IF WS-PARTITION-RUN
           PERFORM READ-PARTITION-CHECKPOINT
       END-IF

       PERFORM CHECK-FOR-INTAKE-FEED

               CLOSE JournalFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
      * an unreadable mandate register must not let a third party
      * through - only "not on file" means no mandates granted.
           OPEN INPUT MandateFil
           EVALUATE WS-MandateFil-Status
               WHEN "00"
                   MOVE "Y" TO WS-Mandate-Open
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR opening Mandates.txt - status "
                       WS-MandateFil-Status
                   CLOSE KontoFil
                   CLOSE KontoTransaktionFil
                   CLOSE JournalFile
                   STOP RUN WITH ERROR STATUS 1
           END-EVALUATE
           PERFORM UNTIL WS-IS-DONE
               DISPLAY "KontoID to post against (blank to exit): "
               ACCEPT WS-Lookup-KontoID
           END-PERFORM
       END-IF

       IF WS-PARTITION-RUN
           MOVE "C" TO WS-Ckpt-State
           PERFORM WRITE-PARTITION-CHECKPOINT
       END-IF

       IF WS-HAS-LIMIT-FILE
           CLOSE LimitFil
       END-IF
           CLOSE CustLimitFil
           CLOSE KontoSumFil
       END-IF
       IF WS-HAS-GROUP-FILE
           CLOSE GroupFil
           CLOSE GrpMemFil
           IF NOT WS-HAS-CUSTLIMIT-FILE
               CLOSE KontoSumFil
           END-IF
       END-IF
       IF WS-HAS-TERM-FILE
           CLOSE TermFil
       END-IF
       IF WS-HAS-PRODUKT-FILE
           CLOSE ProduktFil
       END-IF
       IF WS-HAS-NOTICE-FILE
           CLOSE NoticeFil
       END-IF
       IF WS-HAS-PERS-FILE
           CLOSE PersFil
       END-IF
       IF WS-HAS-GRD-FILE
           CLOSE GrdFil
       END-IF
       IF WS-HAS-CUSTSTATUS
           CLOSE CustStatusFil
       END-IF
       IF WS-HAS-EJERE-FILE
           CLOSE EjereFil
       END-IF
       IF WS-HAS-MANDATE-FILE
           CLOSE MandateFil
       END-IF
       IF WS-HAS-RATE-FILE
           CLOSE RateFil
       END-IF
       IF WS-HOLD-FILE-OPEN
           CLOSE HoldFil
       END-IF
       IF WS-HAS-ESCROW-FILE
           CLOSE EscAcctFil
           CLOSE EscSubFil
           CLOSE EscMoveFil
       END-IF

       MOVE WS-Posted-Count   TO WS-Job-Count2
       COMPUTE WS-Job-Count3
           = WS-Rejected-Count + WS-Diverted-Count
           + WS-Fraud-Held-Count
       COMPUTE WS-Job-Count1
           = WS-Posted-Count + WS-Rejected-Count
           + WS-Diverted-Count + WS-Fraud-Held-Count
       PERFORM JOBLOG-END

       STOP RUN.
           DISPLAY "Posting cycle " WS-Cycle-No " of "
               WS-Cycle-Date.

      * the command-line digit 0-9 selects a partition; anything
      * else, or nothing, is the ordinary whole-feed run under the
      * ordinary file names.
       SET-PARTITION-MODE.
           ACCEPT WS-Partition-Arg FROM COMMAND-LINE
           IF WS-Partition-Arg(1:1) IS NUMERIC
                   AND WS-Partition-Arg(2:9) = SPACES
               MOVE "Y" TO WS-Partition-Mode
               MOVE WS-Partition-Arg(1:1) TO WS-Partition-No
               MOVE SPACES TO WS-Job-Name
               STRING "OPGAVE11P" WS-Partition-No
                   DELIMITED BY SIZE INTO WS-Job-Name
               END-STRING
               PERFORM SET-PARTITION-FILENAMES
               DISPLAY "Posting partition " WS-Partition-No
           END-IF.

      * every name follows Opgave11P<n><file> - Opgave107 creates
      * them under the same names and Opgave108 collects them.
       SET-PARTITION-FILENAMES.
           MOVE SPACES TO WS-Intake-Filename
           STRING "Opgave11P" WS-Partition-No "Intake.txt"
               DELIMITED BY SIZE INTO WS-Intake-Filename
           END-STRING
           MOVE SPACES TO WS-Trans-Filename
           STRING "Opgave11P" WS-Partition-No "Trans.txt"
               DELIMITED BY SIZE INTO WS-Trans-Filename
           END-STRING
           MOVE SPACES TO WS-Reject-Filename
           STRING "Opgave11P" WS-Partition-No "Rejects.txt"
               DELIMITED BY SIZE INTO WS-Reject-Filename
           END-STRING
           MOVE SPACES TO WS-Journal-Filename
           STRING "Opgave11P" WS-Partition-No "Journal.txt"
               DELIMITED BY SIZE INTO WS-Journal-Filename
           END-STRING
           MOVE SPACES TO WS-RefCounter-Filename
           STRING "Opgave11P" WS-Partition-No "RefCounter.txt"
               DELIMITED BY SIZE INTO WS-RefCounter-Filename
           END-STRING
           MOVE SPACES TO WS-DupReview-Filename
           STRING "Opgave11P" WS-Partition-No "DupReview.txt"
               DELIMITED BY SIZE INTO WS-DupReview-Filename
           END-STRING
           MOVE SPACES TO WS-FraudReview-Filename
           STRING "Opgave11P" WS-Partition-No "FraudReview.txt"
               DELIMITED BY SIZE INTO WS-FraudReview-Filename
           END-STRING
           MOVE SPACES TO WS-DupWork-Filename
           STRING "Opgave11P" WS-Partition-No "DupWork.dat"
               DELIMITED BY SIZE INTO WS-DupWork-Filename
           END-STRING
           MOVE SPACES TO WS-FraudWork-Filename
           STRING "Opgave11P" WS-Partition-No "FraudWork.dat"
               DELIMITED BY SIZE INTO WS-FraudWork-Filename
           END-STRING
           MOVE SPACES TO WS-PayerWork-Filename
           STRING "Opgave11P" WS-Partition-No "PayerWork.dat"
               DELIMITED BY SIZE INTO WS-PayerWork-Filename
           END-STRING
           MOVE SPACES TO WS-Checkpoint-Filename
           STRING "Opgave11P" WS-Partition-No "Checkpoint.txt"
               DELIMITED BY SIZE INTO WS-Checkpoint-Filename
           END-STRING.

      * the cycle as it stands - a partition never draws a new one.
       CURRENT-POSTING-CYCLE.
           MOVE WS-Business-Date TO WS-Cycle-Date
           MOVE ZERO TO WS-Cycle-No
           OPEN INPUT CycleFile
           IF WS-CycleFile-Status = "00"
               READ CycleFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-Date = WS-Cycle-Date
                           MOVE PC-No TO WS-Cycle-No
                       END-IF
               END-READ
               CLOSE CycleFile
           END-IF
           IF WS-Cycle-No = ZERO
               DISPLAY "ERROR no posting cycle drawn for "
                   WS-Cycle-Date " - run Opgave107 first"
               STOP RUN WITH ERROR STATUS 1
           END-IF
           DISPLAY "Posting cycle " WS-Cycle-No " of "
               WS-Cycle-Date.

      * no checkpoint means the partition was never split out -
      * posting it blind could use references another partition
      * owns, so the run stops instead. The running totals carry on
      * from where the last pass left them.
       READ-PARTITION-CHECKPOINT.
           OPEN INPUT CheckpointFile
           IF WS-Checkpoint-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Checkpoint-Filename
                   " - status " WS-Checkpoint-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE JournalFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           READ CheckpointFile
               AT END
                   DISPLAY "ERROR " WS-Checkpoint-Filename
                       " is empty"
                   CLOSE CheckpointFile
                   CLOSE KontoFil
                   CLOSE KontoTransaktionFil
                   CLOSE JournalFile
                   STOP RUN WITH ERROR STATUS 1
           END-READ
           CLOSE CheckpointFile
           MOVE CK-Done       TO WS-Ckpt-Done
           MOVE CK-Records    TO WS-Ckpt-Records
           MOVE CK-Ref-Ceiling TO WS-Ref-Ceiling
           MOVE CK-Posted     TO WS-Posted-Count
           MOVE CK-Rejected   TO WS-Rejected-Count
           MOVE CK-Diverted   TO WS-Diverted-Count
           MOVE CK-Held       TO WS-Fraud-Held-Count
           IF WS-Ckpt-Done > ZERO
               DISPLAY "Partition " WS-Partition-No
                   " resuming after record " WS-Ckpt-Done
           END-IF.

      * rewritten whole after every intake record, the same single-
      * control-record idiom as the reference counter - the caller
      * sets WS-Ckpt-State first.
       WRITE-PARTITION-CHECKPOINT.
           MOVE WS-Partition-No     TO CK-Partition
           MOVE WS-Ckpt-State       TO CK-State
           MOVE WS-Ckpt-Records     TO CK-Records
           MOVE WS-Ckpt-Done        TO CK-Done
           MOVE WS-Ref-Ceiling      TO CK-Ref-Ceiling
           MOVE WS-Posted-Count     TO CK-Posted
           MOVE WS-Rejected-Count   TO CK-Rejected
           MOVE WS-Diverted-Count   TO CK-Diverted
           MOVE WS-Fraud-Held-Count TO CK-Held
           OPEN OUTPUT CheckpointFile
           IF WS-Checkpoint-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Checkpoint-Filename
                   " - status " WS-Checkpoint-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           WRITE CheckpointRecord
           IF WS-Checkpoint-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Checkpoint-Filename
                   " - status " WS-Checkpoint-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE CheckpointFile.

      * a missing counter file just means no posting has ever been
      * referenced - the sequence starts from zero, not an error.
       READ-POSTING-REF.
      * the counter is written back after every posting, not only at
      * end of run, so an abend cannot hand the same reference out
      * twice on the rerun.
      * a partition draws only from the block Opgave107 set aside
      * for it - running past the top would hand out a reference
      * the next partition also owns.
       NEXT-POSTING-REF.
           ADD 1 TO WS-Txn-Ref
           IF WS-PARTITION-RUN AND WS-Txn-Ref > WS-Ref-Ceiling
               DISPLAY "ERROR partition " WS-Partition-No
                   " has used up its posting references ("
                   WS-Ref-Ceiling ")"
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT RefCounterFile
           IF WS-RefCounterFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-RefCounter-Filename
                   " - status " WS-RefCounterFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           MOVE WS-Txn-Ref TO RC-Last-Ref
           WRITE RefCounterRecord
           IF WS-RefCounterFile-Status NOT = "00"
               DISPLAY "ERROR writing " WS-RefCounter-Filename
                   " - status " WS-RefCounterFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           CLOSE RefCounterFile.

      * a partition run is always file-driven: the split writes
      * every partition's intake, and one it left empty simply posts
      * nothing - it never falls back to the console dialogue.
       CHECK-FOR-INTAKE-FEED.
           MOVE "N" TO WS-Intake-Present
           IF WS-PARTITION-RUN
               MOVE "Y" TO WS-Intake-Present
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Intake-Filename TO WS-Precheck-Filename
           CALL "CBL_CHECK_FILE_EXIST" USING WS-Precheck-Filename
               WS-Precheck-File-Info
               RETURNING WS-Precheck-RC
       RUN-INTAKE-FEED.
           OPEN INPUT IntakeFile
           IF WS-IntakeFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Intake-Filename
                   " - status " WS-IntakeFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF

      * a partition adds to its own rejects - a rerun after an abend
      * keeps what the first pass wrote until Opgave108 collects it.
           IF WS-PARTITION-RUN
               OPEN EXTEND RejectFile
           ELSE
               OPEN OUTPUT RejectFile
           END-IF
           IF WS-RejectFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-Reject-Filename
                   " - status " WS-RejectFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE IntakeFile

           OPEN EXTEND DupReviewFile
           IF WS-DupReviewFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-DupReview-Filename
                   " - status " WS-DupReviewFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE IntakeFile
               CLOSE RejectFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           OPEN EXTEND FraudReviewFile
           IF WS-FraudReviewFile-Status = "35"
               OPEN OUTPUT FraudReviewFile
           END-IF
           IF WS-FraudReviewFile-Status NOT = "00"
               DISPLAY "ERROR opening " WS-FraudReview-Filename
                   " - status " WS-FraudReviewFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE IntakeFile
               CLOSE RejectFile
               CLOSE DupReviewFile
               STOP RUN WITH ERROR STATUS 1
           END-IF

           PERFORM LOAD-FRAUD-RULES
           PERFORM OPEN-FRAUD-PROFILE
           PERFORM BUILD-DUP-GUARD

           PERFORM UNTIL END-INTAKE
                   AT END
                       SET END-INTAKE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Intake-Read
                       IF WS-Intake-Read > WS-Ckpt-Done
                           PERFORM PROCESS-INTAKE-RECORD
                           IF WS-PARTITION-RUN
                               MOVE WS-Intake-Read TO WS-Ckpt-Done
                               MOVE "R" TO WS-Ckpt-State
                               PERFORM WRITE-PARTITION-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Postings applied: " WS-Posted-Count
           DISPLAY "Requests rejected (see " WS-Reject-Filename
               "): " WS-Rejected-Count
           DISPLAY "Suspected duplicates diverted (see "
               WS-DupReview-Filename "): " WS-Diverted-Count
           DISPLAY "Held for fraud review (see "
               WS-FraudReview-Filename "): " WS-Fraud-Held-Count

           CLOSE IntakeFile
           CLOSE RejectFile
           CLOSE DupReviewFile
           CLOSE FraudReviewFile
           IF WS-HAS-DUP-GUARD
               CLOSE DupWorkFil
           END-IF
           IF WS-HAS-FRAUD-PROFILE
               CLOSE FraudWorkFil
               CLOSE PayerWorkFil
           END-IF.

      * one pass over the history, once per run: every normal
       BUILD-DUP-GUARD.
           OPEN OUTPUT DupWorkFil
           IF WS-DupWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening " WS-DupWork-Filename
                   " - status " WS-DupWorkFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
                                   CONTINUE
                           END-WRITE
                       END-IF
                       PERFORM NOTE-FRAUD-HISTORY
               END-READ
           END-PERFORM
           IF WS-TransScanFil-Status = "00" OR "10"
           CLOSE DupWorkFil
           OPEN INPUT DupWorkFil
           IF WS-DupWorkFil-Status NOT = "00"
               DISPLAY "ERROR reopening " WS-DupWork-Filename
                   " - status " WS-DupWorkFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
                   MOVE Intake-Amount TO WS-Txn-Amount
                   MOVE Intake-Text   TO WS-Txn-Text
                   MOVE Intake-ValueDate TO WS-Value-Date
                   MOVE Intake-SubAccount TO WS-Txn-SubAccount
                   MOVE Intake-ContraSub  TO WS-Txn-ContraSub
                   PERFORM FIND-INTAKE-SETTLE-VALUTA
                   PERFORM DEFAULT-VALUE-DATE
                   PERFORM CHECK-INTAKE-DUPLICATE
                   IF WS-IS-DUPLICATE
                       PERFORM DIVERT-SUSPECT-DUPLICATE
                   ELSE
                       PERFORM SCREEN-AND-POST-INTAKE
                   END-IF
               END-IF
           END-IF.

      * the fraud screen stands between the duplicate check and the
      * posting. Whatever does post joins the account's profile at
      * once, so a feed carrying the credits and the transfer out in
      * the same run is judged on all of it.
       SCREEN-AND-POST-INTAKE.
           PERFORM CHECK-FRAUD-RULES
           IF WS-FRAUD-HIT
               PERFORM HOLD-FOR-FRAUD-REVIEW
           ELSE
               MOVE WS-Posted-Count TO WS-Fraud-Posted-Before
               PERFORM POST-CHECKED-INTAKE
               IF WS-Posted-Count > WS-Fraud-Posted-Before
                   PERFORM NOTE-FRAUD-POSTING
               END-IF
           END-IF.

       POST-CHECKED-INTAKE.
           IF WS-TXN-TRANSFER
               MOVE Intake-KontoID       TO WS-Transfer-From
           MOVE IntakeRecord TO DupReviewRecord
           WRITE DupReviewRecord
           IF WS-DupReviewFile-Status NOT = "00"
               DISPLAY "ERROR writing " WS-DupReview-Filename
                   " - status " WS-DupReviewFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE IntakeFile
               Intake-KontoID " " WS-Dup-Check-Type
               " on " WS-Txn-Date.

      * the rules file is optional - without it the built-in rules
      * stand. A line that does not read is reported and ignored.
       LOAD-FRAUD-RULES.
           OPEN INPUT FraudRuleFile
           IF WS-FraudRuleFile-Status = "00"
               PERFORM UNTIL END-FRAUDRULE
                   READ FraudRuleFile
                       AT END
                           SET END-FRAUDRULE TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-FRAUD-RULE
                   END-READ
               END-PERFORM
               CLOSE FraudRuleFile
           ELSE
               IF WS-FraudRuleFile-Status NOT = "35"
                   DISPLAY "ERROR opening FraudRules.txt - status "
                       WS-FraudRuleFile-Status
                   CLOSE KontoFil
                   CLOSE KontoTransaktionFil
                   STOP RUN WITH ERROR STATUS 1
               END-IF
           END-IF

           COMPUTE WS-FR-Date-Int
               = FUNCTION INTEGER-OF-DATE(WS-Business-Date)
               - WS-FR-New-Days + 1
           COMPUTE WS-FR-New-From
               = FUNCTION DATE-OF-INTEGER(WS-FR-Date-Int)
           COMPUTE WS-FR-Date-Int
               = FUNCTION INTEGER-OF-DATE(WS-Business-Date)
               - WS-FR-Fun-Days + 1
           COMPUTE WS-FR-Fun-From
               = FUNCTION DATE-OF-INTEGER(WS-FR-Date-Int)
           COMPUTE WS-FR-Date-Int
               = FUNCTION INTEGER-OF-DATE(WS-Business-Date)
               - WS-FR-Jump-Days + 1
           COMPUTE WS-FR-Jump-From
               = FUNCTION DATE-OF-INTEGER(WS-FR-Date-Int)
           MOVE WS-FR-New-From TO WS-FR-Oldest-From
           IF WS-FR-Fun-From < WS-FR-Oldest-From
               MOVE WS-FR-Fun-From TO WS-FR-Oldest-From
           END-IF
           IF WS-FR-Jump-From < WS-FR-Oldest-From
               MOVE WS-FR-Jump-From TO WS-FR-Oldest-From
           END-IF.

       APPLY-ONE-FRAUD-RULE.
           IF FRR-Days NOT NUMERIC OR FRR-Days = ZERO
                   OR FRR-Count NOT NUMERIC
                   OR FRR-Factor NOT NUMERIC
                   OR FRR-Amount NOT NUMERIC
                   OR (FRR-Active NOT = "Y" AND FRR-Active NOT = "N")
               DISPLAY "FraudRules.txt line ignored - does not read: "
                   FraudRuleRecord
               EXIT PARAGRAPH
           END-IF

           EVALUATE FRR-Rule
               WHEN "NEWA"
                   MOVE FRR-Active TO WS-FR-New-Active
                   MOVE FRR-Days   TO WS-FR-New-Days
                   MOVE FRR-Amount TO WS-FR-New-Amount
               WHEN "FUNL"
                   MOVE FRR-Active TO WS-FR-Fun-Active
                   MOVE FRR-Days   TO WS-FR-Fun-Days
                   MOVE FRR-Count  TO WS-FR-Fun-Count
                   MOVE FRR-Factor TO WS-FR-Fun-Pct
                   MOVE FRR-Amount TO WS-FR-Fun-Amount
               WHEN "JUMP"
                   MOVE FRR-Active TO WS-FR-Jump-Active
                   MOVE FRR-Days   TO WS-FR-Jump-Days
                   MOVE FRR-Count  TO WS-FR-Jump-Count
                   MOVE FRR-Factor TO WS-FR-Jump-Factor
                   MOVE FRR-Amount TO WS-FR-Jump-Amount
               WHEN OTHER
                   DISPLAY "FraudRules.txt line ignored - unknown "
                       "rule " FRR-Rule
           END-EVALUATE.

      * the profile files are work files, rebuilt from the history
      * on every run the way the duplicate guard is.
       OPEN-FRAUD-PROFILE.
           OPEN OUTPUT FraudWorkFil
           IF WS-FraudWorkFil-Status = "00"
               CLOSE FraudWorkFil
               OPEN I-O FraudWorkFil
           END-IF
           IF WS-FraudWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening " WS-FraudWork-Filename
                   " - status " WS-FraudWorkFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           OPEN OUTPUT PayerWorkFil
           IF WS-PayerWorkFil-Status = "00"
               CLOSE PayerWorkFil
               OPEN I-O PayerWorkFil
           END-IF
           IF WS-PayerWorkFil-Status NOT = "00"
               DISPLAY "ERROR opening " WS-PayerWork-Filename
                   " - status " WS-PayerWorkFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE FraudWorkFil
               STOP RUN WITH ERROR STATUS 1
           END-IF
           MOVE "Y" TO WS-Fraud-Profile-Built.

      * one history record into the profile - ordinary debits and
      * credits only; interest, carry-forwards and either half of a
      * reversal pair say nothing about how the account is used.
       NOTE-FRAUD-HISTORY.
           IF Scan-ReversalFlag = SPACE
                   AND Scan-Date IS NUMERIC
                   AND Scan-Amount > ZERO
                   AND (Scan-Type = "D" OR Scan-Type = "C")
               MOVE Scan-KontoID TO WS-Fraud-KontoID
               MOVE Scan-Type    TO WS-Fraud-Side
               MOVE Scan-Amount  TO WS-Fraud-Amount
               MOVE Scan-Date    TO WS-Fraud-Date
               MOVE SPACES       TO WS-Fraud-Payer
               IF Scan-Type = "C"
                   IF WS-Prev-Scan-Type = "D"
                           AND WS-Prev-Scan-Ref = Scan-Ref
                           AND Scan-Ref NOT = ZERO
                       MOVE WS-Prev-Scan-KontoID TO WS-Fraud-Payer
                   ELSE
                       IF Scan-Text NOT = SPACES
                           MOVE Scan-Text TO WS-Fraud-Payer
                       ELSE
                           STRING "REF " Scan-Ref
                               INTO WS-Fraud-Payer
                           END-STRING
                       END-IF
                   END-IF
               END-IF
               PERFORM NOTE-FRAUD-ENTRY
           END-IF
           MOVE Scan-KontoID TO WS-Prev-Scan-KontoID
           MOVE Scan-Type    TO WS-Prev-Scan-Type
           MOVE Scan-Ref     TO WS-Prev-Scan-Ref.

      * this run's own posting into the profile: the account paid
      * from, and for a transfer the account paid into as well.
       NOTE-FRAUD-POSTING.
           IF NOT WS-HAS-FRAUD-PROFILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Business-Date TO WS-Fraud-Date
           MOVE Intake-KontoID   TO WS-Fraud-KontoID
           MOVE WS-Txn-Amount    TO WS-Fraud-Amount
           MOVE SPACES           TO WS-Fraud-Payer
           IF WS-TXN-CREDIT
               MOVE "C" TO WS-Fraud-Side
               IF WS-Txn-Text NOT = SPACES
                   MOVE WS-Txn-Text TO WS-Fraud-Payer
               ELSE
                   STRING "REF " WS-Txn-Ref
                       INTO WS-Fraud-Payer
                   END-STRING
               END-IF
               PERFORM NOTE-FRAUD-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE "D" TO WS-Fraud-Side
           PERFORM NOTE-FRAUD-ENTRY
           IF WS-TXN-TRANSFER
               MOVE Intake-ContraKontoID TO WS-Fraud-KontoID
               MOVE "C"                  TO WS-Fraud-Side
               MOVE WS-Converted-Amount  TO WS-Fraud-Amount
               MOVE Intake-KontoID       TO WS-Fraud-Payer
               PERFORM NOTE-FRAUD-ENTRY
           END-IF.

       NOTE-FRAUD-ENTRY.
           IF WS-Fraud-Date < WS-FR-Oldest-From
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FRAUD-PROFILE

           IF WS-FRAUD-SIDE-DEBIT
               IF WS-Fraud-Date NOT < WS-FR-New-From
                   ADD WS-Fraud-Amount TO FW-New-Debits
               END-IF
               IF WS-Fraud-Date NOT < WS-FR-Fun-From
                   ADD WS-Fraud-Amount TO FW-Fun-Debits
               END-IF
               IF WS-Fraud-Date NOT < WS-FR-Jump-From
                   ADD 1 TO FW-Base-Count
                   ADD WS-Fraud-Amount TO FW-Base-Total
               END-IF
           ELSE
               IF WS-Fraud-Date NOT < WS-FR-New-From
                   ADD WS-Fraud-Amount TO FW-New-Credits
               END-IF
               IF WS-Fraud-Date NOT < WS-FR-Fun-From
                   ADD WS-Fraud-Amount TO FW-Fun-Credits
                   MOVE WS-Fraud-KontoID TO PW-KontoID
                   MOVE WS-Fraud-Payer   TO PW-Payer
                   WRITE PayerWorkRecord
                       INVALID KEY
      * the same payer again - counted once.
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO FW-Fun-Payers
                   END-WRITE
               END-IF
           END-IF

           IF WS-FW-ON-FILE
               REWRITE FraudWorkRecord
                   INVALID KEY
                       DISPLAY "WARNING: fraud profile not updated"
                           " for " FW-KontoID
               END-REWRITE
           ELSE
               WRITE FraudWorkRecord
                   INVALID KEY
                       DISPLAY "WARNING: fraud profile not written"
                           " for " FW-KontoID
               END-WRITE
           END-IF.

      * an account with no profile record has had no activity
      * inside any window - every figure starts at zero.
       READ-FRAUD-PROFILE.
           MOVE "N" TO WS-FW-Found
           MOVE WS-Fraud-KontoID TO FW-KontoID
           READ FraudWorkFil
               INVALID KEY
                   MOVE ZERO TO FW-New-Credits
                   MOVE ZERO TO FW-New-Debits
                   MOVE ZERO TO FW-Fun-Payers
                   MOVE ZERO TO FW-Fun-Credits
                   MOVE ZERO TO FW-Fun-Debits
                   MOVE ZERO TO FW-Base-Count
                   MOVE ZERO TO FW-Base-Total
               NOT INVALID KEY
                   MOVE "Y" TO WS-FW-Found
           END-READ.

      * only money leaving a customer's account is screened - a
      * credit cannot be stolen through, and the bank's own
      * accounts move what the bank itself books. An item an
      * analyst has released passes.
       CHECK-FRAUD-RULES.
           MOVE SPACES TO WS-Fraud-Rule
           MOVE ZERO   TO WS-Fraud-Figure
           MOVE ZERO   TO WS-Fraud-Count
           IF NOT WS-HAS-FRAUD-PROFILE OR INTAKE-FRAUD-RELEASED
                   OR WS-TXN-CREDIT OR WS-Txn-Amount NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE Intake-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KontoRecord-KundeID = "*BANK*" OR KONTO-RECORD-CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE Intake-KontoID TO WS-Fraud-KontoID
           PERFORM READ-FRAUD-PROFILE
           MOVE WS-Txn-Amount TO WS-Fraud-Amount

      * the status date of an active account is the day it was
      * opened or last brought back into use.
           IF WS-FR-NEW-ON AND KONTO-RECORD-ACTIVE
                   AND KontoRecord-StatusDate NOT < WS-FR-New-From
                   AND FW-New-Credits NOT < WS-FR-New-Amount
                   AND FW-New-Debits + WS-Fraud-Amount
                       NOT < WS-FR-New-Amount
               MOVE "NEWA"         TO WS-Fraud-Rule
               MOVE FW-New-Credits TO WS-Fraud-Figure
               EXIT PARAGRAPH
           END-IF

           IF WS-FR-FUN-ON AND FW-Fun-Credits > ZERO
                   AND FW-Fun-Payers NOT < WS-FR-Fun-Count
                   AND WS-Fraud-Amount NOT < WS-FR-Fun-Amount
                   AND (FW-Fun-Debits + WS-Fraud-Amount) * 100
                       NOT < FW-Fun-Credits * WS-FR-Fun-Pct
               MOVE "FUNL"         TO WS-Fraud-Rule
               MOVE FW-Fun-Credits TO WS-Fraud-Figure
               MOVE FW-Fun-Payers  TO WS-Fraud-Count
               EXIT PARAGRAPH
           END-IF

           IF WS-FR-JUMP-ON AND FW-Base-Count > ZERO
                   AND FW-Base-Count NOT < WS-FR-Jump-Count
                   AND WS-Fraud-Amount NOT < WS-FR-Jump-Amount
               COMPUTE WS-Fraud-Average ROUNDED
                   = FW-Base-Total / FW-Base-Count
               IF WS-Fraud-Amount
                       > WS-Fraud-Average * WS-FR-Jump-Factor
                   MOVE "JUMP"           TO WS-Fraud-Rule
                   MOVE WS-Fraud-Average TO WS-Fraud-Figure
                   MOVE FW-Base-Count    TO WS-Fraud-Count
               END-IF
           END-IF.

       HOLD-FOR-FRAUD-REVIEW.
           ADD 1 TO WS-Fraud-Held-Count
           MOVE SPACES TO FraudReviewRecord
           MOVE IntakeRecord     TO FQ-Image
           MOVE WS-Fraud-Rule    TO FQ-Rule
           MOVE WS-Business-Date TO FQ-Date
           MOVE WS-Cycle-No      TO FQ-Cycle
           MOVE WS-Fraud-Figure  TO FQ-Figure
           MOVE WS-Fraud-Count   TO FQ-Count
           MOVE Intake-SubAccount TO FQ-SubAccount
           MOVE Intake-ContraSub  TO FQ-ContraSub
           WRITE FraudReviewRecord
           IF WS-FraudReviewFile-Status NOT = "00"
               DISPLAY "ERROR writing " WS-FraudReview-Filename
                   " - status " WS-FraudReviewFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE IntakeFile
               CLOSE RejectFile
               CLOSE FraudReviewFile
               STOP RUN WITH ERROR STATUS 1
           END-IF
           DISPLAY "Held for fraud review (" WS-Fraud-Rule "): "
               Intake-KontoID " " WS-Txn-Type " on " WS-Txn-Date.

       WRITE-TRANSFER-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - transfer " WS-Transfer-From
               " -> " WS-Transfer-To
               " - " WS-Transfer-Error
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-INVALID-TYPE-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " Intake-KontoID
               " has invalid transaction type " Intake-Type
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-INVALID-AMOUNT-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " Intake-KontoID
               " has a non-numeric amount"
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-UNKNOWN-KONTO-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " Intake-KontoID
               " not found in Kontooplysninger.txt"
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-CLOSED-KONTO-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " Intake-KontoID
               " is closed"
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-ESCROW-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " WS-Esc-Check-Konto
               " sub-account " WS-Esc-Check-Sub
               " - " WS-Escrow-Error
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

      * a rewrite failure in batch mode lands in the reject file too,
      * so posted + rejected always accounts for every request read -
      * the console DISPLAY alone would scroll away with the feed.
           ADD 1 TO WS-Rejected-Count
           WRITE RejectLine
           IF WS-RejectFile-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Reject-Filename
                   " - status " WS-RejectFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE IntakeFile
                               DISPLAY "Value date (blank = posting"
                                   " date): "
                               ACCEPT WS-Value-Date
                               MOVE KontoRecord-Valuta
                                   TO WS-Settle-Valuta
                               PERFORM DEFAULT-VALUE-DATE
                               DISPLAY "Cash over the counter (Y/N): "
                               ACCEPT WS-Cash-Flag
                               PERFORM ASK-ESCROW-SUBACCOUNTS
                               PERFORM CHECK-INSTRUCTING-PARTY
                               IF WS-INSTRUCTION-OK
                                   PERFORM POST-KEYED-DEBIT-CREDIT
                               END-IF
                           WHEN WS-TXN-TRANSFER
                               DISPLAY "Credit to KontoID: "
                               DISPLAY "Value date (blank = posting"
                                   " date): "
                               ACCEPT WS-Value-Date
                               MOVE KontoRecord-Valuta
                                   TO WS-Settle-Valuta
                               PERFORM DEFAULT-VALUE-DATE
                               PERFORM ASK-ESCROW-SUBACCOUNTS
                               MOVE WS-Lookup-KontoID
                                   TO WS-Transfer-From
                               PERFORM CHECK-INSTRUCTING-PARTY
                               IF NOT WS-INSTRUCTION-OK
                                   MOVE "N" TO WS-Transfer-Valid
                                   MOVE "no authority to instruct"
                                       TO WS-Transfer-Error
                               ELSE
                                   PERFORM CHECK-APPROVAL-LIMIT
                                   IF NOT WS-APPROVAL-GIVEN
                                       MOVE "N" TO WS-Transfer-Valid
                                       MOVE "not approved"
                                           TO WS-Transfer-Error
                                   ELSE
                                       PERFORM POST-TRANSFER
                                   END-IF
                               END-IF
                               IF NOT WS-TRANSFER-OK
                                   DISPLAY "Transfer not applied - "
                   END-IF
           END-READ.

      * the holder of KontoRecord is a minor when a date of birth
      * is on file, the majority step has not yet run for them and
      * the 18th birthday is still after the business date.
       CHECK-MINOR-HOLDER.
           MOVE "N" TO WS-Minor-Holder
           IF NOT WS-HAS-PERS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KundeID TO Pers-KundeID
           READ PersFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF Pers-MajorityDate NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Majority-Date
               = (Pers-BirthYear + 18) * 10000 + Pers-BirthMMDD
           IF WS-Majority-Date > WS-Business-Date
               MOVE "Y" TO WS-Minor-Holder
           END-IF.

      * above the pocket-money limit a minor's money moves only on
      * the instruction of a guardian registered against them - not
      * the child in person, and not a co-owner or mandate holder.
       CHECK-GUARDIAN-INSTRUCTION.
           MOVE WS-Minor-Limit TO WS-Balance-Display
           IF WS-Instructing-ID = SPACES
                   OR WS-Instructing-ID = KontoRecord-KundeID
                   OR NOT WS-HAS-GRD-FILE
               DISPLAY "The account holder is under 18 - above "
                   WS-Balance-Display " a guardian must instruct"
                   " - posting skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KundeID TO Grd-MinorID
           MOVE WS-Instructing-ID   TO Grd-GuardianID
           READ GrdFil
               INVALID KEY
                   DISPLAY WS-Instructing-ID " is not a registered"
                       " guardian of " KontoRecord-KundeID
                       " - posting skipped"
               NOT INVALID KEY
                   MOVE "Y" TO WS-Instruct-OK
                   DISPLAY "Instructed by guardian " WS-Instructing-ID
           END-READ.

      * money leaving an account is instructed by its holder, a
      * co-owner (KontoEjere.txt O/J), or a third party holding a
      * mandate in force that reaches this far - view-only never
      * does, a limited mandate up to its debit limit. Anyone may
      * pay money in. A POA or guardian role in KontoEjere.txt
      * alone carries no scope or validity, so it needs the
      * mandate behind it.
       CHECK-INSTRUCTING-PARTY.
           MOVE "N" TO WS-Instruct-OK
           IF WS-TXN-CREDIT
               MOVE "Y" TO WS-Instruct-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Instructed by (ID, blank = the account holder"
               " in person): "
           ACCEPT WS-Instructing-ID
           IF WS-Txn-Amount > WS-Minor-Limit
               PERFORM CHECK-MINOR-HOLDER
               IF WS-HOLDER-IS-MINOR
                   PERFORM CHECK-GUARDIAN-INSTRUCTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-Instructing-ID = SPACES
                   OR WS-Instructing-ID = KontoRecord-KundeID
               MOVE "Y" TO WS-Instruct-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-HAS-EJERE-FILE
               MOVE KontoRecord-KontoID TO EjereRecord-KontoID
               MOVE WS-Instructing-ID   TO EjereRecord-KundeID
               READ EjereFil
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EJER-ROLLE-OWNER OR EJER-ROLLE-JOINT
                           MOVE "Y" TO WS-Instruct-OK
                       END-IF
               END-READ
               IF WS-INSTRUCTION-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF NOT WS-HAS-MANDATE-FILE
               DISPLAY WS-Instructing-ID " holds no mandate on "
                   KontoRecord-KontoID " - posting skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KontoID TO MandateRecord-KontoID
           MOVE WS-Instructing-ID   TO MandateRecord-HolderID
           READ MandateFil
               INVALID KEY
                   DISPLAY WS-Instructing-ID " holds no mandate on "
                       KontoRecord-KontoID " - posting skipped"
                   EXIT PARAGRAPH
           END-READ
           IF MandateRecord-ValidFrom > WS-Business-Date
                   OR MandateRecord-ValidTo < WS-Business-Date
               DISPLAY "Mandate of " WS-Instructing-ID
                   " is not in force on " WS-Business-Date
                   " (valid " MandateRecord-ValidFrom "-"
                   MandateRecord-ValidTo ") - posting skipped"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MANDATE-SCOPE-FULL
                   MOVE "Y" TO WS-Instruct-OK
               WHEN MANDATE-SCOPE-LIMITED
                   IF WS-Txn-Amount > MandateRecord-DebitLimit
                       DISPLAY "Amount exceeds the debit limit of "
                           WS-Instructing-ID "'s mandate -"
                           " posting skipped"
                   ELSE
                       MOVE "Y" TO WS-Instruct-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Mandate of " WS-Instructing-ID
                       " is view only - posting skipped"
           END-EVALUATE
           IF WS-INSTRUCTION-OK
               DISPLAY "Instructed by " MandateRecord-Name
                   " under mandate " MandateRecord-DocRef
           END-IF.

      * a cash posting needs the operator's till open for the
      * business day before anything is applied, and the till is
      * only credited with the cash once the posting has actually
      * landed - a posting that is rejected, or queued for a
      * supervisor, moved no cash across the counter. Queued items
      * are disposed of later without the customer at the desk, so
      * a cash item over the approval limit is refused outright.
       POST-KEYED-DEBIT-CREDIT.
           IF WS-IS-CASH
               PERFORM CHECK-CASH-TILL
               IF NOT WS-TILL-READY
                   EXIT PARAGRAPH
               END-IF
               IF WS-Txn-Amount > WS-Approval-Limit
                       AND NOT WS-OPERATOR-IS-SUPERVISOR
                   DISPLAY "Cash above the approval limit needs a"
                       " supervisor at the counter - posting skipped"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-Posted-Count TO WS-Posted-Before
           PERFORM CHECK-APPROVAL-LIMIT
           IF WS-APPROVAL-GIVEN
               PERFORM APPLY-TRANSACTION
           END-IF

           IF WS-IS-CASH AND WS-Posted-Count > WS-Posted-Before
               PERFORM RECORD-TILL-CASH
           END-IF.

      * the drawer holds Danish kroner only, and cannot pay out more
      * than it should contain.
       CHECK-CASH-TILL.
           MOVE "N" TO WS-Till-OK
           IF KontoRecord-Valuta NOT = "DKK"
               DISPLAY "Account " KontoRecord-KontoID " is held in "
                   KontoRecord-Valuta " - the till takes DKK cash"
                   " only; posting skipped"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TillFil
           IF WS-TillFil-Status NOT = "00"
               DISPLAY "No till open for " WS-Operator-ID
                   " - open it first; posting skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Operator-ID TO TillRecord-Operator
           READ TillFil
               INVALID KEY
                   MOVE "C" TO TillRecord-Status
           END-READ
           CLOSE TillFil

           IF NOT TILL-IS-OPEN
                   OR TillRecord-Date NOT = WS-Business-Date
               DISPLAY "No till open for " WS-Operator-ID
                   " on " WS-Business-Date
                   " - open it first; posting skipped"
               EXIT PARAGRAPH
           END-IF

           IF WS-TXN-DEBIT
               COMPUTE WS-Till-Cash
                   = TillRecord-Float + TillRecord-CashIn
                   - TillRecord-CashOut + TillRecord-VaultIn
                   - TillRecord-VaultOut
               IF WS-Txn-Amount > WS-Till-Cash
                   DISPLAY "The till holds too little cash for this"
                       " withdrawal - posting skipped"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-Till-OK.

      * the posting itself is already journalled, so a failure here
      * is reported for the teller to correct at close rather than
      * stopping the session.
       RECORD-TILL-CASH.
           OPEN I-O TillFil
           IF WS-TillFil-Status NOT = "00"
               DISPLAY "WARNING: could not open Tills.txt - status "
                   WS-TillFil-Status " - cash not recorded on till"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Operator-ID TO TillRecord-Operator
           READ TillFil
               INVALID KEY
                   DISPLAY "WARNING: till " WS-Operator-ID
                       " not found - cash not recorded on till"
                   CLOSE TillFil
                   EXIT PARAGRAPH
           END-READ
           IF WS-TXN-DEBIT
               ADD WS-Txn-Amount TO TillRecord-CashOut
               MOVE "O" TO TM-Kind
           ELSE
               ADD WS-Txn-Amount TO TillRecord-CashIn
               MOVE "I" TO TM-Kind
           END-IF
           REWRITE TillRecord
               INVALID KEY
                   DISPLAY "WARNING: rewrite failed for till "
                       WS-Operator-ID
           END-REWRITE
           CLOSE TillFil

           OPEN EXTEND TillMoveFile
           IF WS-TillMoveFile-Status NOT = "00"
               DISPLAY "WARNING: could not open TillMovements.txt -"
                   " status " WS-TillMoveFile-Status
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-Till-Time FROM TIME
           MOVE WS-Operator-ID      TO TM-Operator
           MOVE TillRecord-Branch   TO TM-Branch
           MOVE WS-Business-Date    TO TM-Date
           MOVE WS-Till-Time        TO TM-Time
           MOVE WS-Txn-Amount       TO TM-Amount
           MOVE KontoRecord-KontoID TO TM-KontoID
           MOVE WS-Txn-Ref          TO TM-Ref
           WRITE TillMoveRecord
           IF WS-TillMoveFile-Status NOT = "00"
               DISPLAY "WARNING: could not write till movement -"
                   " status " WS-TillMoveFile-Status
           END-IF
           CLOSE TillMoveFile.

      * the period gate runs on the value date - the day the money
      * takes effect is the day that must still be open, not the
      * day the operator happened to book it.
           END-IF.

       APPLY-UNHELD-TRANSACTION.
           MOVE KontoRecord-KontoID TO WS-Esc-Check-Konto
           MOVE WS-Txn-SubAccount   TO WS-Esc-Check-Sub
           MOVE WS-Txn-Type         TO WS-Esc-Check-Type
           MOVE WS-Txn-Amount       TO WS-Esc-Check-Amount
           PERFORM CHECK-ESCROW-SUBACCOUNT
           IF NOT WS-ESCROW-OK
               DISPLAY "Account " KontoRecord-KontoID " - "
                   WS-Escrow-Error " - posting rejected"
               IF WS-HAS-INTAKE
                   PERFORM WRITE-ESCROW-REJECT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TXN-DEBIT
               PERFORM CHECK-ESTATE-BLOCK
               IF WS-ESTATE-BLOCKS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-NOTICE-PERIOD
               IF WS-NOTICE-BLOCKS
                   DISPLAY "Account " KontoRecord-KontoID
                       " pays out on notice only - posting rejected"
                   IF WS-HAS-INTAKE
                       PERFORM WRITE-NOTICE-REJECT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-HAS-INTAKE AND WS-Txn-Amount > WS-Minor-Limit
                   PERFORM CHECK-MINOR-HOLDER
                   IF WS-HOLDER-IS-MINOR
                       DISPLAY "Account " KontoRecord-KontoID
                           " belongs to a minor - posting rejected"
                       PERFORM WRITE-MINOR-REJECT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-Posted-Count TO WS-Notice-Posted-Before
               COMPUTE WS-Proposed-Balance
                   = KontoRecord-Balance - WS-Txn-Amount
               PERFORM CHECK-OVERDRAFT-LIMIT
                       END-IF
                   END-IF
               END-IF
               IF WS-LIMIT-OK
                   PERFORM CHECK-GROUP-LIMIT
                   IF NOT WS-GROUPLIMIT-OK
                       MOVE "N" TO WS-Limit-Valid
                       DISPLAY "Debit on " KontoRecord-KontoID
                           " would breach the connected-client"
                           " group limit - posting rejected"
                       IF WS-HAS-INTAKE
                           PERFORM WRITE-GRPLIMIT-REJECT
                       END-IF
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-Proposed-Balance
                   = KontoRecord-Balance + WS-Txn-Amount
               MOVE ZERO                  TO JR-FXRate
               PERFORM WRITE-JOURNAL-INTENT
               MOVE WS-Proposed-Balance TO KontoRecord-Balance
               MOVE WS-Posted-Count TO WS-Esc-Posted-Before
               PERFORM REWRITE-POSTED-KONTO
               IF WS-IS-ESCROW
                       AND WS-Posted-Count > WS-Esc-Posted-Before
                   MOVE KontoRecord-KontoID TO WS-Esc-Check-Konto
                   MOVE WS-Txn-SubAccount   TO WS-Esc-Check-Sub
                   IF WS-TXN-DEBIT
                       COMPUTE WS-EscPost-Amount
                           = ZERO - WS-Txn-Amount
                   ELSE
                       MOVE WS-Txn-Amount TO WS-EscPost-Amount
                   END-IF
                   PERFORM POST-ESCROW-LEG
               END-IF
           END-IF

           IF WS-TXN-DEBIT AND WS-Notice-KontoID NOT = SPACES
                   AND WS-Posted-Count > WS-Notice-Posted-Before
               PERFORM DRAW-DOWN-NOTICES
               PERFORM POST-EARLY-PENALTY
           END-IF.

       REWRITE-POSTED-KONTO.
       WRITE-JOURNAL-RECORD.
           WRITE JournalRecord
           IF WS-JournalFile-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Journal-Filename
                   " - status " WS-JournalFile-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               CLOSE JournalFile

           WRITE KontoTransRecord
           IF WS-TransFil-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Trans-Filename
                   " - status " WS-TransFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
           END-STRING
           PERFORM WRITE-REJECT-LINE.

      * and the group-level refusal (GLIM) from both, naming the
      * group whose cap was hit.
       WRITE-GRPLIMIT-REJECT.
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED GLIM - KontoID " KontoRecord-KontoID
               " debit would breach the limit of group "
               Grp-GroupID
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

      * is the account in KontoRecord-KontoID a locked term deposit
      * that has not matured? Matured or unlocked deposits debit
      * freely - the maturity step (Opgave65) pays them out the
           END-STRING
           PERFORM WRITE-REJECT-LINE.

      * a debit on a notice product must be covered by notice that
      * is available today and has not lapsed. Keyed at the desk,
      * the operator may offer the customer an early withdrawal; a
      * supervisor's approval lets it through at the penalty rate.
      * The feed has nobody to ask, so there it is simply refused.
       CHECK-NOTICE-PERIOD.
           MOVE "N" TO WS-Notice-Blocked
           MOVE "N" TO WS-Notice-Override
           MOVE SPACES TO WS-Notice-KontoID
           IF WS-CHARGING-PENALTY
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Notice-Penalty
           IF NOT WS-HAS-PRODUKT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KontoType TO ProduktRecord-Kode
           READ ProduktFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ProduktRecord-NoticeDays = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE KontoRecord-KontoID        TO WS-Notice-KontoID
           MOVE ProduktRecord-NoticeDays   TO WS-Notice-Days
           MOVE ProduktRecord-PenaltyPct   TO WS-Notice-Penalty-Pct
           MOVE ZERO TO WS-Notice-Available
           IF WS-HAS-NOTICE-FILE
               SET END-NOTICE TO FALSE
               MOVE KontoRecord-KontoID TO WN-KontoID
               MOVE ZERO TO WN-AvailDate
               START NoticeFil KEY IS NOT LESS THAN WN-Key
                   INVALID KEY
                       SET END-NOTICE TO TRUE
               END-START
               PERFORM UNTIL END-NOTICE
                   READ NoticeFil NEXT RECORD
                       AT END
                           SET END-NOTICE TO TRUE
                       NOT AT END
                           IF WN-KontoID NOT = WS-Notice-KontoID
                                   OR WN-AvailDate > WS-Resv-Today
                               SET END-NOTICE TO TRUE
                           ELSE
                               IF WN-LapseDate NOT < WS-Resv-Today
                                   ADD WN-Remaining
                                       TO WS-Notice-Available
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-Txn-Amount NOT > WS-Notice-Available
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Notice-Uncovered
               = WS-Txn-Amount - WS-Notice-Available
           MOVE "Y" TO WS-Notice-Blocked
           MOVE WS-Notice-Available TO WS-Balance-Display
           DISPLAY "Account " KontoRecord-KontoID " is a "
               WS-Notice-Days "-day notice account - noticed and"
               " available today: " WS-Balance-Display
           IF WS-HAS-INTAKE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Notice-Penalty ROUNDED
               = WS-Notice-Uncovered * WS-Notice-Penalty-Pct
               * WS-Notice-Days / 365
           MOVE WS-Notice-Penalty TO WS-Balance-Display
           DISPLAY "Early withdrawal carries penalty interest of "
               WS-Balance-Display " - withdraw early (Y/N): "
           ACCEPT WS-Notice-Answer
           IF WS-Notice-Answer NOT = "Y" AND NOT = "y"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO WS-Approval-OK
           ELSE
               PERFORM SUPERVISOR-APPROVAL
           END-IF
           IF WS-APPROVAL-GIVEN
               MOVE "N" TO WS-Notice-Blocked
               MOVE "Y" TO WS-Notice-Override
               DISPLAY "Early withdrawal approved - penalty will be"
                   " charged"
           END-IF.

      * what the debit took comes off the notices available today,
      * oldest first; one used up in full leaves the register.
       DRAW-DOWN-NOTICES.
           IF NOT WS-HAS-NOTICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Txn-Amount TO WS-Notice-Draw
           SET END-NOTICE TO FALSE
           MOVE WS-Notice-KontoID TO WN-KontoID
           MOVE ZERO TO WN-AvailDate
           START NoticeFil KEY IS NOT LESS THAN WN-Key
               INVALID KEY
                   SET END-NOTICE TO TRUE
           END-START
           PERFORM UNTIL END-NOTICE OR WS-Notice-Draw = ZERO
               READ NoticeFil NEXT RECORD
                   AT END
                       SET END-NOTICE TO TRUE
                   NOT AT END
                       IF WN-KontoID NOT = WS-Notice-KontoID
                               OR WN-AvailDate > WS-Resv-Today
                           SET END-NOTICE TO TRUE
                       ELSE
                           IF WN-LapseDate NOT < WS-Resv-Today
                               PERFORM DRAW-ONE-NOTICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DRAW-ONE-NOTICE.
           IF WN-Remaining > WS-Notice-Draw
               SUBTRACT WS-Notice-Draw FROM WN-Remaining
               MOVE ZERO TO WS-Notice-Draw
               REWRITE NoticeRecord
                   INVALID KEY
                       DISPLAY "WARNING: notice " WN-KontoID " "
                           WN-AvailDate " could not be drawn down"
               END-REWRITE
           ELSE
               SUBTRACT WN-Remaining FROM WS-Notice-Draw
               DELETE NoticeFil
                   INVALID KEY
                       DISPLAY "WARNING: notice " WN-KontoID " "
                           WN-AvailDate " could not be removed"
               END-DELETE
           END-IF.

      * the penalty is a debit of its own on the same account, so
      * the statement shows it beside the withdrawal it belongs to.
      * The withdrawal's own type, amount and text are put back
      * afterwards - the till and the caller still work from them.
       POST-EARLY-PENALTY.
           IF NOT WS-NOTICE-OVERRIDDEN OR WS-Notice-Penalty = ZERO
               MOVE "N" TO WS-Notice-Override
               MOVE SPACES TO WS-Notice-KontoID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Notice-KontoID
           MOVE WS-Txn-Type   TO WS-Notice-Save-Type
           MOVE WS-Txn-Amount TO WS-Notice-Save-Amount
           MOVE WS-Txn-Text   TO WS-Notice-Save-Text
           MOVE "D" TO WS-Txn-Type
           MOVE WS-Notice-Penalty TO WS-Txn-Amount
           MOVE "EARLY WITHDRAWAL PENALTY" TO WS-Txn-Text
           MOVE "Y" TO WS-Notice-Charging
           PERFORM APPLY-TRANSACTION
           MOVE "N" TO WS-Notice-Charging
           MOVE WS-Notice-Save-Type   TO WS-Txn-Type
           MOVE WS-Notice-Save-Amount TO WS-Txn-Amount
           MOVE WS-Notice-Save-Text   TO WS-Txn-Text
           MOVE "N" TO WS-Notice-Override.

       WRITE-MINOR-REJECT.
           MOVE WS-Minor-Limit TO WS-Balance-Display
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " KontoRecord-KontoID
               " belongs to a minor - above " WS-Balance-Display
               " a guardian must instruct"
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-NOTICE-REJECT.
           MOVE WS-Notice-Available TO WS-Balance-Display
           MOVE SPACES TO RejectLine
           STRING
               "REJECTED - KontoID " KontoRecord-KontoID
               " pays out on notice only - available "
               WS-Balance-Display
               INTO RejectLine
           END-STRING
           PERFORM WRITE-REJECT-LINE.

       WRITE-TERM-LOCK-REJECT.
           MOVE SPACES TO RejectLine
           STRING
       POST-TRANSFER.
           MOVE "Y" TO WS-Transfer-Valid
           MOVE SPACES TO WS-Transfer-Error
           MOVE SPACES TO WS-Notice-KontoID
           MOVE "N" TO WS-Esc-From-Flag
           MOVE "N" TO WS-Esc-To-Flag

           IF WS-Transfer-From = WS-Transfer-To
               MOVE "debit and credit account are the same"
                                   TO WS-Transfer-Error
                               MOVE "N" TO WS-Transfer-Valid
                           END-IF
                           IF WS-TRANSFER-OK
                               PERFORM CHECK-NOTICE-PERIOD
                               IF WS-NOTICE-BLOCKS
                                   MOVE "withdrawal not noticed"
                                       TO WS-Transfer-Error
                                   MOVE "N" TO WS-Transfer-Valid
                               END-IF
                           END-IF
                           IF WS-TRANSFER-OK AND WS-HAS-INTAKE
                                   AND WS-Txn-Amount > WS-Minor-Limit
                               PERFORM CHECK-MINOR-HOLDER
                               IF WS-HOLDER-IS-MINOR
                                   MOVE "minor - guardian to instruct"
                                       TO WS-Transfer-Error
                                   MOVE "N" TO WS-Transfer-Valid
                               END-IF
                           END-IF
                           PERFORM CHECK-ESTATE-BLOCK
                           IF WS-ESTATE-BLOCKS
                               MOVE "frozen for an estate"
                                   TO WS-Transfer-Error
                               MOVE "N" TO WS-Transfer-Valid
                           END-IF
                           IF WS-TRANSFER-OK
                               MOVE WS-Transfer-From
                                   TO WS-Esc-Check-Konto
                               MOVE WS-Txn-SubAccount
                                   TO WS-Esc-Check-Sub
                               MOVE "D" TO WS-Esc-Check-Type
                               MOVE WS-Txn-Amount
                                   TO WS-Esc-Check-Amount
                               PERFORM CHECK-ESCROW-SUBACCOUNT
                               MOVE WS-Escrow-Account
                                   TO WS-Esc-From-Flag
                               IF NOT WS-ESCROW-OK
                                   MOVE WS-Escrow-Error
                                       TO WS-Transfer-Error
                                   MOVE "N" TO WS-Transfer-Valid
                               END-IF
                           END-IF
                           MOVE KontoRecord-Valuta
                               TO WS-From-Valuta
                           MOVE KontoRecord-Balance
                                   MOVE "N" TO WS-Transfer-Valid
                               END-IF
                           END-IF
                           IF WS-TRANSFER-OK
                               PERFORM CHECK-GROUP-LIMIT
                               IF NOT WS-GROUPLIMIT-OK
                                   MOVE "breaches group limit"
                                       TO WS-Transfer-Error
                                   MOVE "N" TO WS-Transfer-Valid
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF
                                   TO WS-Transfer-Error
                               MOVE "N" TO WS-Transfer-Valid
                           END-IF
                           IF WS-TRANSFER-OK
                               MOVE WS-Transfer-To
                                   TO WS-Esc-Check-Konto
                               MOVE WS-Txn-ContraSub
                                   TO WS-Esc-Check-Sub
                               MOVE "C" TO WS-Esc-Check-Type
                               MOVE ZERO TO WS-Esc-Check-Amount
                               PERFORM CHECK-ESCROW-SUBACCOUNT
                               MOVE WS-Escrow-Account
                                   TO WS-Esc-To-Flag
                               IF NOT WS-ESCROW-OK
                                   MOVE WS-Escrow-Error
                                       TO WS-Transfer-Error
                                   MOVE "N" TO WS-Transfer-Valid
                               END-IF
                           END-IF
                           MOVE KontoRecord-Valuta
                               TO WS-To-Valuta
                           MOVE KontoRecord-Balance
               IF WS-HAS-INTAKE
                   PERFORM NOTE-RUN-POSTING
               END-IF
               IF WS-FROM-IS-ESCROW
                   MOVE WS-Transfer-From  TO WS-Esc-Check-Konto
                   MOVE WS-Txn-SubAccount TO WS-Esc-Check-Sub
                   COMPUTE WS-EscPost-Amount = ZERO - WS-Txn-Amount
                   PERFORM POST-ESCROW-LEG
               END-IF
               IF WS-TO-IS-ESCROW
                   MOVE WS-Transfer-To      TO WS-Esc-Check-Konto
                   MOVE WS-Txn-ContraSub    TO WS-Esc-Check-Sub
                   MOVE WS-Converted-Amount TO WS-EscPost-Amount
                   PERFORM POST-ESCROW-LEG
               END-IF
               MOVE WS-From-New-Balance TO WS-Balance-Display
               DISPLAY "Transfer ref " WS-Txn-Ref ": "
                   WS-Transfer-From " new balance "
               DISPLAY "Transfer ref " WS-Txn-Ref ": "
                   WS-Transfer-To " new balance "
                   WS-Balance-Display

               IF WS-Notice-KontoID NOT = SPACES
                   PERFORM DRAW-DOWN-NOTICES
                   IF WS-NOTICE-OVERRIDDEN
                       MOVE WS-Transfer-From TO KontoRecord-KontoID
                       READ KontoFil
                           INVALID KEY
                               DISPLAY "Account " WS-Transfer-From
                                   " not found - penalty not charged"
                               MOVE "N" TO WS-Notice-Override
                       END-READ
                       PERFORM POST-EARLY-PENALTY
                   END-IF
               END-IF
           END-IF.

      * an escrow account's posting must name an open beneficiary,
      * and a debit must be covered by that beneficiary's own
      * balance - the pooled balance belongs to the other clients.
      * Accounts not in the register (or taken out of escrow) pass
      * untouched. WS-IS-ESCROW is left set for the posting that
      * follows.
       CHECK-ESCROW-SUBACCOUNT.
           MOVE "Y" TO WS-Escrow-Valid
           MOVE SPACES TO WS-Escrow-Error
           PERFORM FIND-ESCROW-ACCOUNT
           IF NOT WS-IS-ESCROW
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Escrow-Valid
           IF WS-Esc-Check-Sub = SPACES
               MOVE "escrow - no sub-account named"
                   TO WS-Escrow-Error
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Esc-Check-Konto TO ES-KontoID
           MOVE WS-Esc-Check-Sub   TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   MOVE "escrow sub-account not found"
                       TO WS-Escrow-Error
                   EXIT PARAGRAPH
           END-READ
           IF NOT ES-ACTIVE
               MOVE "escrow sub-account is closed"
                   TO WS-Escrow-Error
               EXIT PARAGRAPH
           END-IF
           IF WS-Esc-Check-Type = "D" OR "d"
               IF WS-Esc-Check-Amount > ES-Balance
                   MOVE "beneficiary would be overdrawn"
                       TO WS-Escrow-Error
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-Escrow-Valid.

       FIND-ESCROW-ACCOUNT.
           MOVE "N" TO WS-Escrow-Account
           IF NOT WS-HAS-ESCROW-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Esc-Check-Konto TO EA-KontoID
           READ EscAcctFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EA-ACTIVE
               MOVE "Y" TO WS-Escrow-Account
           END-IF.

      * the account has posted; the beneficiary's share follows
      * under the same posting reference. A sub-ledger that cannot
      * be written is reported, not backed out - the account side
      * is journaled already, and the gap shows as unallocated on
      * the sub-ledger statement (Opgave131) until Opgave129 puts
      * it right.
       POST-ESCROW-LEG.
           MOVE WS-Esc-Check-Konto TO ES-KontoID
           MOVE WS-Esc-Check-Sub   TO ES-SubID
           READ EscSubFil
               INVALID KEY
                   DISPLAY "ERROR escrow sub-account " ES-KontoID
                       " / " ES-SubID " not found - ref "
                       WS-Txn-Ref " not on the sub-ledger"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-Business-Date TO WS-EscPost-Date
           MOVE WS-Value-Date    TO WS-EscPost-ValueDate
           MOVE "P"              TO WS-EscPost-Kind
           MOVE WS-Txn-Ref       TO WS-EscPost-Ref
           MOVE WS-Txn-Text      TO WS-EscPost-Text
           IF WS-Operator-ID = SPACES
               MOVE "OPGAVE11" TO WS-EscPost-By
           ELSE
               MOVE WS-Operator-ID TO WS-EscPost-By
           END-IF
           PERFORM POST-ESCROW-MOVEMENT
           IF NOT WS-ESCROW-POSTED
               DISPLAY "Ref " WS-Txn-Ref " posted on " ES-KontoID
                   " but not on the sub-ledger"
           END-IF.

      * a keyed posting on an escrow account names its beneficiary
      * at the desk, as the feed carries it in Intake-SubAccount.
       ASK-ESCROW-SUBACCOUNTS.
           MOVE SPACES TO WS-Txn-SubAccount
           MOVE SPACES TO WS-Txn-ContraSub
           MOVE WS-Lookup-KontoID TO WS-Esc-Check-Konto
           PERFORM FIND-ESCROW-ACCOUNT
           IF WS-IS-ESCROW
               DISPLAY "Escrow account - beneficiary sub-account: "
               ACCEPT WS-Txn-SubAccount
           END-IF
           IF WS-TXN-TRANSFER
               MOVE WS-Transfer-To TO WS-Esc-Check-Konto
               PERFORM FIND-ESCROW-ACCOUNT
               IF WS-IS-ESCROW
                   DISPLAY "Credit account is escrow - beneficiary"
                       " sub-account: "
                   ACCEPT WS-Txn-ContraSub
               END-IF
           END-IF.

       SET-JOURNAL-CONVERSION.

           WRITE KontoTransRecord
           IF WS-TransFil-Status NOT = "00"
               DISPLAY "ERROR writing " WS-Trans-Filename
                   " - status " WS-TransFil-Status
               CLOSE KontoFil
               CLOSE KontoTransaktionFil
               STOP RUN WITH ERROR STATUS 1
      * no value date supplied means the posting takes effect the
      * day it books - the rule every record written before the
      * field existed already follows.
      * a defaulted value date is the posting date, rolled forward
      * to the next business day of the currency being paid - a EUR
      * posting on a Danish holiday that TARGET2 keeps open values
      * the same day, a USD posting on a US holiday values the next
      * US business day. A value date given on the item is used as
      * given.
       DEFAULT-VALUE-DATE.
           IF WS-Value-Date NOT = SPACES
                   AND WS-Value-Date IS NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Txn-Date TO WS-Value-Date
           IF WS-Txn-Date NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Roll-Count
           MOVE WS-Txn-Date TO WS-Calendar-Date
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
           MOVE WS-Calendar-Date TO WS-Value-Date.

      * the intake item's account is read only when a value date
      * has to be defaulted - the posting paths read it again.
       FIND-INTAKE-SETTLE-VALUTA.
           MOVE SPACES TO WS-Settle-Valuta
           IF WS-Value-Date NOT = SPACES
                   AND WS-Value-Date IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE Intake-KontoID TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KontoRecord-Valuta TO WS-Settle-Valuta
           END-READ.

       NORMALIZE-TXN-TYPE.
           EVALUATE TRUE
               MOVE SPACES TO PA-ContraKonto
           END-IF
           MOVE WS-Txn-Text TO PA-Text
           MOVE WS-Txn-SubAccount TO PA-SubAccount
           MOVE WS-Txn-ContraSub  TO PA-ContraSub

           WRITE PendingRecord
           IF WS-PendingQueue-Status NOT = "00"

       COPY "PERIODCHK.cpy".

       COPY "GRPLIMIT.cpy".

       COPY "RUNCTL.cpy".

       COPY "BANKCAL.cpy".

       COPY "SETTLCAL.cpy".

       COPY "BUSDATE.cpy".

       COPY "JOBLOG.cpy".

       COPY "SIGNON.cpy".

       COPY "ESCPOST.cpy".
