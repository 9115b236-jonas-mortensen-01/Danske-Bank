      *-----------------------------------------------------------*
      * MAINTREQ.cpy - pending maintenance request layout. One     *
      * record per change to customer or control data keyed by an *
      * operator, waiting in PendingMaintenance.txt until a second,*
      * different operator approves it through Opgave60 - only    *
      * then is the master touched. The same layout is the audit   *
      * record of the disposal in MaintenanceAudit.txt, with the   *
      * approver and the outcome filled in.                        *
      * MR-Kind names the master, MR-Action what is done to it:    *
      *   KU customer (Opgave9)        A add  C change  D delete   *
      *   AD customer address (Opgave9)      A  C  D               *
      *   RT relationship ended (Opgave9)    A                     *
      *   OL overdraft limit (Opgave24)      A  C  D               *
      *   CL customer limit (Opgave24)       A  C  D               *
      *   HO account hold (Opgave46)         A place  D lift       *
      *   SO standing order (Opgave22)       A  C  D               *
      *   MA account mandate (Opgave95)      A  C  D               *
      *   TX tax residency (Opgave99)        A  C  D               *
      *   BC business details (Opgave9)      A  C  D               *
      *   UB beneficial owner (Opgave9)      A  C  D               *
      *   GR client group (Opgave24)         A  C  D               *
      *   GM client group member (Opgave24)  A  D                  *
      *   CP cash-pool account (Opgave24)    A  C  D               *
      *   PD personal details (Opgave9)      A  C  D               *
      *   GD guardian of a minor (Opgave9)   A  D                  *
      * MR-Before is the master record as it stood when the change *
      * was keyed (spaces on an add), MR-After the record as it    *
      * is to be written (spaces on a delete) - both in the        *
      * master's own layout, padded with spaces to the full width, *
      * the way Rej-Image carries rejects (REJREC.cpy). A change   *
      * or delete is only applied while the master still matches   *
      * MR-Before, so nothing keyed against a stale record lands.  *
      *-----------------------------------------------------------*
           02 MR-Kind       PIC X(2) VALUE SPACES.
               88 MR-KIND-KUNDE     VALUE "KU".
               88 MR-KIND-ADRESSE   VALUE "AD".
               88 MR-KIND-RETENTION VALUE "RT".
               88 MR-KIND-LIMIT     VALUE "OL".
               88 MR-KIND-CUSTLIMIT VALUE "CL".
               88 MR-KIND-HOLD      VALUE "HO".
               88 MR-KIND-ORDER     VALUE "SO".
               88 MR-KIND-MANDATE   VALUE "MA".
               88 MR-KIND-TAXRES    VALUE "TX".
               88 MR-KIND-BUSINESS  VALUE "BC".
               88 MR-KIND-UBO       VALUE "UB".
               88 MR-KIND-GROUP     VALUE "GR".
               88 MR-KIND-GRPMEMBER VALUE "GM".
               88 MR-KIND-CASHPOOL  VALUE "CP".
               88 MR-KIND-PERSONAL  VALUE "PD".
               88 MR-KIND-GUARDIAN  VALUE "GD".
           02 MR-Action     PIC X(1) VALUE SPACE.
               88 MR-ACTION-ADD    VALUE "A".
               88 MR-ACTION-CHANGE VALUE "C".
               88 MR-ACTION-DELETE VALUE "D".
           02 MR-Key        PIC X(10) VALUE SPACES.
           02 MR-Requester  PIC X(10) VALUE SPACES.
           02 MR-ReqDate    PIC 9(8) VALUE ZEROS.
           02 MR-ReqTime    PIC 9(8) VALUE ZEROS.
           02 MR-Approver   PIC X(10) VALUE SPACES.
           02 MR-AppDate    PIC 9(8) VALUE ZEROS.
           02 MR-AppTime    PIC 9(8) VALUE ZEROS.
           02 MR-Outcome    PIC X(1) VALUE SPACE.
               88 MR-PENDING   VALUE " ".
               88 MR-APPLIED   VALUE "A".
               88 MR-REJECTED  VALUE "R".
               88 MR-STALE     VALUE "S".
           02 MR-Before     PIC X(150) VALUE SPACES.
           02 MR-After      PIC X(150) VALUE SPACES.
