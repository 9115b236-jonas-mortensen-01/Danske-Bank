      *-----------------------------------------------------------*
      * PARTCKPT.cpy - checkpoint of one partition of a split      *
      * Opgave11 intake run, one record in Opgave11P<n>            *
      * Checkpoint.txt. Opgave107 writes it when it splits the     *
      * feed (state S, nothing done, the partition's share of the  *
      * posting references); the partition's Opgave11 run rewrites *
      * it after every intake record (state R) and once more at    *
      * the end (state C), so a rerun after an abend resumes after *
      * the last record finished instead of at the top. The counts *
      * are running totals for the partition across reruns -       *
      * Opgave108 adds them up into the night's OPGAVE11 job-log   *
      * record.                                                    *
      *-----------------------------------------------------------*
           02 CK-Partition      PIC X(1).
           02 CK-State          PIC X(1).
               88 CK-SPLIT       VALUE "S".
               88 CK-RUNNING     VALUE "R".
               88 CK-COMPLETE    VALUE "C".
           02 CK-Records        PIC 9(7).
           02 CK-Done           PIC 9(7).
           02 CK-Ref-Ceiling    PIC 9(10).
           02 CK-Posted         PIC 9(7).
           02 CK-Rejected       PIC 9(7).
           02 CK-Diverted       PIC 9(7).
           02 CK-Held           PIC 9(7).
