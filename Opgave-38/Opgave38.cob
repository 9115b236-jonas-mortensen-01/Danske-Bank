      * bookkeeping, not customer activity - counting them would
      * mark every account alive as of the rolled year's end and
      * reactivate genuinely dormant ones off a synthetic record.
      * The same goes for the bank moving a long-unclaimed balance
      * to the unclaimed-funds account (Opgave120).
       NOTE-KONTO-ACTIVITY.
           IF TransType = "B"
                   OR TransText(1:24) = "Unclaimed funds transfer"
               CONTINUE
           ELSE
               PERFORM NOTE-REAL-ACTIVITY
