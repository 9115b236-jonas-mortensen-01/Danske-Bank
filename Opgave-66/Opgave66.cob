      * the amortization schedule laid down in full at drawdown:
      * one record per installment with its business-day due date
      * and principal/interest split. P waits, R has been raised
      * onto the intake, D is confirmed paid, W was still unpaid
      * when Opgave89 wrote the loan off - never raised again.
       FD  SchedFil.
       01  SchedRecord.
           02 SchedRecord-Key.
               88 SCHED-PENDING VALUE "P".
               88 SCHED-RAISED  VALUE "R".
               88 SCHED-PAID    VALUE "D".
               88 SCHED-WRITTEN-OFF VALUE "W".
           02 SchedRecord-RaisedDate PIC 9(8).

       FD  KontoFil.
