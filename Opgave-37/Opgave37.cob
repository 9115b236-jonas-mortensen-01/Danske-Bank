           SELECT AuditFile ASSIGN TO "Opgave37Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLine PIC X(120).

      * a completed closure is logged as a lifecycle event for the
      * monthly attrition report.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-HolidayFile-Status    PIC X(2) VALUE "00".
       01 WS-PeriodFil-Status      PIC X(2) VALUE "00".
       01 WS-AuditFile-Status      PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status        PIC X(2) VALUE "00".

      * fields CHECK-BUSINESS-DAY (BANKCAL.cpy) expects to be loaded.
       01 WS-Calendar-Date            PIC 9(8).
               " status set to C, owner " WS-Close-KundeID
               INTO AuditLine
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Today              TO LE-Date
           SET LE-ACCOUNT-CLOSED      TO TRUE
           MOVE "OPGAVE37"            TO LE-Source
           MOVE WS-Close-KundeID      TO LE-KundeID
           MOVE WS-Close-KontoID      TO LE-KontoID
           MOVE KontoRecord-KontoType TO LE-KontoType
           MOVE KontoRecord-Balance   TO LE-Balance
           MOVE KontoRecord-Valuta    TO LE-Valuta
           PERFORM WRITE-LIFE-EVENT.

       WRITE-CLOSURE-TRANSACTION.
           MOVE KontoRecord-KontoID   TO TransKontoID
       COPY "PERIODCHK.cpy".

       COPY "SYSSTATE.cpy".

       COPY "LIFELOG.cpy".
