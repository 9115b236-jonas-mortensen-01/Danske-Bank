           SELECT AuditFile ASSIGN TO "Opgave40Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLine PIC X(120).

      * a restore puts an archived account back on the books, and is
      * logged as a lifecycle event so the monthly attrition report
      * can net it off the archives.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ArchiveFil-Status PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-AuditFile-Status  PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status    PIC X(2) VALUE "00".

       01 WS-Done       PIC X VALUE "N".
          88 WS-IS-DONE VALUE "Y".
                       " restored with status "
                       KontoRecord-Status
                   PERFORM WRITE-RESTORE-AUDIT
                   PERFORM LOG-RESTORE-EVENT
           END-WRITE

           CLOSE KontoFil.
               END-IF
               CLOSE AuditFile
           END-IF.

       LOG-RESTORE-EVENT.
           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Today          TO LE-Date
           SET LE-ACCOUNT-RESTORED TO TRUE
           MOVE "OPGAVE40"        TO LE-Source
           MOVE WS-Rest-KundeID   TO LE-KundeID
           MOVE WS-Rest-KontoID   TO LE-KontoID
           MOVE WS-Rest-KontoType TO LE-KontoType
           MOVE WS-Rest-Balance   TO LE-Balance
           MOVE WS-Rest-Valuta    TO LE-Valuta
           PERFORM WRITE-LIFE-EVENT.

       COPY "LIFELOG.cpy".
