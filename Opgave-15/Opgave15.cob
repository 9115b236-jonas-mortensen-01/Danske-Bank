           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

      * each account moved out of the live master is logged as a
      * lifecycle event for the monthly attrition report.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KontoFil-Status    PIC X(2) VALUE "00".
       01 WS-ArchiveFil-Status  PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status     PIC X(2) VALUE "00".

      * fields READ-RUN-CONTROL (RUNCTL.cpy) expects to be loaded.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
                           KontoRecord-KontoID
                   NOT INVALID KEY
                       ADD 1 TO WS-Archived-Count
                       PERFORM LOG-ARCHIVE-EVENT
               END-DELETE
           END-IF.

               STOP RUN WITH ERROR STATUS 1
           END-IF.

       LOG-ARCHIVE-EVENT.
           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Run-Date      TO LE-Date
           SET LE-ACCOUNT-ARCHIVED TO TRUE
           MOVE "OPGAVE15"       TO LE-Source
           MOVE ArchiveKundeID   TO LE-KundeID
           MOVE ArchiveKontoID   TO LE-KontoID
           MOVE ArchiveKontoType TO LE-KontoType
           MOVE ArchiveBalance   TO LE-Balance
           MOVE ArchiveValuta    TO LE-Valuta
           PERFORM WRITE-LIFE-EVENT.

       COPY "RUNCTL.cpy".

       COPY "LIFELOG.cpy".
