           SELECT AuditFile ASSIGN TO "Opgave36Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLine PIC X(120).

      * the retiring KundeID leaves the books when it is merged away,
      * and is logged as a lifecycle event for the monthly attrition
      * report - not a customer lost, but a KundeID fewer.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KundeFil-Status   PIC X(2) VALUE "00".
       01 WS-KontoFil-Status   PIC X(2) VALUE "00".
       01 WS-AdresseFil-Status PIC X(2) VALUE "00".
       01 WS-EjereFil-Status   PIC X(2) VALUE "00".
       01 WS-AuditFile-Status  PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status    PIC X(2) VALUE "00".

       01 WS-Surviving-ID PIC X(10) VALUE SPACES.
       01 WS-Retiring-ID  PIC X(10) VALUE SPACES.
                           DISPLAY "Delete failed for "
                               WS-Retiring-ID
                       NOT INVALID KEY
                           PERFORM LOG-MERGE-EVENT
                   END-DELETE
           END-READ.

       LOG-MERGE-EVENT.
           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Today        TO LE-Date
           SET LE-CUSTOMER-MERGED TO TRUE
           MOVE "OPGAVE36"      TO LE-Source
           MOVE WS-Retiring-ID  TO LE-KundeID
           MOVE WS-Surviving-ID TO LE-Other-KundeID
           PERFORM WRITE-LIFE-EVENT.

       WRITE-BEFORE-AUDIT.
           MOVE SPACES TO AuditLine
           STRING
               DISPLAY "WARNING: could not write audit record -"
                   " status " WS-AuditFile-Status
           END-IF.

       COPY "LIFELOG.cpy".
