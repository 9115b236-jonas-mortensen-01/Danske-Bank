           SELECT AuditFile ASSIGN TO "Opgave78Audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT LifeEvtFile ASSIGN TO "LifecycleEvents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LifeEvt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLine PIC X(100).

      * a settled estate is a customer lost, and is logged as a
      * lifecycle event for the monthly attrition report.
       FD  LifeEvtFile.
       01  LifeEvtRecord.
           COPY "LIFEEVT.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
       01 WS-CustStatusFil-Status PIC X(2) VALUE "00".
       01 WS-KundeFil-Status      PIC X(2) VALUE "00".
       01 WS-AuditFile-Status     PIC X(2) VALUE "00".
       01 WS-LifeEvt-Status       PIC X(2) VALUE "00".

       01 WS-Done PIC X VALUE "N".
           88 WS-IS-DONE VALUE "Y".

           DISPLAY "Estate for " WS-Key-KundeID " settled -"
               " normal handling restored"
           PERFORM WRITE-STATUS-AUDIT

           MOVE SPACES TO LifeEvtRecord
           MOVE WS-Today       TO LE-Date
           SET LE-ESTATE-SETTLED TO TRUE
           MOVE "OPGAVE78"     TO LE-Source
           MOVE WS-Key-KundeID TO LE-KundeID
           PERFORM WRITE-LIFE-EVENT.

       SHOW-STATUS.
           DISPLAY "KundeID: "
       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".

       COPY "LIFELOG.cpy".
