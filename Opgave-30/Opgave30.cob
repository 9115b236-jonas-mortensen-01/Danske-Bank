           SELECT GLRegister ASSIGN TO "Opgave30Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT RunControlFile ASSIGN TO "RunControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BusDateFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GLRegister.
       01  RegisterLine PIC X(120).

       FD  RunControlFile.
       01  RunControlRecord.
           02 RC-Program PIC X(10).
           02 RC-Value   PIC X(20).

      * the business-date control Opgave69 maintains - a daily
      * extract covers the opened business day.
       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02 BD-Date   PIC 9(8).
           02 BD-Status PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-KontoFil-Status      PIC X(2) VALUE "00".
       01 WS-TransFil-Status      PIC X(2) VALUE "00".
       01 WS-From-Date PIC X(8).
       01 WS-To-Date   PIC X(8).

      * the nightly chain runs the extract unattended: a D in
      * column 11 of the OPGAVE30 line in RunControl.txt extracts
      * the business day alone, for Opgave91 to apply to the GL
      * balances. Without the line the range is keyed as before.
       01 WS-RunControl-Status PIC X(2) VALUE "00".
       01 WS-RC-Program PIC X(10) VALUE SPACES.
       01 WS-RC-Value   PIC X(20) VALUE SPACES.
       01 WS-RC-Found   PIC X VALUE "N".
           88 WS-RC-PARAM-FOUND VALUE "Y".
       01 EOF-RUNCTL PIC X VALUE "N".
           88 END-RUNCTL VALUE "Y" FALSE "N".

      * fields GET-BUSINESS-DATE (BUSDATE.cpy) expects to be
      * loaded.
       01 WS-BusDateFile-Status PIC X(2) VALUE "00".
       01 WS-Business-Date      PIC 9(8) VALUE ZERO.
       01 WS-BusDate-Found      PIC X VALUE "N".
           88 WS-HAS-BUSINESS-DATE VALUE "Y".

      * the GL mapping, loaded once at start-up - an overflow is an
      * abort, not a silent truncation, since a dropped mapping
      * would surface as a refused extract anyway.
       01 WS-Precheck-RC PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       MOVE "OPGAVE30" TO WS-RC-Program
       PERFORM READ-RUN-CONTROL
       IF WS-RC-PARAM-FOUND AND WS-RC-Value(1:1) = "D"
           PERFORM GET-BUSINESS-DATE
           MOVE WS-Business-Date TO WS-From-Date
           MOVE WS-Business-Date TO WS-To-Date
           DISPLAY "Daily extract for " WS-From-Date
               " taken from RunControl.txt"
       ELSE
           DISPLAY "Extract from date (YYYYMMDD): "
           ACCEPT WS-From-Date
           DISPLAY "Extract to date (YYYYMMDD): "
           ACCEPT WS-To-Date
       END-IF

       MOVE "GLKontoMap.txt" TO WS-Precheck-Filename
       PERFORM PRECHECK-INPUT-FILE
           END-IF.

       COPY "FILECHECK.cpy".

       COPY "RUNCTL.cpy".

       COPY "BUSDATE.cpy".
