      *-----------------------------------------------------------*
      * SARCASE.cpy - suspicious activity report case layout. One  *
      * record per case in SarCases.txt, opened when a supervisor  *
      * escalates a ComplianceRegister.txt item as suspicious in   *
      * Opgave80, and carried through filing with the financial    *
      * intelligence unit (FIU) and its acknowledgement in         *
      * Opgave97. The flagged items ride in SarItems.txt and the   *
      * analysts' narrative in SarNarrative.txt, both keyed by the *
      * case number.                                               *
      *   O open - collecting items and narrative                  *
      *   F filed - submission written, awaiting acknowledgement   *
      *   A acknowledged by the FIU                                *
      *   C closed                                                 *
      * Until a case is closed the customer must not learn of it,  *
      * so outbound alerts and letters are held (SARCHECK.cpy).    *
      * Declared in SELECT as:                                     *
      *   RECORD KEY IS SC-CaseNo                                  *
      *   ALTERNATE RECORD KEY IS SC-KundeID WITH DUPLICATES       *
      *-----------------------------------------------------------*
           02 SC-CaseNo     PIC 9(8).
           02 SC-KundeID    PIC X(10).
           02 SC-Status     PIC X(1).
               88 SC-OPEN         VALUE "O".
               88 SC-FILED        VALUE "F".
               88 SC-ACKNOWLEDGED VALUE "A".
               88 SC-CLOSED       VALUE "C".
               88 SC-HOLD-CONTACT VALUE "O" "F" "A".
           02 SC-OpenDate   PIC 9(8).
           02 SC-OpenedBy   PIC X(10).
           02 SC-ItemCount  PIC 9(3).
           02 SC-FiledDate  PIC 9(8).
           02 SC-FiledBy    PIC X(10).
           02 SC-AckDate    PIC 9(8).
           02 SC-AckRef     PIC X(20).
           02 SC-ClosedDate PIC 9(8).
           02 SC-ClosedBy   PIC X(10).
