               RECORD KEY IS KundeRecord-KundeID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KundeFil-Status.
           SELECT OperatorFil ASSIGN TO "Operatorer.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OperatorRecord-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OperatorFil-Status.
           SELECT MaintQueueFile ASSIGN TO "PendingMaintenance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintQueue-Status.
           SELECT GroupFil ASSIGN TO "ClientGroups.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Grp-GroupID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GroupFil-Status.
           SELECT GrpMemFil ASSIGN TO "GroupMembers.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GrpMem-KundeID
               ALTERNATE RECORD KEY IS GrpMem-GroupID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GrpMemFil-Status.
           SELECT CashPoolFil ASSIGN TO "CashPools.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS Pool-KontoID
               ALTERNATE RECORD KEY IS Pool-PoolID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CashPoolFil-Status.

       DATA DIVISION.
       FILE SECTION.
           02 KundeRecord-Valuta        PIC X(3).
           02 KundeRecord-LastChanged   PIC 9(8).

       FD  OperatorFil.
       01  OperatorRecord.
           02 OperatorRecord-ID    PIC X(10).
           02 OperatorRecord-Navn  PIC X(30).
           02 OperatorRecord-Level PIC X(1).
               88 OPERATOR-RECORD-SUPERVISOR VALUE "S".

      * a limit keyed here is only a request until a second operator
      * approves it in Opgave60 - the limit masters are read here,
      * never written.
       FD  MaintQueueFile.
       01  MaintQueueRecord.
           COPY "MAINTREQ.cpy".

      * customers who are one risk, linked into a group with a cap
      * of its own above their individual ones - read here, changed
      * through the queue like the limits.
       FD  GroupFil.
       01  GroupRecord.
           COPY "CLIENTGRP.cpy".

       FD  GrpMemFil.
       01  GrpMemRecord.
           COPY "GRPMEMB.cpy".

      * the zero-balancing pools Opgave102 sweeps nightly - read
      * here, changed through the queue like the limits.
       FD  CashPoolFil.
       01  CashPoolRecord.
           COPY "CASHPOOL.cpy".

       WORKING-STORAGE SECTION.
      * fields CHECK-BATCH-LOCK/SESSION-OPEN (SYSSTATE.cpy) expect
      * to be loaded.
           88 WS-TXN-CHANGE VALUE "C" "c".
           88 WS-TXN-DELETE VALUE "D" "d".
           88 WS-TXN-KUNDE  VALUE "K" "k".
           88 WS-TXN-GROUP  VALUE "G" "g".
           88 WS-TXN-POOL   VALUE "P" "p".
           88 WS-TXN-EXIT   VALUE "X" "x".

       01 WS-CustLimitFil-Status PIC X(2) VALUE "00".

       01 WS-Limit-Display PIC 9999999999.99.

       01 WS-GroupFil-Status  PIC X(2) VALUE "00".
       01 WS-GrpMemFil-Status PIC X(2) VALUE "00".
       01 WS-Group-Done PIC X VALUE "N".
           88 WS-GROUP-IS-DONE VALUE "Y".
       01 WS-Group-Txn PIC X VALUE SPACE.
           88 WS-GTXN-ADD    VALUE "A" "a".
           88 WS-GTXN-CHANGE VALUE "C" "c".
           88 WS-GTXN-DELETE VALUE "D" "d".
           88 WS-GTXN-MEMBER VALUE "M" "m".
           88 WS-GTXN-REMOVE VALUE "R" "r".
           88 WS-GTXN-LIST   VALUE "L" "l".
           88 WS-GTXN-EXIT   VALUE "X" "x".
       01 WS-Group-ID      PIC X(10).
       01 WS-Member-Count  PIC 9(5) VALUE ZERO.
       01 EOF-GRPMEM PIC X VALUE "N".
           88 END-GRPMEM VALUE "Y" FALSE "N".
       01 WS-Member-Listing PIC X VALUE "N".
           88 WS-MEMBER-IS-LISTING VALUE "Y".
       01 WS-Field PIC X VALUE SPACE.
       01 WS-Today PIC 9(8).

       01 WS-CashPoolFil-Status PIC X(2) VALUE "00".
       01 WS-Pool-Done PIC X VALUE "N".
           88 WS-POOL-IS-DONE VALUE "Y".
       01 WS-Pool-Txn PIC X VALUE SPACE.
           88 WS-PTXN-MASTER VALUE "M" "m".
           88 WS-PTXN-ADD    VALUE "A" "a".
           88 WS-PTXN-CHANGE VALUE "C" "c".
           88 WS-PTXN-REMOVE VALUE "R" "r".
           88 WS-PTXN-LIST   VALUE "L" "l".
           88 WS-PTXN-EXIT   VALUE "X" "x".
       01 WS-Pool-ID       PIC X(10).
       01 WS-Pool-Master   PIC X(10).
       01 WS-Pool-Count    PIC 9(5) VALUE ZERO.
       01 EOF-POOL PIC X VALUE "N".
           88 END-POOL VALUE "Y" FALSE "N".
       01 WS-Pool-Listing PIC X VALUE "N".
           88 WS-POOL-IS-LISTING VALUE "Y".
       01 WS-Pool-Groups PIC X VALUE "N".
           88 WS-HAS-POOL-GROUPS VALUE "Y".
       01 WS-Pool-Owner-Valid PIC X VALUE "N".
           88 WS-POOL-OWNER-OK VALUE "Y".
       01 WS-Master-Kunde  PIC X(10).
       01 WS-Master-Valuta PIC X(3).
       01 WS-Master-Group  PIC X(10).

       01 WS-MaintQueue-Status PIC X(2) VALUE "00".

      * fields OPERATOR-SIGNON (SIGNON.cpy) expects to be loaded -
      * every limit request carries the ID of the operator who
      * keyed it, so the approver can be told apart.
       01 WS-OperatorFil-Status PIC X(2) VALUE "00".
       01 WS-Operator-ID    PIC X(10) VALUE SPACES.
       01 WS-Operator-Level PIC X VALUE SPACE.
           88 WS-OPERATOR-IS-SUPERVISOR VALUE "S".
       01 WS-Signon-OK      PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-Signon-Tries   PIC 9 VALUE ZERO.
       01 WS-Approval-ID    PIC X(10) VALUE SPACES.
       01 WS-Approval-OK    PIC X VALUE "N".
           88 WS-APPROVAL-GIVEN VALUE "Y".

       PROCEDURE DIVISION.
      * the nightly chain owns the masters while it runs - an
      * evening session colliding with the batch start is exactly
           STOP RUN WITH ERROR STATUS 1
       END-IF
       PERFORM SESSION-OPEN
       PERFORM OPERATOR-SIGNON
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed - limit maintenance unavailable"
           PERFORM SESSION-CLOSE
           STOP RUN WITH ERROR STATUS 1
       END-IF

       OPEN I-O LimitFil
       IF WS-LimitFil-Status = "35"
      * no limit master yet - first ADD creates it, the same

       PERFORM UNTIL WS-IS-DONE
           DISPLAY "A=Add  C=Change  D=Delete"
               "  K=Customer limits  G=Connected groups"
               "  P=Cash pools  X=Exit"
           ACCEPT WS-Transaction

           EVALUATE TRUE
                   PERFORM DELETE-LIMIT
               WHEN WS-TXN-KUNDE
                   PERFORM MAINTAIN-CUSTOMER-LIMITS
               WHEN WS-TXN-GROUP
                   PERFORM MAINTAIN-GROUPS
               WHEN WS-TXN-POOL
                   PERFORM MAINTAIN-POOLS
               WHEN WS-TXN-EXIT
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
           CLOSE CustLimitFil
           CLOSE KundeFil.

      * connected-client groups: customers who are one risk - a
      * family business, its owners, its sister companies - under
      * a group cap Opgave11 tests next to each customer's own. A
      * customer is in one group at most; a group is only deleted
      * once its members are removed.
       MAINTAIN-GROUPS.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           OPEN I-O GroupFil
           IF WS-GroupFil-Status = "35"
               OPEN OUTPUT GroupFil
               CLOSE GroupFil
               OPEN I-O GroupFil
           END-IF
           IF WS-GroupFil-Status NOT = "00"
               DISPLAY "ERROR opening ClientGroups.txt - status "
                   WS-GroupFil-Status
               EXIT PARAGRAPH
           END-IF

           OPEN I-O GrpMemFil
           IF WS-GrpMemFil-Status = "35"
               OPEN OUTPUT GrpMemFil
               CLOSE GrpMemFil
               OPEN I-O GrpMemFil
           END-IF
           IF WS-GrpMemFil-Status NOT = "00"
               DISPLAY "ERROR opening GroupMembers.txt - status "
                   WS-GrpMemFil-Status
               CLOSE GroupFil
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT KundeFil
           IF WS-KundeFil-Status NOT = "00"
               DISPLAY "ERROR opening Kundeoplysninger.txt -"
                   " status " WS-KundeFil-Status
               CLOSE GroupFil
               CLOSE GrpMemFil
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-Group-Done
           PERFORM UNTIL WS-GROUP-IS-DONE
               DISPLAY "Groups: A=Add  C=Change  D=Delete"
                   "  M=Add member  R=Remove member  L=List"
                   "  X=Back"
               ACCEPT WS-Group-Txn
               EVALUATE TRUE
                   WHEN WS-GTXN-ADD
                       PERFORM ADD-GROUP
                   WHEN WS-GTXN-CHANGE
                       PERFORM CHANGE-GROUP
                   WHEN WS-GTXN-DELETE
                       PERFORM DELETE-GROUP
                   WHEN WS-GTXN-MEMBER
                       PERFORM ADD-GROUP-MEMBER
                   WHEN WS-GTXN-REMOVE
                       PERFORM REMOVE-GROUP-MEMBER
                   WHEN WS-GTXN-LIST
                       PERFORM LIST-GROUP
                   WHEN WS-GTXN-EXIT
                       MOVE "Y" TO WS-Group-Done
                   WHEN OTHER
                       DISPLAY "Invalid selection"
               END-EVALUATE
           END-PERFORM

           CLOSE GroupFil
           CLOSE GrpMemFil
           CLOSE KundeFil.

       ADD-GROUP.
           DISPLAY "Group ID: "
           ACCEPT Grp-GroupID
           IF Grp-GroupID = SPACES
               DISPLAY "Group ID is required - not added"
               EXIT PARAGRAPH
           END-IF
           READ GroupFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Group " Grp-GroupID
                       " already exists - not added"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Group name: "
           ACCEPT Grp-Name
           IF Grp-Name = SPACES
               DISPLAY "Group name is required - not added"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Group exposure limit (0 = report only): "
           ACCEPT Grp-Limit
           MOVE WS-Today TO Grp-LastChanged

           MOVE "GR" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE Grp-GroupID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE GroupRecord TO MR-After(1:72)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       CHANGE-GROUP.
           DISPLAY "Group ID to change: "
           ACCEPT Grp-GroupID

           READ GroupFil
               INVALID KEY
                   DISPLAY "No group on file for " Grp-GroupID
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO MR-Before
           MOVE GroupRecord TO MR-Before(1:72)

           DISPLAY "Group name (" Grp-Name
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Grp-Name
           END-IF
           MOVE Grp-Limit TO WS-CustLimit-Display
           DISPLAY "Group limit (" WS-CustLimit-Display
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Grp-Limit
           END-IF
           IF Grp-Name = SPACES
               DISPLAY "Group name is required - not changed"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today TO Grp-LastChanged

           MOVE "GR" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE Grp-GroupID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE GroupRecord TO MR-After(1:72)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       DELETE-GROUP.
           DISPLAY "Group ID to delete: "
           ACCEPT Grp-GroupID

           READ GroupFil
               INVALID KEY
                   DISPLAY "No group on file for " Grp-GroupID
                   EXIT PARAGRAPH
           END-READ
           MOVE Grp-GroupID TO WS-Group-ID
           PERFORM COUNT-GROUP-MEMBERS
           IF WS-Member-Count > ZERO
               DISPLAY "Group " WS-Group-ID " has " WS-Member-Count
                   " member(s) - remove them first, not deleted"
               EXIT PARAGRAPH
           END-IF

           MOVE "GR" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE Grp-GroupID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE GroupRecord TO MR-Before(1:72)
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       ADD-GROUP-MEMBER.
           DISPLAY "Group ID: "
           ACCEPT Grp-GroupID
           READ GroupFil
               INVALID KEY
                   DISPLAY "No group on file for " Grp-GroupID
                       " - member not added"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "KundeID: "
           ACCEPT KundeRecord-KundeID
           READ KundeFil
               INVALID KEY
                   DISPLAY "Customer " KundeRecord-KundeID
                       " not on file - member not added"
                   EXIT PARAGRAPH
           END-READ
           MOVE KundeRecord-KundeID TO GrpMem-KundeID
           READ GrpMemFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " GrpMem-KundeID
                       " is already in group " GrpMem-GroupID
                       " - remove it there first"
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO GrpMemRecord
           MOVE KundeRecord-KundeID TO GrpMem-KundeID
           MOVE Grp-GroupID TO GrpMem-GroupID
           DISPLAY "Basis: C=Control  E=Economic dependency"
           ACCEPT GrpMem-Basis
           INSPECT GrpMem-Basis CONVERTING "ce" TO "CE"
           IF NOT GRPMEM-BASIS-VALID
               DISPLAY "Basis must be C or E - member not added"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today TO GrpMem-Since

           MOVE "GM" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE GrpMem-KundeID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE GrpMemRecord TO MR-After(1:29)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       REMOVE-GROUP-MEMBER.
           DISPLAY "KundeID to remove from its group: "
           ACCEPT GrpMem-KundeID

           READ GrpMemFil
               INVALID KEY
                   DISPLAY "Customer " GrpMem-KundeID
                       " is not in a group"
               NOT INVALID KEY
                   MOVE "GM" TO MR-Kind
                   MOVE "D"  TO MR-Action
                   MOVE GrpMem-KundeID TO MR-Key
                   MOVE SPACES TO MR-Before
                   MOVE GrpMemRecord TO MR-Before(1:29)
                   MOVE SPACES TO MR-After
                   PERFORM QUEUE-MAINTENANCE-REQUEST
           END-READ.

       LIST-GROUP.
           DISPLAY "Group ID: "
           ACCEPT Grp-GroupID
           READ GroupFil
               INVALID KEY
                   DISPLAY "No group on file for " Grp-GroupID
                   EXIT PARAGRAPH
           END-READ
           MOVE Grp-Limit TO WS-CustLimit-Display
           DISPLAY Grp-GroupID " " Grp-Name " limit "
               WS-CustLimit-Display
           MOVE Grp-GroupID TO WS-Group-ID
           MOVE "Y" TO WS-Member-Listing
           PERFORM COUNT-GROUP-MEMBERS
           MOVE "N" TO WS-Member-Listing
           DISPLAY WS-Member-Count " member(s)".

      * the members of WS-Group-ID through the alternate key - shown
      * one per line when listing.
       COUNT-GROUP-MEMBERS.
           MOVE ZERO TO WS-Member-Count
           MOVE WS-Group-ID TO GrpMem-GroupID
           SET END-GRPMEM TO FALSE
           START GrpMemFil KEY IS EQUAL TO GrpMem-GroupID
               INVALID KEY
                   SET END-GRPMEM TO TRUE
           END-START
           PERFORM UNTIL END-GRPMEM
               READ GrpMemFil NEXT RECORD
                   AT END
                       SET END-GRPMEM TO TRUE
                   NOT AT END
                       IF GrpMem-GroupID NOT = WS-Group-ID
                           SET END-GRPMEM TO TRUE
                       ELSE
                           ADD 1 TO WS-Member-Count
                           IF WS-MEMBER-IS-LISTING
                               DISPLAY "  " GrpMem-KundeID " basis "
                                   GrpMem-Basis " since "
                                   GrpMem-Since
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * cash pools: a corporate customer's accounts, and its group
      * companies', swept every night into one master account by
      * Opgave102. A pool is opened with its master; participants
      * join in the master's currency with a target balance, and
      * the master goes last, once the participants are out.
       MAINTAIN-POOLS.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           OPEN I-O CashPoolFil
           IF WS-CashPoolFil-Status = "35"
               OPEN OUTPUT CashPoolFil
               CLOSE CashPoolFil
               OPEN I-O CashPoolFil
           END-IF
           IF WS-CashPoolFil-Status NOT = "00"
               DISPLAY "ERROR opening CashPools.txt - status "
                   WS-CashPoolFil-Status
               EXIT PARAGRAPH
           END-IF

      * without connected-client groups only the master's own
      * customer's accounts can join its pool.
           MOVE "N" TO WS-Pool-Groups
           OPEN INPUT GrpMemFil
           IF WS-GrpMemFil-Status = "00"
               MOVE "Y" TO WS-Pool-Groups
           END-IF

           MOVE "N" TO WS-Pool-Done
           PERFORM UNTIL WS-POOL-IS-DONE
               DISPLAY "Cash pools: M=New pool (master)"
                   "  A=Add participant  C=Change target"
                   "  R=Remove account  L=List  X=Back"
               ACCEPT WS-Pool-Txn
               EVALUATE TRUE
                   WHEN WS-PTXN-MASTER
                       PERFORM ADD-POOL-MASTER
                   WHEN WS-PTXN-ADD
                       PERFORM ADD-POOL-PARTICIPANT
                   WHEN WS-PTXN-CHANGE
                       PERFORM CHANGE-POOL-TARGET
                   WHEN WS-PTXN-REMOVE
                       PERFORM REMOVE-POOL-ACCOUNT
                   WHEN WS-PTXN-LIST
                       PERFORM LIST-POOL
                   WHEN WS-PTXN-EXIT
                       MOVE "Y" TO WS-Pool-Done
                   WHEN OTHER
                       DISPLAY "Invalid selection"
               END-EVALUATE
           END-PERFORM

           CLOSE CashPoolFil
           IF WS-HAS-POOL-GROUPS
               CLOSE GrpMemFil
           END-IF.

       ADD-POOL-MASTER.
           DISPLAY "New pool ID: "
           ACCEPT WS-Pool-ID
           IF WS-Pool-ID = SPACES
               DISPLAY "Pool ID is required - not added"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POOL-ACCOUNTS
           IF WS-Pool-Count > ZERO
               DISPLAY "Pool " WS-Pool-ID
                   " already exists - not added"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Master KontoID: "
           ACCEPT KontoRecord-KontoID
           PERFORM CHECK-POOL-KONTO
           IF KontoRecord-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CashPoolRecord
           MOVE KontoRecord-KontoID TO Pool-KontoID
           MOVE WS-Pool-ID TO Pool-PoolID
           MOVE "M" TO Pool-Role
           MOVE ZERO TO Pool-Target
           MOVE WS-Today TO Pool-LastChanged

           MOVE "CP" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE Pool-KontoID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE CashPoolRecord TO MR-After(1:41)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       ADD-POOL-PARTICIPANT.
           DISPLAY "Pool ID: "
           ACCEPT WS-Pool-ID
           PERFORM FIND-POOL-ACCOUNTS
           IF WS-Pool-Master = SPACES
               DISPLAY "No pool with a master on file for "
                   WS-Pool-ID " - participant not added"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Pool-Master TO KontoRecord-KontoID
           READ KontoFil
               INVALID KEY
                   DISPLAY "Master account " WS-Pool-Master
                       " not on file - participant not added"
                   EXIT PARAGRAPH
           END-READ
           MOVE KontoRecord-KundeID TO WS-Master-Kunde
           MOVE KontoRecord-Valuta  TO WS-Master-Valuta

           DISPLAY "Participant KontoID: "
           ACCEPT KontoRecord-KontoID
           PERFORM CHECK-POOL-KONTO
           IF KontoRecord-KontoID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF KontoRecord-Valuta NOT = WS-Master-Valuta
               DISPLAY "Account is in " KontoRecord-Valuta
                   ", the pool in " WS-Master-Valuta
                   " - participant not added"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POOL-OWNER
           IF NOT WS-POOL-OWNER-OK
               DISPLAY "Owner " KontoRecord-KundeID
                   " is neither the master's customer nor in its"
                   " connected-client group - participant not added"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CashPoolRecord
           MOVE KontoRecord-KontoID TO Pool-KontoID
           MOVE WS-Pool-ID TO Pool-PoolID
           MOVE "P" TO Pool-Role
           DISPLAY "Target balance: "
           ACCEPT Pool-Target
           MOVE WS-Today TO Pool-LastChanged

           MOVE "CP" TO MR-Kind
           MOVE "A"  TO MR-Action
           MOVE Pool-KontoID TO MR-Key
           MOVE SPACES TO MR-Before
           MOVE SPACES TO MR-After
           MOVE CashPoolRecord TO MR-After(1:41)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

      * an active account on file and in no pool yet - KontoID is
      * cleared when it fails, with the reason shown.
       CHECK-POOL-KONTO.
           READ KontoFil
               INVALID KEY
                   DISPLAY "Account " KontoRecord-KontoID
                       " not on file - not added"
                   MOVE SPACES TO KontoRecord-KontoID
                   EXIT PARAGRAPH
           END-READ
           IF NOT KONTO-RECORD-ACTIVE
               DISPLAY "Account " KontoRecord-KontoID
                   " is not active - not added"
               MOVE SPACES TO KontoRecord-KontoID
               EXIT PARAGRAPH
           END-IF
           MOVE KontoRecord-KontoID TO Pool-KontoID
           READ CashPoolFil
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Account " Pool-KontoID
                       " is already in pool " Pool-PoolID
                       " - not added"
                   MOVE SPACES TO KontoRecord-KontoID
           END-READ.

      * the participant's owner must be the master's, or sit in the
      * same connected-client group as the master's owner.
       CHECK-POOL-OWNER.
           MOVE "N" TO WS-Pool-Owner-Valid
           IF KontoRecord-KundeID = WS-Master-Kunde
               MOVE "Y" TO WS-Pool-Owner-Valid
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HAS-POOL-GROUPS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Master-Kunde TO GrpMem-KundeID
           READ GrpMemFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE GrpMem-GroupID TO WS-Master-Group
           MOVE KontoRecord-KundeID TO GrpMem-KundeID
           READ GrpMemFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF GrpMem-GroupID = WS-Master-Group
               MOVE "Y" TO WS-Pool-Owner-Valid
           END-IF.

       CHANGE-POOL-TARGET.
           DISPLAY "Participant KontoID to change: "
           ACCEPT Pool-KontoID

           READ CashPoolFil
               INVALID KEY
                   DISPLAY "Account " Pool-KontoID " is not in a pool"
                   EXIT PARAGRAPH
           END-READ
           IF POOL-ROLE-MASTER
               DISPLAY "Account " Pool-KontoID " is the master of pool "
                   Pool-PoolID " - it carries no target"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MR-Before
           MOVE CashPoolRecord TO MR-Before(1:41)

           MOVE Pool-Target TO WS-Limit-Display
           DISPLAY "Target balance (" WS-Limit-Display
               ") - Enter to keep, else new value: "
           ACCEPT WS-Field
           IF WS-Field NOT = SPACE
               ACCEPT Pool-Target
           END-IF
           MOVE WS-Today TO Pool-LastChanged

           MOVE "CP" TO MR-Kind
           MOVE "C"  TO MR-Action
           MOVE Pool-KontoID TO MR-Key
           MOVE SPACES TO MR-After
           MOVE CashPoolRecord TO MR-After(1:41)
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       REMOVE-POOL-ACCOUNT.
           DISPLAY "KontoID to take out of its pool: "
           ACCEPT Pool-KontoID

           READ CashPoolFil
               INVALID KEY
                   DISPLAY "Account " Pool-KontoID " is not in a pool"
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO MR-Before
           MOVE CashPoolRecord TO MR-Before(1:41)
           IF POOL-ROLE-MASTER
               MOVE Pool-PoolID TO WS-Pool-ID
               PERFORM FIND-POOL-ACCOUNTS
               IF WS-Pool-Count > 1
                   DISPLAY "Pool " WS-Pool-ID " still has "
                       "participants - remove them first, master"
                       " not removed"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "CP" TO MR-Kind
           MOVE "D"  TO MR-Action
           MOVE MR-Before(1:10) TO MR-Key
           MOVE SPACES TO MR-After
           PERFORM QUEUE-MAINTENANCE-REQUEST.

       LIST-POOL.
           DISPLAY "Pool ID: "
           ACCEPT WS-Pool-ID
           MOVE "Y" TO WS-Pool-Listing
           PERFORM FIND-POOL-ACCOUNTS
           MOVE "N" TO WS-Pool-Listing
           IF WS-Pool-Count = ZERO
               DISPLAY "No pool on file for " WS-Pool-ID
           ELSE
               DISPLAY WS-Pool-Count " account(s)"
           END-IF.

      * the accounts of WS-Pool-ID through the alternate key, and
      * which of them is the master - shown one per line when
      * listing.
       FIND-POOL-ACCOUNTS.
           MOVE ZERO TO WS-Pool-Count
           MOVE SPACES TO WS-Pool-Master
           MOVE WS-Pool-ID TO Pool-PoolID
           SET END-POOL TO FALSE
           START CashPoolFil KEY IS EQUAL TO Pool-PoolID
               INVALID KEY
                   SET END-POOL TO TRUE
           END-START
           PERFORM UNTIL END-POOL
               READ CashPoolFil NEXT RECORD
                   AT END
                       SET END-POOL TO TRUE
                   NOT AT END
                       IF Pool-PoolID NOT = WS-Pool-ID
                           SET END-POOL TO TRUE
                       ELSE
                           ADD 1 TO WS-Pool-Count
                           IF POOL-ROLE-MASTER
                               MOVE Pool-KontoID TO WS-Pool-Master
                           END-IF
                           IF WS-POOL-IS-LISTING
                               MOVE Pool-Target TO WS-Limit-Display
                               DISPLAY "  " Pool-KontoID " role "
                                   Pool-Role " target "
                                   WS-Limit-Display
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CUSTOMER-LIMIT.
           DISPLAY "KundeID: "
           ACCEPT CustLimitRecord-KundeID
               DISPLAY "Aggregate exposure limit: "
               ACCEPT CustLimitRecord-Limit

               MOVE SPACES TO MR-After
               MOVE CustLimitRecord TO MR-After(1:24)
               READ CustLimitFil
                   INVALID KEY
                       MOVE "CL" TO MR-Kind
                       MOVE "A"  TO MR-Action
                       MOVE MR-After(1:10) TO MR-Key
                       MOVE SPACES TO MR-Before
                       PERFORM QUEUE-MAINTENANCE-REQUEST
                   NOT INVALID KEY
                       DISPLAY "Limit for "
                           CustLimitRecord-KundeID
                           " already exists - not added"
               END-READ
           END-IF.

       CHANGE-CUSTOMER-LIMIT.
                       TO WS-CustLimit-Display
                   DISPLAY "Current limit " WS-CustLimit-Display
                       " - new value: "
                   MOVE SPACES TO MR-Before
                   MOVE CustLimitRecord TO MR-Before(1:24)
                   ACCEPT CustLimitRecord-Limit

                   MOVE "CL" TO MR-Kind
                   MOVE "C"  TO MR-Action
                   MOVE CustLimitRecord-KundeID TO MR-Key
                   MOVE SPACES TO MR-After
                   MOVE CustLimitRecord TO MR-After(1:24)
                   PERFORM QUEUE-MAINTENANCE-REQUEST
           END-READ.

       DELETE-CUSTOMER-LIMIT.
                   DISPLAY "No customer limit on file for "
                       CustLimitRecord-KundeID
               NOT INVALID KEY
                   MOVE "CL" TO MR-Kind
                   MOVE "D"  TO MR-Action
                   MOVE CustLimitRecord-KundeID TO MR-Key
                   MOVE SPACES TO MR-Before
                   MOVE CustLimitRecord TO MR-Before(1:24)
                   MOVE SPACES TO MR-After
                   PERFORM QUEUE-MAINTENANCE-REQUEST
           END-READ.

       ADD-LIMIT.
               DISPLAY "Agreed overdraft limit: "
               ACCEPT LimitRecord-Limit

               MOVE SPACES TO MR-After
               MOVE LimitRecord TO MR-After(1:22)
               READ LimitFil
                   INVALID KEY
                       MOVE "OL" TO MR-Kind
                       MOVE "A"  TO MR-Action
                       MOVE MR-After(1:10) TO MR-Key
                       MOVE SPACES TO MR-Before
                       PERFORM QUEUE-MAINTENANCE-REQUEST
                   NOT INVALID KEY
                       DISPLAY "Limit for " LimitRecord-KontoID
                           " already exists - not added"
               END-READ
           END-IF.

       CHECK-KONTO-KNOWN.
                   MOVE LimitRecord-Limit TO WS-Limit-Display
                   DISPLAY "Current limit " WS-Limit-Display
                       " - new value: "
                   MOVE SPACES TO MR-Before
                   MOVE LimitRecord TO MR-Before(1:22)
                   ACCEPT LimitRecord-Limit

                   MOVE "OL" TO MR-Kind
                   MOVE "C"  TO MR-Action
                   MOVE LimitRecord-KontoID TO MR-Key
                   MOVE SPACES TO MR-After
                   MOVE LimitRecord TO MR-After(1:22)
                   PERFORM QUEUE-MAINTENANCE-REQUEST
           END-READ.

       DELETE-LIMIT.
                   DISPLAY "No limit on file for "
                       LimitRecord-KontoID
               NOT INVALID KEY
                   MOVE "OL" TO MR-Kind
                   MOVE "D"  TO MR-Action
                   MOVE LimitRecord-KontoID TO MR-Key
                   MOVE SPACES TO MR-Before
                   MOVE LimitRecord TO MR-Before(1:22)
                   MOVE SPACES TO MR-After
                   PERFORM QUEUE-MAINTENANCE-REQUEST
           END-READ.

       COPY "MAINTQ.cpy".

       COPY "SIGNON.cpy".

       COPY "SYSSTATE.cpy".
