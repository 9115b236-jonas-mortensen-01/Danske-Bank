      *-----------------------------------------------------------*
      * GRPLIMIT.cpy - tests a debit against the connected-client  *
      * group cap (CLIENTGRP.cpy) of the group the account's       *
      * customer belongs to. Copied into PROCEDURE DIVISION by the *
      * programs that already test the customer-level cap          *
      * (CustomerLimits.txt) - a debit must pass both.             *
      *                                                             *
      * Contract - the including program must declare:              *
      *   GroupFil  (ClientGroups.txt, record COPY CLIENTGRP.cpy)   *
      *   GrpMemFil (GroupMembers.txt, record COPY GRPMEMB.cpy,     *
      *       ALTERNATE RECORD KEY GrpMem-GroupID WITH DUPLICATES)  *
      *   KontoSumFil - the read-only second leg on the account     *
      *       master, KSum- names, alternate key KSum-KundeID       *
      *   WS-Group-File-Open PIC X                                  *
      *       88 WS-HAS-GROUP-FILE VALUE "Y"                        *
      *   WS-GroupLimit-Valid PIC X                                 *
      *       88 WS-GROUPLIMIT-OK VALUE "Y"                         *
      *   WS-Group-Exposure, WS-Group-Floor PIC S9(14)V99           *
      *   EOF-GRPMEM / END-GRPMEM, EOF-KSUM / END-KSUM              *
      * and have loaded KontoRecord (the account being debited)     *
      * and WS-Proposed-Balance (its balance after the debit).      *
      * PERFORM CHECK-GROUP-LIMIT and test WS-GROUPLIMIT-OK. The    *
      * members' balances across every open account are summed,     *
      * the proposed figure standing in for the account debited -  *
      * the same measure the customer-level cap uses. No group     *
      * files, no group, or a group with a zero cap passes.         *
      *-----------------------------------------------------------*
       CHECK-GROUP-LIMIT.
           MOVE "Y" TO WS-GroupLimit-Valid
           IF NOT WS-HAS-GROUP-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE KontoRecord-KundeID TO GrpMem-KundeID
           READ GrpMemFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE GrpMem-GroupID TO Grp-GroupID
           READ GroupFil
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF Grp-Limit = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Group-Exposure
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
                       IF GrpMem-GroupID NOT = Grp-GroupID
                           SET END-GRPMEM TO TRUE
                       ELSE
                           PERFORM SUM-GROUP-MEMBER
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-Group-Floor = ZERO - Grp-Limit
           IF WS-Group-Exposure < WS-Group-Floor
               MOVE "N" TO WS-GroupLimit-Valid
           END-IF.

       SUM-GROUP-MEMBER.
           SET END-KSUM TO FALSE
           MOVE GrpMem-KundeID TO KSum-KundeID
           START KontoSumFil KEY IS EQUAL TO KSum-KundeID
               INVALID KEY
                   SET END-KSUM TO TRUE
           END-START
           PERFORM UNTIL END-KSUM
               READ KontoSumFil NEXT RECORD
                   AT END
                       SET END-KSUM TO TRUE
                   NOT AT END
                       IF KSum-KundeID NOT = GrpMem-KundeID
                           SET END-KSUM TO TRUE
                       ELSE
                           IF NOT KSUM-RECORD-CLOSED
                               IF KSum-KontoID
                                       = KontoRecord-KontoID
                                   ADD WS-Proposed-Balance
                                       TO WS-Group-Exposure
                               ELSE
                                   ADD KSum-Balance
                                       TO WS-Group-Exposure
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
