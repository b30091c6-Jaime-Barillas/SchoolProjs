      *    VOIDED MASTER RECORD WRITTEN FOR IT, SO THE MASTER FILE     *
      *    STAYS THE CANONICAL ANSWER TO WHETHER A NUMBER EXISTS AND   *
      *    WHAT ITS STATUS IS. A NUMBER ALREADY VOIDED IS LEFT ALONE;  *
      *    A CLOSED (BILLED-AND-PAID) OR DISPUTED MASTER INSIDE THE    *
      *    RANGE PROVES THE RANGE IS MIS-KEYED, SO THE WHOLE CALL IS   *
      *    REFUSED AND ANY UPDATES ALREADY MADE ARE BACKED OUT.        *
      *    A RANGE LONGER THAN THE DIVISION'S DCTL38 LIMIT IS HELD ON  *
      *    PNDAPR38 ('36') UNTIL A SECOND OPERATOR APPROVES IT ON      *
      *    APRING38, WHICH CALLS BACK TO APPLY IT; THE VOID LOG ENTRY  *
      *    THEN CARRIES BOTH OPERATOR IDS.                             *
      *    AN OPEN MASTER IN THE RANGE ISSUED IN AN ACCOUNTING PERIOD  *
      *    FINANCE HAS CLOSED (PLKING38) REFUSES THE WHOLE CALL WITH   *
      *    '44' AND BACKS IT OUT THE SAME WAY. BOTH REFUSALS ARE ALSO  *
      *    CHECKED BEFORE DUAL CONTROL, SO A RANGE THAT COULD NEVER BE *
      *    APPLIED IS NOT HELD FOR APPROVAL.                           *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       01 WS-DOCUMENT-TYPE       PIC X(01) VALUE 'I'.
       01 WS-SEL-NEXT-NUMBER     PIC 9(08) VALUE ZERO.
       01 WS-SEL-RANGE-START     PIC 9(08) VALUE ZERO.
      *
       01 WS-APPROVER-ID         PIC X(08) VALUE SPACES.
       01 WS-APPROVED-CALL-SWITCH PIC X    VALUE 'N'.
           88  WS-APPROVED-CALL  VALUE 'Y'.
      *
       COPY INVPNCOM.
      *
       COPY INVPLCOM.
      *
       COPY INVMAST.
      *
           IF INVRNG-SUCCESS
               PERFORM 0060-VALIDATE-RANGE-AGAINST-CONTROL
           END-IF.
      *
           IF INVRNG-SUCCESS
               PERFORM 0065-PRECHECK-ONE-MASTER
                   VARYING WS-VOID-NUMBER
                   FROM INVRNG-RANGE-START BY 1
                   UNTIL WS-VOID-NUMBER > INVRNG-RANGE-END
                      OR NOT INVRNG-SUCCESS
           END-IF.
      *
           IF INVRNG-SUCCESS
               PERFORM 0070-CHECK-DUAL-CONTROL
           END-IF.
      *
           IF INVRNG-SUCCESS
               PERFORM 0200-VOID-ONE-MASTER
           MOVE EIBTRMID              TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-REJECTED TO TRUE.
           MOVE INVRNG-OPERATOR-ID    TO INVAUD-OPERATOR-ID.
           IF INVRNG-NOT-APPROVED
               MOVE 'NO MATCHING APPROVAL, RANGE VOID'
                                      TO INVAUD-REASON-TEXT
           ELSE
               MOVE 'AUTHORIZATION REJECTED, RANGE VOID'
                                      TO INVAUD-REASON-TEXT
           END-IF.
           MOVE SPACES                TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
              OR INVRNG-RANGE-START < WS-SEL-RANGE-START
               MOVE '28' TO INVRNG-STATUS
           END-IF.
      *
       0065-PRECHECK-ONE-MASTER.
      *
      *    A CLOSED OR DISPUTED MASTER, OR AN OPEN ONE IN A CLOSED
      *    PERIOD, WOULD FAIL THE RANGE WHEN IT IS APPLIED. FIND THAT
      *    OUT BEFORE PNDING38 IS ASKED, SO SUCH A RANGE IS REFUSED
      *    NOW RATHER THAN HELD, APPROVED, AND THEN BACKED OUT.
      *    NOTHING IS HELD FOR UPDATE HERE; 0200-VOID-ONE-MASTER
      *    CHECKS AGAIN UNDER THE UPDATE LOCK.
      *
           MOVE INVRNG-DIVISION-CODE TO INVMAST-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE     TO INVMAST-DOCUMENT-TYPE.
           MOVE WS-VOID-NUMBER       TO INVMAST-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVMST38')
                    INTO(INVMAST-RECORD)
                    RIDFLD(INVMAST-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN INVMAST-VOIDED
                           CONTINUE
                       WHEN INVMAST-CLOSED
                       WHEN INVMAST-DISPUTED
                           MOVE '32' TO INVRNG-STATUS
                       WHEN OTHER
                           PERFORM 0210-CHECK-PERIOD-LOCK
                   END-EVALUATE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO INVRNG-STATUS
           END-EVALUATE.
      *
       0070-CHECK-DUAL-CONTROL.
      *
      *    A RANGE LONGER THAN THE DIVISION'S DCTL38 LIMIT NEEDS A
      *    SECOND OPERATOR. ON A FIRST CALL PNDING38 EITHER LETS IT
      *    THROUGH OR HOLDS IT ON PNDAPR38, AND A HELD RANGE IS
      *    RETURNED AS '36' WITH ITS REQUEST NUMBER, NOTHING VOIDED.
      *    WHEN APRING38 CALLS BACK WITH THE APPROVER, PNDING38
      *    CONFIRMS THE APPROVAL BELONGS TO THIS VERY RANGE AND CALL
      *    BEFORE THE LIMIT IS SET ASIDE. ONLY A COMMAREA LONG
      *    ENOUGH TO CARRY THE APPENDED FIELDS CAN BE EITHER.
      *
           MOVE 'N' TO WS-APPROVED-CALL-SWITCH.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               IF INVRNG-APPROVER-ID NOT = SPACES
                  AND INVRNG-APPROVER-ID NOT = LOW-VALUES
                   MOVE 'Y' TO WS-APPROVED-CALL-SWITCH
               END-IF
           END-IF.
      *
           MOVE SPACES                TO INVPNCOM-AREA.
           MOVE 'VOI'                 TO INVPNCOM-REQUEST-TYPE.
           MOVE INVRNG-DIVISION-CODE  TO INVPNCOM-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE      TO INVPNCOM-DOCUMENT-TYPE.
           MOVE INVRNG-RANGE-START    TO INVPNCOM-FROM-NUMBER.
           MOVE INVRNG-RANGE-END      TO INVPNCOM-TO-NUMBER.
           COMPUTE INVPNCOM-MEASURE =
               INVRNG-RANGE-END - INVRNG-RANGE-START + 1.
           MOVE INVRNG-REASON-CODE    TO INVPNCOM-REASON-CODE.
           MOVE INVRNG-REASON-TEXT    TO INVPNCOM-REASON-TEXT.
           MOVE INVRNG-OPERATOR-ID    TO INVPNCOM-REQUESTER-ID.
           MOVE ZERO                  TO INVPNCOM-REQUEST-NUMBER.
           IF WS-APPROVED-CALL
               SET INVPNCOM-VERIFY    TO TRUE
               MOVE INVRNG-APPROVER-ID    TO INVPNCOM-APPROVER-ID
               MOVE INVRNG-REQUEST-NUMBER TO INVPNCOM-REQUEST-NUMBER
           ELSE
               SET INVPNCOM-SUBMIT    TO TRUE
           END-IF.
      *
           EXEC CICS
               LINK PROGRAM('PNDING38')
                    COMMAREA(INVPNCOM-AREA)
                    LENGTH(LENGTH OF INVPNCOM-AREA)
                    RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVRNG-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPNCOM-GO-AHEAD
                       IF WS-APPROVED-CALL
                           MOVE INVRNG-APPROVER-ID TO WS-APPROVER-ID
                       END-IF
                   WHEN INVPNCOM-HELD
                       MOVE '36' TO INVRNG-STATUS
                       IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
                           MOVE INVPNCOM-REQUEST-NUMBER
                                TO INVRNG-REQUEST-NUMBER
                       END-IF
                   WHEN INVPNCOM-NOT-APPROVED
                       MOVE '40' TO INVRNG-STATUS
                       PERFORM 0022-WRITE-REJECTION-AUDIT-LOG
                   WHEN OTHER
                       MOVE '12' TO INVRNG-STATUS
               END-EVALUATE
           END-IF.
      *
       0100-WRITE-VOID-LOG.
      *
           MOVE EIBDATE               TO INVVOID-EIBDATE.
           MOVE EIBTIME               TO INVVOID-EIBTIME.
           SET INVVOID-ENTRY-VOID     TO TRUE.
           MOVE WS-APPROVER-ID        TO INVVOID-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVVOID38')
                               RESP(WS-RESP)
                       END-EXEC
                   ELSE
                   IF INVMAST-CLOSED OR INVMAST-DISPUTED
      *
      *    A CLOSED MASTER IS A BILLED-AND-PAID INVOICE, AND A
      *    DISPUTED ONE A BILLED INVOICE THE CUSTOMER IS CONTESTING -
      *    NEITHER CAN BE PART OF AN UNUSED TAIL, SO THE RANGE IS
      *    MIS-KEYED.
      *    FAIL THE CALL; THE ROLLBACK IN THE MAINLINE BACKS OUT ANY
      *    MASTERS ALREADY VOIDED THIS CALL.
      *
                       MOVE '32' TO INVRNG-STATUS
                   ELSE
                       PERFORM 0210-CHECK-PERIOD-LOCK
                       IF INVRNG-SUCCESS
                           SET INVMAST-VOIDED TO TRUE
                           EXEC CICS
                               REWRITE FILE('INVMST38')
                                       FROM(INVMAST-RECORD)
                                       RESP(WS-RESP)
                           END-EXEC
                           IF WS-RESP NOT = DFHRESP(NORMAL)
                               MOVE '12' TO INVRNG-STATUS
                           ELSE
                               MOVE 'Y' TO WS-MASTER-UPDATED-SWITCH
                               ADD 1 TO INVRNG-VOIDED-COUNT
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   MOVE ZERO           TO INVMAST-CUSTOMER-NUMBER
                   MOVE ZERO           TO INVMAST-INVOICE-AMOUNT
                   MOVE ZERO           TO INVMAST-DUE-DATE
                   MOVE ZERO           TO INVMAST-ORIG-DIVISION-CODE
                   MOVE ZERO           TO INVMAST-ORIG-INVOICE-NUMBER
                   EXEC CICS
                       WRITE FILE('INVMST38')
                             FROM(INVMAST-RECORD)
               WHEN OTHER
                   MOVE '12' TO INVRNG-STATUS
           END-EVALUATE.
      *
       0210-CHECK-PERIOD-LOCK.
      *
      *    AN OPEN MASTER ISSUED IN A PERIOD FINANCE HAS SINCE CLOSED
      *    HAS BEEN REPORTED, SO IT CANNOT BE VOIDED AS PART OF AN
      *    UNUSED TAIL. THE WHOLE CALL FAILS AND THE MAINLINE ROLLBACK
      *    BACKS OUT ANY MASTERS ALREADY VOIDED THIS CALL.
      *
           MOVE INVMAST-DIVISION-CODE TO INVPLCOM-DIVISION-CODE.
           MOVE INVMAST-ISSUE-DATE    TO INVPLCOM-ISSUE-DATE.
           EXEC CICS
               LINK PROGRAM('PLKING38')
                    COMMAREA(INVPLCOM-AREA)
                    LENGTH(LENGTH OF INVPLCOM-AREA)
                    RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVRNG-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPLCOM-PERIOD-CLOSED
                       MOVE '44' TO INVRNG-STATUS
                   WHEN INVPLCOM-FILE-ERROR
                       MOVE '12' TO INVRNG-STATUS
               END-EVALUATE
           END-IF.
