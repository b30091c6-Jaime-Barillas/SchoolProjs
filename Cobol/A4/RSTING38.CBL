      *    ORIGINAL VOID RECORD AS EXPLAINING A GAP THAT NO LONGER     *
      *    EXISTS, AND A RIN RECORD ON THE INVAUD38 AUDIT TRAIL SO     *
      *    THE REINSTATEMENT ITSELF IS ATTRIBUTED AND REASON-CODED.    *
      *    A MASTER WORTH MORE THAN THE DIVISION'S DCTL38 LIMIT IS     *
      *    HELD ON PNDAPR38 ('28') UNTIL A SECOND OPERATOR APPROVES    *
      *    IT ON APRING38, WHICH CALLS BACK TO APPLY IT; BOTH LOG      *
      *    ENTRIES THEN CARRY BOTH OPERATOR IDS.                       *
      *    A MASTER ISSUED IN AN ACCOUNTING PERIOD FINANCE HAS CLOSED  *
      *    (PLKING38) IS NOT REINSTATED ('36') AND IS NEVER QUEUED FOR *
      *    APPROVAL.                                                   *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           88  WS-AUTH-DIV-OK    VALUE 'Y'.
      *
       01 WS-DOCUMENT-TYPE       PIC X(01) VALUE 'I'.
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
               WHEN INVMAST-CLOSE-DATE NOT = ZERO
                   MOVE '24' TO INVRSCOM-STATUS
               WHEN OTHER
                   PERFORM 0036-CHECK-PERIOD-LOCK
                   IF INVRSCOM-SUCCESS
                       PERFORM 0037-CHECK-DUAL-CONTROL
                   END-IF
           END-EVALUATE.
      *
           IF INVRSCOM-SUCCESS
               SET INVMAST-OPEN TO TRUE
               EXEC CICS
                   REWRITE FILE('INVMST38')
                           FROM(INVMAST-RECORD)
                           RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVRSCOM-STATUS
               ELSE
                   MOVE 'Y' TO WS-MASTER-REOPENED-SWITCH
               END-IF
           ELSE
               EXEC CICS
                   UNLOCK FILE('INVMST38')
                       RESP(WS-RESP2)
               END-EXEC
           END-IF.
      *
       0036-CHECK-PERIOD-LOCK.
      *
      *    BRINGING BACK A MASTER ISSUED IN A PERIOD FINANCE HAS SINCE
      *    CLOSED WOULD ADD AN INVOICE TO NUMBERS ALREADY REPORTED. IT
      *    IS CHECKED BEFORE DUAL CONTROL SO A REINSTATEMENT THAT CAN
      *    NEVER BE APPLIED IS NOT HELD FOR APPROVAL.
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
               MOVE '12' TO INVRSCOM-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPLCOM-PERIOD-CLOSED
                       MOVE '36' TO INVRSCOM-STATUS
                   WHEN INVPLCOM-FILE-ERROR
                       MOVE '12' TO INVRSCOM-STATUS
               END-EVALUATE
           END-IF.
      *
       0037-CHECK-DUAL-CONTROL.
      *
      *    REINSTATING A MASTER WORTH MORE THAN THE DIVISION'S DCTL38
      *    LIMIT NEEDS A SECOND OPERATOR. ON A FIRST CALL PNDING38
      *    EITHER LETS IT THROUGH OR HOLDS IT ON PNDAPR38, AND A HELD
      *    REINSTATEMENT IS RETURNED AS '28' WITH ITS REQUEST NUMBER,
      *    THE MASTER LEFT VOIDED. WHEN APRING38 CALLS BACK WITH THE
      *    APPROVER, PNDING38 CONFIRMS THE APPROVAL BELONGS TO THIS
      *    VERY NUMBER AND CALL BEFORE THE LIMIT IS SET ASIDE. ONLY A
      *    COMMAREA LONG ENOUGH TO CARRY THE APPENDED FIELDS CAN BE
      *    EITHER.
      *
           MOVE 'N' TO WS-APPROVED-CALL-SWITCH.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               IF INVRSCOM-APPROVER-ID NOT = SPACES
                  AND INVRSCOM-APPROVER-ID NOT = LOW-VALUES
                   MOVE 'Y' TO WS-APPROVED-CALL-SWITCH
               END-IF
           END-IF.
      *
           MOVE SPACES                  TO INVPNCOM-AREA.
           MOVE 'RIN'                   TO INVPNCOM-REQUEST-TYPE.
           MOVE INVRSCOM-DIVISION-CODE  TO INVPNCOM-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE        TO INVPNCOM-DOCUMENT-TYPE.
           MOVE INVRSCOM-INVOICE-NUMBER TO INVPNCOM-FROM-NUMBER.
           MOVE INVRSCOM-INVOICE-NUMBER TO INVPNCOM-TO-NUMBER.
           MOVE INVMAST-INVOICE-AMOUNT  TO INVPNCOM-MEASURE.
           MOVE INVRSCOM-REASON-CODE    TO INVPNCOM-REASON-CODE.
           MOVE INVRSCOM-REASON-TEXT    TO INVPNCOM-REASON-TEXT.
           MOVE INVRSCOM-OPERATOR-ID    TO INVPNCOM-REQUESTER-ID.
           MOVE ZERO                    TO INVPNCOM-REQUEST-NUMBER.
           IF WS-APPROVED-CALL
               SET INVPNCOM-VERIFY      TO TRUE
               MOVE INVRSCOM-APPROVER-ID    TO INVPNCOM-APPROVER-ID
               MOVE INVRSCOM-REQUEST-NUMBER TO INVPNCOM-REQUEST-NUMBER
           ELSE
               SET INVPNCOM-SUBMIT      TO TRUE
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
               MOVE '12' TO INVRSCOM-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPNCOM-GO-AHEAD
                       IF WS-APPROVED-CALL
                           MOVE INVRSCOM-APPROVER-ID TO WS-APPROVER-ID
                       END-IF
                   WHEN INVPNCOM-HELD
                       MOVE '28' TO INVRSCOM-STATUS
                       IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
                           MOVE INVPNCOM-REQUEST-NUMBER
                                TO INVRSCOM-REQUEST-NUMBER
                       END-IF
                   WHEN INVPNCOM-NOT-APPROVED
                       MOVE '32' TO INVRSCOM-STATUS
                       PERFORM 0040-WRITE-REJECTION-AUDIT-LOG
                   WHEN OTHER
                       MOVE '12' TO INVRSCOM-STATUS
               END-EVALUATE
           END-IF.
      *
       0040-WRITE-REJECTION-AUDIT-LOG.
      *
           MOVE EIBTRMID                TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-REJECTED   TO TRUE.
           MOVE INVRSCOM-OPERATOR-ID    TO INVAUD-OPERATOR-ID.
           IF INVRSCOM-NOT-APPROVED
               MOVE 'NO MATCHING APPROVAL, REINSTATE'
                                        TO INVAUD-REASON-TEXT
           ELSE
               MOVE 'AUTHORIZATION REJECTED, REINSTATE'
                                        TO INVAUD-REASON-TEXT
           END-IF.
           MOVE SPACES                  TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
           MOVE EIBDATE                 TO INVVOID-EIBDATE.
           MOVE EIBTIME                 TO INVVOID-EIBTIME.
           SET INVVOID-ENTRY-REINSTATE  TO TRUE.
           MOVE WS-APPROVER-ID          TO INVVOID-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVVOID38')
           SET INVAUD-ACTION-REINSTATED TO TRUE.
           MOVE INVRSCOM-OPERATOR-ID    TO INVAUD-OPERATOR-ID.
           MOVE INVRSCOM-REASON-TEXT    TO INVAUD-REASON-TEXT.
           MOVE WS-APPROVER-ID          TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
