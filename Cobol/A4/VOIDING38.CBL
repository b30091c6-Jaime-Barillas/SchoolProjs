      *    USED. MARKS THE INVMST38 MASTER RECORD VOIDED AND APPENDS   *
      *    A REASON-CODED ENTRY TO THE INVVOID38 LOG SO THE NUMBER     *
      *    SHOWS UP AS AN EXPLAINED GAP DURING RECONCILIATION.         *
      *    A CLOSED MASTER IS REFUSED WITH '24' AND A DISPUTED ONE     *
      *    WITH '28' - NEITHER IS AN UNUSED NUMBER. A MASTER ISSUED    *
      *    IN AN ACCOUNTING PERIOD FINANCE HAS CLOSED (PLKING38) IS    *
      *    REFUSED WITH '32'.                                          *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY INVOPA.
      *
       COPY INVQSC.
      *
       COPY INVPLCOM.
      *
       LINKAGE SECTION.
      *
      *
                           MOVE '24' TO INVVOCOM-STATUS
                       ELSE
                       IF INVMAST-DISPUTED
      *
      *    VOIDING A DISPUTED INVOICE JUST TO STOP IT SHOWING ON THE
      *    AGING IS WHAT THE DISPUTE STATUS EXISTS TO PREVENT. IT
      *    MUST BE RELEASED ON DISING38 FIRST.
      *
                           MOVE '28' TO INVVOCOM-STATUS
                       ELSE
                           PERFORM 0045-CHECK-PERIOD-LOCK
                           IF INVVOCOM-SUCCESS
                               SET INVMAST-VOIDED TO TRUE
                               EXEC CICS
                                   REWRITE FILE('INVMST38')
                                           FROM(INVMAST-RECORD)
                                           RESP(WS-RESP)
                               END-EXEC
                               IF WS-RESP NOT = DFHRESP(NORMAL)
                                   MOVE '12' TO INVVOCOM-STATUS
                               ELSE
                                   MOVE 'Y' TO WS-MASTER-VOIDED-SWITCH
                               END-IF
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE '04' TO INVVOCOM-STATUS
                   WHEN OTHER
           MOVE INVVOCOM-OPERATOR-ID    TO INVAUD-OPERATOR-ID.
           MOVE 'AUTHORIZATION REJECTED, VOID'
                                        TO INVAUD-REASON-TEXT.
           MOVE SPACES                  TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVVOCOM-STATUS
           END-IF.
      *
       0045-CHECK-PERIOD-LOCK.
      *
      *    ONCE FINANCE HAS CLOSED THE PERIOD THE MASTER WAS ISSUED IN,
      *    ITS NUMBERS HAVE BEEN REPORTED. VOIDING IT WOULD CHANGE THEM,
      *    SO THE CORRECTION MUST BE A CREDIT MEMO IN AN OPEN PERIOD.
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
               MOVE '12' TO INVVOCOM-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPLCOM-PERIOD-CLOSED
                       MOVE '32' TO INVVOCOM-STATUS
                   WHEN INVPLCOM-FILE-ERROR
                       MOVE '12' TO INVVOCOM-STATUS
               END-EVALUATE
           END-IF.
      *
       0050-READ-CONTROL-FISCAL-YEAR.
      *
           MOVE INVVOCOM-REASON-CODE    TO INVVOID-REASON-CODE.
           MOVE INVVOCOM-REASON-TEXT    TO INVVOID-REASON-TEXT.
           MOVE INVVOCOM-OPERATOR-ID    TO INVVOID-OPERATOR-ID.
           MOVE SPACES                  TO INVVOID-APPROVER-ID.
           MOVE EIBDATE                 TO INVVOID-EIBDATE.
           MOVE EIBTIME                 TO INVVOID-EIBTIME.
           SET INVVOID-ENTRY-VOID       TO TRUE.
