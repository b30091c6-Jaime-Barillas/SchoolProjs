      *    REPORT INSTEAD OF EVERY INVOICE SITTING OPEN FOREVER.       *
      *    A RECORD THAT IS ALREADY CLOSED OR VOIDED IS REFUSED WITH   *
      *    STATUS '08' - SETTLEMENT OF A VOIDED NUMBER IS A PROBLEM    *
      *    THE CALLER NEEDS TO HEAR ABOUT, NOT PAPER OVER. A DISPUTED  *
      *    INVOICE IS REFUSED WITH '20' UNTIL THE DISPUTE IS RELEASED. *
      *    AN INVOICE ISSUED IN AN ACCOUNTING PERIOD FINANCE HAS       *
      *    CLOSED (PLKING38) IS REFUSED WITH '24' - CLOSING IT WOULD   *
      *    MOVE IT OUT OF THE OPEN BALANCE FINANCE REPORTED FOR THAT   *
      *    PERIOD.                                                     *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY INVMAST.
      *
       COPY INVQSC.
      *
       COPY INVPLCOM.
      *
       LINKAGE SECTION.
      *
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF INVMAST-DISPUTED
      *
      *    A DISPUTED INVOICE IS NOT SETTLED UNTIL THE DISPUTE IS
      *    RELEASED ON DISING38. REFUSED WITH ITS OWN STATUS SO THE
      *    SETTLEMENT SYSTEM CAN TELL IT FROM A VOIDED NUMBER.
      *
                           MOVE '20' TO INVCLCOM-STATUS
                       ELSE
                       IF NOT INVMAST-OPEN
                           MOVE '08' TO INVCLCOM-STATUS
                       ELSE
                           PERFORM 0060-CHECK-PERIOD-LOCK
                           IF INVCLCOM-SUCCESS
                               SET INVMAST-CLOSED TO TRUE
                               MOVE EIBDATE TO INVMAST-CLOSE-DATE
                               MOVE EIBTIME TO INVMAST-CLOSE-TIME
                               MOVE INVCLCOM-OPERATOR-ID
                                    TO INVMAST-CLOSE-OPERATOR-ID
                               MOVE INVCLCOM-SOURCE-SYSTEM
                                    TO INVMAST-CLOSE-SOURCE
                               EXEC CICS
                                   REWRITE FILE('INVMST38')
                                           FROM(INVMAST-RECORD)
                                           RESP(WS-RESP)
                               END-EXEC
                               IF WS-RESP NOT = DFHRESP(NORMAL)
                                   MOVE '12' TO INVCLCOM-STATUS
                               END-IF
                           END-IF
                       END-IF
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE '04' TO INVCLCOM-STATUS
                   WHEN OTHER
                   END-IF
               END-IF
           END-IF.
      *
       0060-CHECK-PERIOD-LOCK.
      *
      *    THE PERIOD THE INVOICE WAS ISSUED IN MUST STILL BE OPEN ON
      *    PRDCTL38. A SETTLEMENT ARRIVING AFTER FINANCE CLOSED IT IS
      *    REFUSED SO THE REPORTED OPEN BALANCE DOES NOT MOVE.
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
               MOVE '12' TO INVCLCOM-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPLCOM-PERIOD-CLOSED
                       MOVE '24' TO INVCLCOM-STATUS
                   WHEN INVPLCOM-FILE-ERROR
                       MOVE '12' TO INVCLCOM-STATUS
               END-EVALUATE
           END-IF.
