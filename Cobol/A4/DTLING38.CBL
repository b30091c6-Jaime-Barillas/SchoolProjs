      *    REFUSES TO CLOSE ONE: BILLING DETAIL ARRIVING FOR A NUMBER  *
      *    THAT IS NOT OPEN IS A PROBLEM THE CALLER NEEDS TO HEAR      *
      *    ABOUT, NOT PAPER OVER.                                      *
      *    THE CUSTOMER NUMBER MUST NAME A CUSMST38 CUSTOMER THE       *
      *    DIVISION MAY BILL, WHOSE ACCOUNT IS ACTIVE AND NOT ON       *
      *    CREDIT HOLD, OR NOTHING IS STAMPED - A MIS-KEYED NUMBER IS  *
      *    CAUGHT HERE INSTEAD OF WHEN AR CANNOT APPLY THE PAYMENT.    *
      *    A CREDIT MEMO STILL STAMPS AGAINST A HELD ACCOUNT: IT ONLY  *
      *    LOWERS WHAT THE CUSTOMER OWES.                              *
      *    A CREDIT OR DEBIT MEMO MAY NAME THE ORIGINAL INVOICE IT     *
      *    ADJUSTS. THE ORIGINAL MUST EXIST ('36') AND NOT BE VOIDED   *
      *    ('40'), AND ITS AMOUNT PLUS EVERY LIVE DEBIT MEMO, LESS     *
      *    EVERY LIVE CREDIT MEMO, ALREADY LINKED TO IT - THIS MEMO    *
      *    INCLUDED - MAY NOT GO BELOW ZERO ('44'). THE LINK IS        *
      *    CARRIED ON THE MEMO'S MASTER AND CROSS-REFERENCED ON        *
      *    INVMLK38 FOR THE NETING38 NET-POSITION REPORT. A CALLER     *
      *    WHOSE COMMAREA ENDS BEFORE THE ORIGINAL-INVOICE FIELDS      *
      *    RESTAMPS THE MEMO WITH ITS EXISTING LINK UNCHANGED.         *
      *    A MASTER ISSUED IN AN ACCOUNTING PERIOD FINANCE HAS CLOSED  *
      *    (PLKING38) IS NOT RESTAMPED ('48'): ITS AMOUNT HAS BEEN     *
      *    REPORTED, SO A CHANGE TO IT GOES THROUGH A CREDIT OR DEBIT  *
      *    MEMO ISSUED IN AN OPEN PERIOD.                              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       01 FILE-STATUS-INFO.
           05 MST-OPEN-STATUS    PIC S9(8) COMP.
           05 MST-ENABLE-STATUS  PIC S9(8) COMP.
           05 MLK-OPEN-STATUS    PIC S9(8) COMP.
           05 MLK-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-DOCUMENT-TYPE       PIC X(01) VALUE 'I'.
      *
       01 WS-CUST-SUB            PIC 9(02).
       01 WS-CUST-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-CUST-DIV-OK    VALUE 'Y'.
      *
      *    THE LINK THIS STAMP WILL CARRY (ZERO WHEN UNLINKED) AND
      *    THE ONE THE MEMO CARRIED BEFORE, SO A RESTAMP THAT MOVES
      *    THE MEMO CAN DROP ITS OLD CROSS-REFERENCE.
      *
       01 WS-ORIG-DIVISION-CODE  PIC 9(02) VALUE ZERO.
       01 WS-ORIG-INVOICE-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-OLD-DIVISION-CODE   PIC 9(02) VALUE ZERO.
       01 WS-OLD-INVOICE-NUMBER  PIC 9(08) VALUE ZERO.
       01 WS-NET-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-BROWSE-SWITCH       PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE    VALUE 'Y'.
      *
       COPY INVMAST.
      *
       COPY INVMLNK.
      *
       COPY INVCUST.
      *
       COPY INVQSC.
      *
       COPY INVPLCOM.
      *
       LINKAGE SECTION.
      *
           IF INVDTCOM-SUCCESS
               PERFORM 0050-ENSURE-MASTER-FILE-OPEN
           END-IF.
      *
           IF INVDTCOM-SUCCESS
               PERFORM 0040-VALIDATE-CUSTOMER
           END-IF.
      *
      *    ONLY A COMMAREA LONG ENOUGH TO CARRY THE APPENDED
      *    ORIGINAL-INVOICE FIELDS CAN SET OR CHANGE A MEMO'S LINK.
      *
           IF INVDTCOM-SUCCESS AND WS-DOCUMENT-TYPE NOT = 'I'
               IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
                   PERFORM 0045-VALIDATE-ORIGINAL
               END-IF
           END-IF.
      *
      *    THE ORIGINAL CHECK READS OTHER MASTERS THROUGH THE SAME
      *    RECORD AREA, SO THE STAMPED MASTER'S KEY IS SET AGAIN.
      *
           MOVE INVDTCOM-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE        TO INVMAST-DOCUMENT-TYPE.
           MOVE INVDTCOM-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
      *
           IF INVDTCOM-SUCCESS
               EXEC CICS
                       IF NOT INVMAST-OPEN
                           MOVE '08' TO INVDTCOM-STATUS
                       ELSE
                           PERFORM 0060-CHECK-PERIOD-LOCK
                       END-IF
                       IF INVDTCOM-SUCCESS
                           MOVE INVMAST-ORIG-DIVISION-CODE
                                TO WS-OLD-DIVISION-CODE
                           MOVE INVMAST-ORIG-INVOICE-NUMBER
                                TO WS-OLD-INVOICE-NUMBER
                           IF EIBCALEN < LENGTH OF DFHCOMMAREA
                               MOVE WS-OLD-DIVISION-CODE
                                    TO WS-ORIG-DIVISION-CODE
                               MOVE WS-OLD-INVOICE-NUMBER
                                    TO WS-ORIG-INVOICE-NUMBER
                           END-IF
                           MOVE INVDTCOM-CUSTOMER-NUMBER
                                TO INVMAST-CUSTOMER-NUMBER
                           MOVE INVDTCOM-INVOICE-AMOUNT
                                TO INVMAST-INVOICE-AMOUNT
                           MOVE INVDTCOM-DUE-DATE
                                TO INVMAST-DUE-DATE
                           MOVE WS-ORIG-DIVISION-CODE
                                TO INVMAST-ORIG-DIVISION-CODE
                           MOVE WS-ORIG-INVOICE-NUMBER
                                TO INVMAST-ORIG-INVOICE-NUMBER
                           EXEC CICS
                               REWRITE FILE('INVMST38')
                                       FROM(INVMAST-RECORD)
                           END-EXEC
                           IF WS-RESP NOT = DFHRESP(NORMAL)
                               MOVE '12' TO INVDTCOM-STATUS
                           ELSE
                               IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
                                   PERFORM 0200-MAINTAIN-MEMO-LINK
                               END-IF
                           END-IF
                       END-IF
                   WHEN DFHRESP(NOTFND)
               WHEN OTHER
                   MOVE '12' TO INVDTCOM-STATUS
           END-EVALUATE.
      *
       0040-VALIDATE-CUSTOMER.
      *
      *    CHECKED BEFORE THE MASTER IS READ FOR UPDATE SO A REFUSED
      *    STAMP NEVER HOLDS THE MASTER RECORD LOCKED.
      *
           MOVE INVDTCOM-CUSTOMER-NUMBER TO INVCUST-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE('CUSMST38')
                    INTO(INVCUST-RECORD)
                    RIDFLD(INVCUST-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF NOT INVCUST-ACTIVE
                       MOVE '24' TO INVDTCOM-STATUS
                   ELSE
                       IF INVCUST-CREDIT-HOLD
                          AND WS-DOCUMENT-TYPE NOT = 'C'
                           MOVE '28' TO INVDTCOM-STATUS
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE '20' TO INVDTCOM-STATUS
               WHEN OTHER
                   MOVE '12' TO INVDTCOM-STATUS
           END-EVALUATE.
      *
           IF INVDTCOM-SUCCESS AND NOT INVCUST-ALL-DIVISIONS
               MOVE 'N' TO WS-CUST-DIV-SWITCH
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > 10 OR WS-CUST-DIV-OK
                   IF INVCUST-DIVISION-CODE (WS-CUST-SUB)
                      = INVDTCOM-DIVISION-CODE
                       MOVE 'Y' TO WS-CUST-DIV-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-CUST-DIV-OK
                   MOVE '32' TO INVDTCOM-STATUS
               END-IF
           END-IF.
      *
       0045-VALIDATE-ORIGINAL.
      *
      *    A MEMO WITH NO ORIGINAL NUMBER IS STAMPED UNLINKED AND
      *    SHOWS ON THE NETING38 REPORT AS SUCH. OTHERWISE THE NET
      *    POSITION OF THE ORIGINAL IS BUILT FROM ITS OWN AMOUNT AND
      *    EVERY OTHER LIVE MEMO STILL LINKED TO IT, THEN THIS MEMO
      *    IS APPLIED. A RESTAMP OF THIS MEMO IS NOT COUNTED TWICE.
      *
           MOVE ZERO TO WS-ORIG-DIVISION-CODE.
           MOVE ZERO TO WS-ORIG-INVOICE-NUMBER.
           IF INVDTCOM-ORIG-DIVISION-CODE NUMERIC
              AND INVDTCOM-ORIG-INVOICE-NUMBER NUMERIC
              AND INVDTCOM-ORIG-INVOICE-NUMBER NOT = ZERO
               MOVE INVDTCOM-ORIG-DIVISION-CODE
                    TO WS-ORIG-DIVISION-CODE
               MOVE INVDTCOM-ORIG-INVOICE-NUMBER
                    TO WS-ORIG-INVOICE-NUMBER
               PERFORM 0046-CHECK-NET-POSITION
           END-IF.
      *
       0046-CHECK-NET-POSITION.
      *
           MOVE WS-ORIG-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE 'I'                    TO INVMAST-DOCUMENT-TYPE.
           MOVE WS-ORIG-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
           EXEC CICS
               READ FILE('INVMST38')
                    INTO(INVMAST-RECORD)
                    RIDFLD(INVMAST-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVMAST-VOIDED
                       MOVE '40' TO INVDTCOM-STATUS
                   ELSE
                       MOVE INVMAST-INVOICE-AMOUNT TO WS-NET-AMOUNT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE '36' TO INVDTCOM-STATUS
               WHEN OTHER
                   MOVE '12' TO INVDTCOM-STATUS
           END-EVALUATE.
      *
           IF INVDTCOM-SUCCESS
               MOVE WS-ORIG-DIVISION-CODE  TO INVMLNK-ORIG-DIVISION-CODE
               MOVE WS-ORIG-INVOICE-NUMBER
                    TO INVMLNK-ORIG-INVOICE-NUMBER
               MOVE LOW-VALUES TO INVMLNK-MEMO-KEY
               MOVE 'N' TO WS-BROWSE-SWITCH
               EXEC CICS
                   STARTBR FILE('INVMLK38')
                           RIDFLD(INVMLNK-KEY)
                           GTEQ
                           RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 0047-READ-NEXT-LINK
                           UNTIL WS-BROWSE-DONE
                       EXEC CICS
                           ENDBR FILE('INVMLK38')
                                 RESP(WS-RESP2)
                       END-EXEC
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       MOVE '12' TO INVDTCOM-STATUS
               END-EVALUATE
           END-IF.
      *
           IF INVDTCOM-SUCCESS
               IF WS-DOCUMENT-TYPE = 'C'
                   SUBTRACT INVDTCOM-INVOICE-AMOUNT FROM WS-NET-AMOUNT
               ELSE
                   ADD INVDTCOM-INVOICE-AMOUNT TO WS-NET-AMOUNT
               END-IF
               IF WS-NET-AMOUNT < ZERO
                   MOVE '44' TO INVDTCOM-STATUS
               END-IF
           END-IF.
      *
       0047-READ-NEXT-LINK.
      *
      *    THE CROSS-REFERENCE ONLY POINTS THE WAY: A MEMO SINCE
      *    VOIDED, OR RESTAMPED AGAINST ANOTHER ORIGINAL, NO LONGER
      *    COUNTS, SO EACH MEMO'S OWN MASTER HAS THE LAST WORD.
      *
           EXEC CICS
               READNEXT FILE('INVMLK38')
                        INTO(INVMLNK-RECORD)
                        RIDFLD(INVMLNK-KEY)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVMLNK-ORIG-DIVISION-CODE NOT =
                          WS-ORIG-DIVISION-CODE
                      OR INVMLNK-ORIG-INVOICE-NUMBER NOT =
                          WS-ORIG-INVOICE-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF INVMLNK-MEMO-DIVISION-CODE NOT =
                              INVDTCOM-DIVISION-CODE
                          OR INVMLNK-MEMO-DOCUMENT-TYPE NOT =
                              WS-DOCUMENT-TYPE
                          OR INVMLNK-MEMO-INVOICE-NUMBER NOT =
                              INVDTCOM-INVOICE-NUMBER
                           PERFORM 0048-TAKE-LINKED-MEMO
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE '12' TO INVDTCOM-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
      *
       0048-TAKE-LINKED-MEMO.
      *
           MOVE INVMLNK-MEMO-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE INVMLNK-MEMO-DOCUMENT-TYPE  TO INVMAST-DOCUMENT-TYPE.
           MOVE INVMLNK-MEMO-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
           EXEC CICS
               READ FILE('INVMST38')
                    INTO(INVMAST-RECORD)
                    RIDFLD(INVMAST-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF NOT INVMAST-VOIDED
                      AND INVMAST-ORIG-DIVISION-CODE =
                          WS-ORIG-DIVISION-CODE
                      AND INVMAST-ORIG-INVOICE-NUMBER =
                          WS-ORIG-INVOICE-NUMBER
                       IF INVMAST-DOC-CREDIT
                           SUBTRACT INVMAST-INVOICE-AMOUNT
                               FROM WS-NET-AMOUNT
                       ELSE
                           ADD INVMAST-INVOICE-AMOUNT
                               TO WS-NET-AMOUNT
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO INVDTCOM-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
      *
       0050-ENSURE-MASTER-FILE-OPEN.
      *
      *    THE FILES ARE LEFT OPEN BETWEEN CALLS. ONLY A FILE FOUND
      *    CLOSED (FIRST CALL AFTER CICS START, OR AFTER A BATCH
      *    WINDOW) IS OPENED HERE, AND NOTHING CLOSES IT ON THE WAY
      *    OUT.
                   END-IF
               END-IF
           END-IF.
      *
           IF INVDTCOM-SUCCESS
               EXEC CICS
                   INQUIRE FILE('INVMLK38')
                       OPENSTATUS(MLK-OPEN-STATUS)
                       ENABLESTATUS(MLK-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVDTCOM-STATUS
               ELSE
                   IF MLK-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('INVMLK38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO INVDTCOM-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       0060-CHECK-PERIOD-LOCK.
      *
      *    THE FIRST STAMP OF A NEW MASTER FALLS IN THE CURRENT, OPEN
      *    PERIOD. A RESTAMP OF A MASTER WHOSE PERIOD FINANCE HAS SINCE
      *    CLOSED WOULD CHANGE AN AMOUNT ALREADY REPORTED, SO IT IS
      *    REFUSED AND THE CALLER ISSUES A MEMO INSTEAD.
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
               MOVE '12' TO INVDTCOM-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPLCOM-PERIOD-CLOSED
                       MOVE '48' TO INVDTCOM-STATUS
                   WHEN INVPLCOM-FILE-ERROR
                       MOVE '12' TO INVDTCOM-STATUS
               END-EVALUATE
           END-IF.
      *
       0200-MAINTAIN-MEMO-LINK.
      *
      *    THE CROSS-REFERENCE FOLLOWS THE LINK JUST REWRITTEN ON THE
      *    MEMO'S MASTER. IF EITHER CHANGE FAILS THE STAMP IS BACKED
      *    OUT, SO THE MASTER AND INVMLK38 NEVER DISAGREE.
      *
           MOVE INVDTCOM-DIVISION-CODE  TO INVMLNK-MEMO-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE        TO INVMLNK-MEMO-DOCUMENT-TYPE.
           MOVE INVDTCOM-INVOICE-NUMBER TO INVMLNK-MEMO-INVOICE-NUMBER.
      *
           IF WS-OLD-INVOICE-NUMBER NOT = ZERO
              AND (WS-OLD-DIVISION-CODE NOT = WS-ORIG-DIVISION-CODE
                OR WS-OLD-INVOICE-NUMBER NOT = WS-ORIG-INVOICE-NUMBER)
               MOVE WS-OLD-DIVISION-CODE  TO INVMLNK-ORIG-DIVISION-CODE
               MOVE WS-OLD-INVOICE-NUMBER
                    TO INVMLNK-ORIG-INVOICE-NUMBER
               EXEC CICS
                   DELETE FILE('INVMLK38')
                          RIDFLD(INVMLNK-KEY)
                          RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  AND WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE '12' TO INVDTCOM-STATUS
               END-IF
           END-IF.
      *
           IF INVDTCOM-SUCCESS AND WS-ORIG-INVOICE-NUMBER NOT = ZERO
               MOVE WS-ORIG-DIVISION-CODE  TO INVMLNK-ORIG-DIVISION-CODE
               MOVE WS-ORIG-INVOICE-NUMBER
                    TO INVMLNK-ORIG-INVOICE-NUMBER
               MOVE EIBDATE TO INVMLNK-EIBDATE
               MOVE EIBTIME TO INVMLNK-EIBTIME
               EXEC CICS
                   WRITE FILE('INVMLK38')
                         FROM(INVMLNK-RECORD)
                         RIDFLD(INVMLNK-KEY)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  AND WS-RESP NOT = DFHRESP(DUPREC)
                   MOVE '12' TO INVDTCOM-STATUS
               END-IF
           END-IF.
      *
           IF NOT INVDTCOM-SUCCESS
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.
