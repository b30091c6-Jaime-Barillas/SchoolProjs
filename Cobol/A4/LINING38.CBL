       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  LINING38.
      *
      *****************************************************************
      *    INVOICE LINE-ITEM SERVICE TRANSACTION.                      *
      *    LINKED TO BY THE BILLING SYSTEM ONCE PER BILLED LINE,       *
      *    ALONGSIDE THE DTLING38 HEADER STAMP. WRITES THE LINE -      *
      *    PRODUCT OR SERVICE CODE, QUANTITY, UNIT PRICE, AND          *
      *    EXTENDED AMOUNT - TO THE INVLIN38 LINE-ITEM FILE UNDER THE  *
      *    MASTER'S DIVISION/DOCUMENT TYPE/NUMBER, SO WHEN A CUSTOMER  *
      *    DISPUTES ONE CHARGE WE CAN SAY WHAT THE INVOICE WAS FOR.    *
      *    A LINE NUMBER ALREADY ON FILE IS REPLACED, NOT DUPLICATED,  *
      *    SO THE BILLING SYSTEM MAY SAFELY RESEND AN INVOICE.         *
      *    THE SAME GUARDS AS THE HEADER STAMP APPLY: THE MASTER MUST  *
      *    EXIST ('04') AND BE OPEN ('08'), AND NOTHING IS WRITTEN     *
      *    WHILE THE BATCH WINDOW IS QUIESCED ('16'). A ZERO LINE      *
      *    NUMBER IS REFUSED WITH '20', AND AN EXTENDED AMOUNT THAT    *
      *    IS NOT QUANTITY TIMES UNIT PRICE (ROUNDED TO THE CENT)      *
      *    WITH '24' - ARITHMETIC THE BILLING SYSTEM GOT WRONG IS      *
      *    CAUGHT AT THE DOOR RATHER THAN ON THE BALANCING REPORT.     *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 FILE-STATUS-INFO.
           05 MST-OPEN-STATUS    PIC S9(8) COMP.
           05 MST-ENABLE-STATUS  PIC S9(8) COMP.
           05 LIN-OPEN-STATUS    PIC S9(8) COMP.
           05 LIN-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-DOCUMENT-TYPE       PIC X(01) VALUE 'I'.
       01 WS-CHECK-EXTENSION     PIC S9(09)V99 COMP-3.
      *
       COPY INVMAST.
      *
       COPY INVLINE.
      *
       COPY INVQSC.
      *
       LINKAGE SECTION.
      *
       COPY INVLNCOM REPLACING INVLNCOM-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-RECORD-INVOICE-LINE.
      *
           MOVE '00' TO INVLNCOM-STATUS.
           PERFORM 0010-RESOLVE-DOCUMENT-TYPE.
           MOVE INVLNCOM-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE        TO INVMAST-DOCUMENT-TYPE.
           MOVE INVLNCOM-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
      *
           PERFORM 0020-VALIDATE-LINE.
      *
           IF INVLNCOM-SUCCESS
               PERFORM 0025-CHECK-QUIESCE-STATE
           END-IF.
      *
           IF INVLNCOM-SUCCESS
               PERFORM 0050-ENSURE-FILES-OPEN
           END-IF.
      *
           IF INVLNCOM-SUCCESS
               EXEC CICS
                   READ FILE('INVMST38')
                        INTO(INVMAST-RECORD)
                        RIDFLD(INVMAST-KEY)
                        RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF NOT INVMAST-OPEN
                           MOVE '08' TO INVLNCOM-STATUS
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE '04' TO INVLNCOM-STATUS
                   WHEN OTHER
                       MOVE '12' TO INVLNCOM-STATUS
               END-EVALUATE
           END-IF.
      *
           IF INVLNCOM-SUCCESS
               PERFORM 0100-WRITE-LINE-RECORD
           END-IF.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       0010-RESOLVE-DOCUMENT-TYPE.
      *
      *    ANYTHING OTHER THAN 'C' OR 'D' READS AS AN INVOICE, THE
      *    SAME RULE DTLING38 APPLIES TO ITS HEADER STAMP.
      *
           EVALUATE INVLNCOM-DOCUMENT-TYPE
               WHEN 'C'
                   MOVE 'C' TO WS-DOCUMENT-TYPE
               WHEN 'D'
                   MOVE 'D' TO WS-DOCUMENT-TYPE
               WHEN OTHER
                   MOVE 'I' TO WS-DOCUMENT-TYPE
           END-EVALUATE.
      *
       0020-VALIDATE-LINE.
      *
           IF INVLNCOM-LINE-NUMBER NOT NUMERIC
              OR INVLNCOM-LINE-NUMBER = ZERO
               MOVE '20' TO INVLNCOM-STATUS
           END-IF.
      *
           IF INVLNCOM-SUCCESS
               COMPUTE WS-CHECK-EXTENSION ROUNDED =
                   INVLNCOM-QUANTITY * INVLNCOM-UNIT-PRICE
               IF WS-CHECK-EXTENSION NOT = INVLNCOM-EXTENDED-AMOUNT
                   MOVE '24' TO INVLNCOM-STATUS
               END-IF
           END-IF.
      *
       0025-CHECK-QUIESCE-STATE.
      *
      *    WHEN THE OPERATOR HAS QUIESCED ISSUANCE FOR THE BATCH
      *    WINDOW (QSCING38), RETURN A CLEAN QUIESCED STATUS INSTEAD
      *    OF REOPENING THE FILES UNDERNEATH A RUNNING BATCH JOB. A
      *    MISSING STATE RECORD READS AS ONLINE.
      *
           MOVE 'Q' TO INVQSC-RECORD-ID.
           EXEC CICS
               READ FILE('QSCG38')
                    INTO(INVQSC-RECORD)
                    RIDFLD(INVQSC-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVQSC-QUIESCED
                       MOVE '16' TO INVLNCOM-STATUS
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO INVLNCOM-STATUS
           END-EVALUATE.
      *
       0050-ENSURE-FILES-OPEN.
      *
      *    THE FILES ARE LEFT OPEN BETWEEN CALLS. ONLY A FILE FOUND
      *    CLOSED (FIRST CALL AFTER CICS START, OR AFTER A BATCH
      *    WINDOW) IS OPENED HERE, AND NOTHING CLOSES IT ON THE WAY
      *    OUT.
      *
           EXEC CICS
               INQUIRE FILE('INVMST38')
                   OPENSTATUS(MST-OPEN-STATUS)
                   ENABLESTATUS(MST-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVLNCOM-STATUS
           ELSE
               IF MST-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('INVMST38') OPEN
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO INVLNCOM-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF INVLNCOM-SUCCESS
               EXEC CICS
                   INQUIRE FILE('INVLIN38')
                       OPENSTATUS(LIN-OPEN-STATUS)
                       ENABLESTATUS(LIN-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVLNCOM-STATUS
               ELSE
                   IF LIN-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('INVLIN38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO INVLNCOM-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       0100-WRITE-LINE-RECORD.
      *
           MOVE INVLNCOM-DIVISION-CODE    TO INVLINE-DIVISION-CODE.
           MOVE WS-DOCUMENT-TYPE          TO INVLINE-DOCUMENT-TYPE.
           MOVE INVLNCOM-INVOICE-NUMBER   TO INVLINE-INVOICE-NUMBER.
           MOVE INVLNCOM-LINE-NUMBER      TO INVLINE-LINE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVLIN38')
                    INTO(INVLINE-RECORD)
                    RIDFLD(INVLINE-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
      *
           MOVE INVLNCOM-PRODUCT-CODE     TO INVLINE-PRODUCT-CODE.
           MOVE INVLNCOM-QUANTITY         TO INVLINE-QUANTITY.
           MOVE INVLNCOM-UNIT-PRICE       TO INVLINE-UNIT-PRICE.
           MOVE INVLNCOM-EXTENDED-AMOUNT  TO INVLINE-EXTENDED-AMOUNT.
           MOVE EIBDATE                   TO INVLINE-EIBDATE.
           MOVE EIBTIME                   TO INVLINE-EIBTIME.
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EXEC CICS
                       REWRITE FILE('INVLIN38')
                               FROM(INVLINE-RECORD)
                               RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   EXEC CICS
                       WRITE FILE('INVLIN38')
                             FROM(INVLINE-RECORD)
                             RIDFLD(INVLINE-KEY)
                             RESP(WS-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVLNCOM-STATUS
           END-IF.
