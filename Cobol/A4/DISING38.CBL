       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DISING38.
      *
      *****************************************************************
      *    INVOICE DISPUTE MAINTENANCE TRANSACTION.                    *
      *    BMS-MAPPED (MAPSET MAPU38S, MAP MAPU38, SEE MAPU38.bms)     *
      *    PSEUDO-CONVERSATIONAL SCREEN IN THE CTLING38 STYLE. FOR     *
      *    ONE INVMST38 MASTER THE OPERATOR MAY INQUIRE ('I'), PUT     *
      *    AN OPEN, STAMPED MASTER INTO DISPUTE ('O'), OR RELEASE A    *
      *    DISPUTED MASTER BACK TO OPEN ('R'). OPENING OR RELEASING    *
      *    TAKES A REASON CODE AND A NOTE, AND WRITES:                 *
      *      1. AN ENTRY ON THE DSPLOG38 DISPUTE LOG WITH THE REASON   *
      *         CODE, NOTE, OPERATOR, AND TERMINAL, AND                *
      *      2. A DSP (OPENED) OR DSR (RELEASED) RECORD ON THE         *
      *         INVAUD38 AUDIT TRAIL.                                  *
      *    IF EITHER WRITE FAILS THE STATUS CHANGE IS BACKED OUT.      *
      *    EVERY REQUEST NEEDS AN OPAUTH38 OPERATOR COVERING THE       *
      *    DIVISION - INQUIRE AUTHORITY TO LOOK, DISPUTE AUTHORITY TO  *
      *    OPEN OR RELEASE - AND EVERY REFUSAL IS LOGGED AS A REJ.     *
      *    A DISPUTED MASTER IS STILL OWED, BUT CLSING38, SETING38,    *
      *    VOIDING38, AND RNGING38 REFUSE TO CLOSE OR VOID IT AND      *
      *    DUNING38 HOLDS IT FROM DUNNING UNTIL IT IS RELEASED.        *
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
           05 DSL-OPEN-STATUS    PIC S9(8) COMP.
           05 DSL-ENABLE-STATUS  PIC S9(8) COMP.
           05 CTL-OPEN-STATUS    PIC S9(8) COMP.
           05 CTL-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-REQUEST-STATUS      PIC XX    VALUE '00'.
           88  WS-REQUEST-OK     VALUE '00'.
      *
       01 WS-MASTER-CHANGED-SWITCH PIC X   VALUE 'N'.
           88  WS-MASTER-CHANGED VALUE 'Y'.
      *
       01 WS-BROWSE-SWITCH       PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE    VALUE 'Y'.
       01 WS-OPEN-FOUND-SWITCH   PIC X     VALUE 'N'.
           88  WS-OPEN-FOUND     VALUE 'Y'.
      *
       01 WS-DOCUMENT-TYPE       PIC X(01) VALUE 'I'.
       01 WS-AUDIT-ACTION        PIC X(03).
       01 WS-EDIT-AMOUNT         PIC Z(09)9.99-.
      *
       01 WS-OPA-SUB             PIC 9(02).
       01 WS-AUTH-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-AUTH-DIV-OK    VALUE 'Y'.
      *
      *    THE LAST 'O' ENTRY FOUND ON DSPLOG38 FOR THE MASTER - WHEN
      *    AND BY WHOM ITS CURRENT DISPUTE WAS OPENED.
      *
       01 WS-OPEN-ENTRY.
           05 WS-OPEN-LOG-DATE   PIC 9(07).
           05 WS-OPEN-LOG-TIME   PIC 9(07).
           05 WS-OPEN-OPERATOR-ID PIC X(08).
           05 WS-OPEN-REASON-CODE PIC X(04).
           05 WS-OPEN-NOTE       PIC X(60).
      *
       COPY INVMAST.
      *
       COPY INVDSPL.
      *
       COPY INVCTL.
      *
       COPY INVAUD.
      *
       COPY INVOPA.
      *
       COPY INVQSC.
      *
       COPY MAPU38.
      *
       COPY INVDSPS
           REPLACING INVDSPS-AREA           BY WS-INITIAL-COMMAREA
                     INVDSPS-DIVISION-CODE  BY WS-INITIAL-DIVISION-CODE
                     INVDSPS-DOCUMENT-TYPE  BY WS-INITIAL-DOC-TYPE
                     INVDSPS-INVOICE-NUMBER BY WS-INITIAL-INVOICE-NO.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       COPY INVDSPS REPLACING INVDSPS-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-DISPUTE.
      *
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE ZERO TO WS-INITIAL-DIVISION-CODE
               MOVE 'I'  TO WS-INITIAL-DOC-TYPE
               MOVE ZERO TO WS-INITIAL-INVOICE-NO
               EXEC CICS
                   RETURN TRANSID('DISG')
                          COMMAREA(WS-INITIAL-COMMAREA)
                          LENGTH(LENGTH OF WS-INITIAL-COMMAREA)
               END-EXEC
           ELSE
               IF EIBAID = DFHPF3
                   PERFORM 9000-SEND-GOODBYE
                   EXEC CICS
                       RETURN
                   END-EXEC
               ELSE
                   PERFORM 2000-RECEIVE-AND-PROCESS
                   EXEC CICS
                       RETURN TRANSID('DISG')
                              COMMAREA(DFHCOMMAREA)
                   END-EXEC
               END-IF
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
      *
           MOVE LOW-VALUES TO MAPU38O.
           MOVE SPACES     TO MSGO.
           EXEC CICS
               SEND MAP('MAPU38')
                    MAPSET('MAPU38S')
                    FROM(MAPU38O)
                    ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-PROCESS.
      *
           MOVE '00' TO WS-REQUEST-STATUS.
      *
           EXEC CICS
               RECEIVE MAP('MAPU38')
                       MAPSET('MAPU38S')
                       INTO(MAPU38I)
                       RESP(WS-RESP)
           END-EXEC.
      *
      *    THE ANSWER FIELDS SHARE STORAGE WITH THE INPUT FIELDS
      *    (MAPU38O REDEFINES MAPU38I), SO THEY ARE CLEARED HERE AND
      *    FILLED AGAIN ONLY FROM WHAT THIS REQUEST READ.
      *
           MOVE SPACES TO MSTSTO CUSTNOO AMTO DUEDTO
                          DSPDTO DSPOPO DSPRSO DSPNTO.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               PERFORM 2050-CHECK-QUIESCE-STATE
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2100-VALIDATE-MASTER-KEY
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ACTNI NOT = 'I' AND ACTNI NOT = 'O'
                  AND ACTNI NOT = 'R'
                   MOVE '16' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2150-CHECK-OPERATOR-AUTH
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2180-ENSURE-FILES-OPEN
           END-IF.
      *
           IF WS-REQUEST-OK
               EVALUATE ACTNI
                   WHEN 'I'
                       PERFORM 2200-PROCESS-INQUIRE
                   WHEN 'O'
                       PERFORM 2300-PROCESS-OPEN-DISPUTE
                   WHEN 'R'
                       PERFORM 2400-PROCESS-RELEASE-DISPUTE
               END-EVALUATE
           END-IF.
      *
           PERFORM 4000-SEND-MAP-REFRESH.
      *
       2050-CHECK-QUIESCE-STATE.
      *
      *    A DISPUTE CHANGES THE MASTER FILE, WHICH QSCING38 CLOSES
      *    FOR THE BATCH WINDOW ALONG WITH DSPLOG38. A MISSING STATE
      *    RECORD READS AS ONLINE.
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
                       MOVE '72' TO WS-REQUEST-STATUS
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2100-VALIDATE-MASTER-KEY.
      *
      *    A KEY FIELD LEFT BLANK IS TAKEN FROM THE DOCUMENT LAST
      *    SHOWN, SO AN INQUIRY CAN BE FOLLOWED BY AN OPEN OR RELEASE
      *    WITHOUT REKEYING IT. ANYTHING OTHER THAN 'C' OR 'D' IN
      *    THE DOCUMENT TYPE READS AS AN INVOICE.
      *
           IF DIVCDI = SPACES OR DIVCDI = LOW-VALUES
               IF INVDSPS-DIVISION-CODE NOT = ZERO
                   MOVE INVDSPS-DIVISION-CODE TO DIVCDI
               END-IF
           END-IF.
           IF INVNOI = SPACES OR INVNOI = LOW-VALUES
               IF INVDSPS-INVOICE-NUMBER NOT = ZERO
                   MOVE INVDSPS-INVOICE-NUMBER TO INVNOI
                   MOVE INVDSPS-DOCUMENT-TYPE  TO DOCTYPI
               END-IF
           END-IF.
      *
           IF DIVCDI = SPACES OR DIVCDI = LOW-VALUES
              OR DIVCDI NOT NUMERIC
               MOVE '20' TO WS-REQUEST-STATUS
           END-IF.
      *
           IF WS-REQUEST-OK
               IF INVNOI = SPACES OR INVNOI = LOW-VALUES
                  OR INVNOI NOT NUMERIC
                   MOVE '24' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               EVALUATE DOCTYPI
                   WHEN 'C'
                       MOVE 'C' TO WS-DOCUMENT-TYPE
                   WHEN 'D'
                       MOVE 'D' TO WS-DOCUMENT-TYPE
                   WHEN OTHER
                       MOVE 'I' TO WS-DOCUMENT-TYPE
               END-EVALUATE
               MOVE DIVCDI           TO INVMAST-DIVISION-CODE
               MOVE WS-DOCUMENT-TYPE TO INVMAST-DOCUMENT-TYPE
               MOVE INVNOI           TO INVMAST-INVOICE-NUMBER
               MOVE INVMAST-DIVISION-CODE  TO INVDSPS-DIVISION-CODE
               MOVE INVMAST-DOCUMENT-TYPE  TO INVDSPS-DOCUMENT-TYPE
               MOVE INVMAST-INVOICE-NUMBER TO INVDSPS-INVOICE-NUMBER
           END-IF.
      *
       2150-CHECK-OPERATOR-AUTH.
      *
      *    LOOKING AT A DISPUTE NEEDS THE INQUIRE AUTHORITY; OPENING
      *    OR RELEASING ONE NEEDS THE DISPUTE AUTHORITY. EITHER WAY
      *    THE OPERATOR MUST COVER THE MASTER'S DIVISION, AND EVERY
      *    REFUSAL IS LOGGED TO INVAUD38 AS A REJ RECORD.
      *
           IF OPIDI = SPACES OR OPIDI = LOW-VALUES
               MOVE '28' TO WS-REQUEST-STATUS
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE OPIDI TO INVOPA-OPERATOR-ID
               EXEC CICS
                   READ FILE('OPAUTH38')
                        INTO(INVOPA-RECORD)
                        RIDFLD(INVOPA-KEY)
                        RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(NOTFND)
                       MOVE '44' TO WS-REQUEST-STATUS
                   WHEN OTHER
                       MOVE '12' TO WS-REQUEST-STATUS
               END-EVALUATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ACTNI = 'I'
                   IF NOT INVOPA-INQUIRE-ALLOWED
                       MOVE '44' TO WS-REQUEST-STATUS
                   END-IF
               ELSE
                   IF NOT INVOPA-DISPUTE-ALLOWED
                       MOVE '44' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK AND NOT INVOPA-ALL-DIVISIONS
               MOVE 'N' TO WS-AUTH-DIV-SWITCH
               PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
                   UNTIL WS-OPA-SUB > 10 OR WS-AUTH-DIV-OK
                   IF INVOPA-DIVISION-CODE (WS-OPA-SUB)
                      = INVMAST-DIVISION-CODE
                       MOVE 'Y' TO WS-AUTH-DIV-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-AUTH-DIV-OK
                   MOVE '44' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-STATUS = '44'
               PERFORM 3100-WRITE-REJECTION-AUDIT-LOG
           END-IF.
      *
       2180-ENSURE-FILES-OPEN.
      *
      *    THE FILES ARE LEFT OPEN BETWEEN TURNS. ONLY A FILE FOUND
      *    CLOSED (FIRST USE AFTER CICS START, OR AFTER A BATCH
      *    WINDOW) IS OPENED HERE.
      *
           EXEC CICS
               INQUIRE FILE('INVMST38')
                   OPENSTATUS(MST-OPEN-STATUS)
                   ENABLESTATUS(MST-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               IF MST-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('INVMST38') OPEN
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               EXEC CICS
                   INQUIRE FILE('DSPLOG38')
                       OPENSTATUS(DSL-OPEN-STATUS)
                       ENABLESTATUS(DSL-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO WS-REQUEST-STATUS
               ELSE
                   IF DSL-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('DSPLOG38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO WS-REQUEST-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK AND ACTNI NOT = 'I'
               EXEC CICS
                   INQUIRE FILE('CTLG38')
                       OPENSTATUS(CTL-OPEN-STATUS)
                       ENABLESTATUS(CTL-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO WS-REQUEST-STATUS
               ELSE
                   IF CTL-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('CTLG38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO WS-REQUEST-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2200-PROCESS-INQUIRE.
      *
           EXEC CICS
               READ FILE('INVMST38')
                    INTO(INVMAST-RECORD)
                    RIDFLD(INVMAST-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2600-SHOW-MASTER
               WHEN DFHRESP(NOTFND)
                   MOVE '04' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2300-PROCESS-OPEN-DISPUTE.
      *
      *    ONLY AN OPEN MASTER THE BILLING SYSTEM HAS STAMPED CAN BE
      *    DISPUTED - AN UNSTAMPED NUMBER HAS NO CUSTOMER OR AMOUNT
      *    TO ARGUE ABOUT, AND A VOIDED OR CLOSED ONE IS NOT OWED.
      *
           PERFORM 2500-VALIDATE-REASON.
      *
           IF WS-REQUEST-OK
               PERFORM 2510-READ-MASTER-FOR-UPDATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF INVMAST-DISPUTED
                   MOVE '48' TO WS-REQUEST-STATUS
               ELSE
                   IF NOT INVMAST-OPEN
                       MOVE '52' TO WS-REQUEST-STATUS
                   ELSE
                       IF INVMAST-CUSTOMER-NUMBER = ZERO
                           MOVE '60' TO WS-REQUEST-STATUS
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-REQUEST-OK
                   EXEC CICS
                       UNLOCK FILE('INVMST38')
                              RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVMAST-DISPUTED TO TRUE
               SET INVDSPL-OPENED   TO TRUE
               MOVE 'DSP' TO WS-AUDIT-ACTION
               PERFORM 2520-REWRITE-AND-LOG
           END-IF.
      *
       2400-PROCESS-RELEASE-DISPUTE.
      *
      *    RELEASING RETURNS THE MASTER TO OPEN, SO IT AGES, DUNS,
      *    AND SETTLES NORMALLY AGAIN FROM THE NEXT RUN.
      *
           PERFORM 2500-VALIDATE-REASON.
      *
           IF WS-REQUEST-OK
               PERFORM 2510-READ-MASTER-FOR-UPDATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF NOT INVMAST-DISPUTED
                   MOVE '56' TO WS-REQUEST-STATUS
                   EXEC CICS
                       UNLOCK FILE('INVMST38')
                              RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVMAST-OPEN     TO TRUE
               SET INVDSPL-RELEASED TO TRUE
               MOVE 'DSR' TO WS-AUDIT-ACTION
               PERFORM 2520-REWRITE-AND-LOG
           END-IF.
      *
       2500-VALIDATE-REASON.
      *
           IF RSNCDI = SPACES OR RSNCDI = LOW-VALUES
               MOVE '32' TO WS-REQUEST-STATUS
           END-IF.
           IF WS-REQUEST-OK
               IF NOTEI = SPACES OR NOTEI = LOW-VALUES
                   MOVE '36' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
       2510-READ-MASTER-FOR-UPDATE.
      *
           EXEC CICS
               READ FILE('INVMST38')
                    INTO(INVMAST-RECORD)
                    RIDFLD(INVMAST-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04' TO WS-REQUEST-STATUS
               WHEN DFHRESP(LOCKED)
               WHEN DFHRESP(ENQBUSY)
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2520-REWRITE-AND-LOG.
      *
           MOVE 'N' TO WS-MASTER-CHANGED-SWITCH.
           EXEC CICS
               REWRITE FILE('INVMST38')
                       FROM(INVMAST-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               MOVE 'Y' TO WS-MASTER-CHANGED-SWITCH
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 3000-WRITE-DISPUTE-LOG
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 3050-READ-CONTROL-FISCAL-YEAR
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 3200-WRITE-DISPUTE-AUDIT-LOG
           END-IF.
      *
           IF WS-MASTER-CHANGED AND NOT WS-REQUEST-OK
      *
      *    THE MASTER'S STATUS WAS CHANGED BUT THE DISPUTE LOG OR
      *    AUDIT ENTRY FAILED. BACK OUT SO A DISPUTE IS NEVER OPENED
      *    OR RELEASED WITHOUT THE TRAIL SAYING WHO DID IT AND WHY.
      *
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2600-SHOW-MASTER
           END-IF.
      *
       2600-SHOW-MASTER.
      *
           EVALUATE TRUE
               WHEN INVMAST-OPEN
                   MOVE 'OPEN' TO MSTSTO
               WHEN INVMAST-DISPUTED
                   MOVE 'DISPUTED' TO MSTSTO
               WHEN INVMAST-VOIDED
                   MOVE 'VOIDED' TO MSTSTO
               WHEN INVMAST-CLOSED
                   MOVE 'CLOSED' TO MSTSTO
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO MSTSTO
           END-EVALUATE.
           IF INVMAST-CUSTOMER-NUMBER = ZERO
               MOVE 'NOT STAMPED' TO CUSTNOO
           ELSE
               MOVE INVMAST-CUSTOMER-NUMBER TO CUSTNOO
               MOVE INVMAST-INVOICE-AMOUNT  TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT          TO AMTO
               MOVE INVMAST-DUE-DATE        TO DUEDTO
           END-IF.
      *
           IF INVMAST-DISPUTED
               PERFORM 2700-FIND-OPEN-ENTRY
               IF WS-OPEN-FOUND
                   STRING WS-OPEN-LOG-DATE ' ' WS-OPEN-LOG-TIME
                          DELIMITED BY SIZE INTO DSPDTO
                   MOVE WS-OPEN-OPERATOR-ID  TO DSPOPO
                   MOVE WS-OPEN-REASON-CODE  TO DSPRSO
                   MOVE WS-OPEN-NOTE         TO DSPNTO
               ELSE
                   MOVE 'NOT ON DSPLOG38' TO DSPDTO
               END-IF
           END-IF.
      *
       2700-FIND-OPEN-ENTRY.
      *
      *    A MASTER'S LOG ENTRIES ARE KEYED IN THE ORDER THEY WERE
      *    WRITTEN, SO THE LAST 'O' ENTRY READ IS THE ONE THAT OPENED
      *    THE CURRENT DISPUTE.
      *
           MOVE 'N' TO WS-OPEN-FOUND-SWITCH.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           MOVE INVMAST-DIVISION-CODE  TO INVDSPL-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVDSPL-DOCUMENT-TYPE.
           MOVE INVMAST-INVOICE-NUMBER TO INVDSPL-INVOICE-NUMBER.
           MOVE ZERO TO INVDSPL-LOG-DATE.
           MOVE ZERO TO INVDSPL-LOG-TIME.
      *
           EXEC CICS
               STARTBR FILE('DSPLOG38')
                       RIDFLD(INVDSPL-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2710-READ-NEXT-LOG-ENTRY
                       UNTIL WS-BROWSE-DONE
                   EXEC CICS
                       ENDBR FILE('DSPLOG38')
                             RESP(WS-RESP2)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2710-READ-NEXT-LOG-ENTRY.
      *
           EXEC CICS
               READNEXT FILE('DSPLOG38')
                        INTO(INVDSPL-RECORD)
                        RIDFLD(INVDSPL-KEY)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVDSPL-DIVISION-CODE  NOT = INVMAST-DIVISION-CODE
                   OR INVDSPL-DOCUMENT-TYPE  NOT = INVMAST-DOCUMENT-TYPE
                   OR INVDSPL-INVOICE-NUMBER
                      NOT = INVMAST-INVOICE-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF INVDSPL-OPENED
                           MOVE 'Y' TO WS-OPEN-FOUND-SWITCH
                           MOVE INVDSPL-LOG-DATE  TO WS-OPEN-LOG-DATE
                           MOVE INVDSPL-LOG-TIME  TO WS-OPEN-LOG-TIME
                           MOVE INVDSPL-OPERATOR-ID
                                TO WS-OPEN-OPERATOR-ID
                           MOVE INVDSPL-REASON-CODE
                                TO WS-OPEN-REASON-CODE
                           MOVE INVDSPL-NOTE      TO WS-OPEN-NOTE
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
      *
       3000-WRITE-DISPUTE-LOG.
      *
           MOVE INVMAST-DIVISION-CODE  TO INVDSPL-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVDSPL-DOCUMENT-TYPE.
           MOVE INVMAST-INVOICE-NUMBER TO INVDSPL-INVOICE-NUMBER.
           MOVE EIBDATE                TO INVDSPL-LOG-DATE.
           MOVE EIBTIME                TO INVDSPL-LOG-TIME.
           MOVE RSNCDI                 TO INVDSPL-REASON-CODE.
           MOVE NOTEI                  TO INVDSPL-NOTE.
           MOVE OPIDI                  TO INVDSPL-OPERATOR-ID.
           MOVE EIBTRMID               TO INVDSPL-TERMINAL-ID.
      *
           EXEC CICS
               WRITE FILE('DSPLOG38')
                     FROM(INVDSPL-RECORD)
                     RIDFLD(INVDSPL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
      *
      *    TWO ACTIONS ON ONE MASTER IN THE SAME SECOND. THE MASTER
      *    UPDATE IS BACKED OUT AND THE OPERATOR SIMPLY RETRIES.
      *
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       3050-READ-CONTROL-FISCAL-YEAR.
      *
      *    STAMPS THE AUDIT ENTRY WITH THE DIVISION'S CURRENT FISCAL
      *    YEAR (FROM CTLG38), AS THE REINSTATE SERVICE DOES.
      *
           MOVE INVMAST-DIVISION-CODE TO INVCTL-DIVISION-CODE.
           EXEC CICS
               READ FILE('CTLG38')
                    INTO(INVCTL-RECORD)
                    RIDFLD(INVCTL-RECORD-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           END-IF.
      *
       3100-WRITE-REJECTION-AUDIT-LOG.
      *
      *    THE REFUSAL COMES BEFORE ANY CONTROL READ, SO THE FISCAL
      *    YEAR IS ZERO; THE ENTRY CARRIES THE DOCUMENT THE ATTEMPT
      *    CONCERNED.
      *
           MOVE INVMAST-DIVISION-CODE  TO INVAUD-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVAUD-DOCUMENT-TYPE.
           MOVE ZERO                   TO INVAUD-FISCAL-YEAR.
           MOVE INVMAST-INVOICE-NUMBER TO INVAUD-INVOICE-NUMBER.
           MOVE INVMAST-INVOICE-NUMBER TO INVAUD-BLOCK-END-NUMBER.
           MOVE EIBDATE                TO INVAUD-EIBDATE.
           MOVE EIBTIME                TO INVAUD-EIBTIME.
           MOVE EIBTRMID               TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-REJECTED  TO TRUE.
           MOVE OPIDI                  TO INVAUD-OPERATOR-ID.
           MOVE SPACES                 TO INVAUD-REASON-TEXT.
           STRING 'DISPUTE AUTHORIZATION REJECTED, ACTION ' ACTNI
                  DELIMITED BY SIZE INTO INVAUD-REASON-TEXT.
           MOVE SPACES                 TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
                     FROM(INVAUD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           END-IF.
      *
       3200-WRITE-DISPUTE-AUDIT-LOG.
      *
      *    THE REASON CODE LEADS THE REASON TEXT, FOLLOWED BY AS MUCH
      *    OF THE NOTE AS FITS; THE FULL NOTE IS ON DSPLOG38.
      *
           MOVE INVMAST-DIVISION-CODE  TO INVAUD-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVAUD-DOCUMENT-TYPE.
           MOVE INVCTL-FISCAL-YEAR     TO INVAUD-FISCAL-YEAR.
           MOVE INVMAST-INVOICE-NUMBER TO INVAUD-INVOICE-NUMBER.
           MOVE INVMAST-INVOICE-NUMBER TO INVAUD-BLOCK-END-NUMBER.
           MOVE EIBDATE                TO INVAUD-EIBDATE.
           MOVE EIBTIME                TO INVAUD-EIBTIME.
           MOVE EIBTRMID               TO INVAUD-TERMINAL-ID.
           MOVE WS-AUDIT-ACTION        TO INVAUD-ACTION-CODE.
           MOVE OPIDI                  TO INVAUD-OPERATOR-ID.
           MOVE SPACES                 TO INVAUD-REASON-TEXT.
           STRING RSNCDI ' ' NOTEI
                  DELIMITED BY SIZE INTO INVAUD-REASON-TEXT.
           MOVE SPACES                 TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
                     FROM(INVAUD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           END-IF.
      *
       4000-SEND-MAP-REFRESH.
      *
           MOVE INVDSPS-DIVISION-CODE  TO DIVCDO.
           MOVE INVDSPS-DOCUMENT-TYPE  TO DOCTYPO.
           MOVE INVDSPS-INVOICE-NUMBER TO INVNOO.
      *
           EVALUATE WS-REQUEST-STATUS
               WHEN '00'
                   MOVE 'REQUEST COMPLETE' TO MSGO
               WHEN '04'
                   MOVE 'DOCUMENT NOT FOUND ON INVMST38' TO MSGO
               WHEN '08'
                   MOVE 'MASTER RECORD BUSY, PLEASE RETRY' TO MSGO
               WHEN '12'
                   MOVE 'FILE ERROR, NOTIFY SUPPORT' TO MSGO
               WHEN '16'
                   MOVE 'ACTION MUST BE I, O (OPEN) OR R (RELEASE)'
                        TO MSGO
               WHEN '20'
                   MOVE 'DIVISION CODE IS REQUIRED AND NUMERIC' TO MSGO
               WHEN '24'
                   MOVE 'DOCUMENT NUMBER IS REQUIRED AND NUMERIC'
                        TO MSGO
               WHEN '28'
                   MOVE 'OPERATOR ID IS REQUIRED' TO MSGO
               WHEN '32'
                   MOVE 'REASON CODE IS REQUIRED' TO MSGO
               WHEN '36'
                   MOVE 'NOTE IS REQUIRED' TO MSGO
               WHEN '44'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR THIS REQUEST'
                        TO MSGO
               WHEN '48'
                   MOVE 'DOCUMENT IS ALREADY IN DISPUTE' TO MSGO
               WHEN '52'
                   MOVE 'ONLY AN OPEN DOCUMENT CAN BE DISPUTED' TO MSGO
               WHEN '56'
                   MOVE 'DOCUMENT IS NOT IN DISPUTE' TO MSGO
               WHEN '60'
                   MOVE 'DOCUMENT NOT YET STAMPED BY BILLING' TO MSGO
               WHEN '72'
                   MOVE 'ISSUANCE QUIESCED FOR BATCH WINDOW, TRY LATER'
                        TO MSGO
               WHEN OTHER
                   MOVE 'REQUEST REJECTED' TO MSGO
           END-EVALUATE.
      *
           EXEC CICS
               SEND MAP('MAPU38')
                    MAPSET('MAPU38S')
                    FROM(MAPU38O)
                    DATAONLY
               END-EXEC.
      *
       9000-SEND-GOODBYE.
      *
           MOVE LOW-VALUES TO MAPU38O.
           MOVE 'DISING38 SESSION ENDED' TO MSGO.
           EXEC CICS
               SEND TEXT
                    FROM(MSGO)
                    LENGTH(79)
                    ERASE
                    FREEKB
           END-EXEC.
