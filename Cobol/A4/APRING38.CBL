       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  APRING38.
      *
      *****************************************************************
      *    DUAL-CONTROL APPROVAL TRANSACTION.                          *
      *    BMS-MAPPED (MAPSET MAPV38S, MAP MAPV38, SEE MAPV38.bms)     *
      *    PSEUDO-CONVERSATIONAL SCREEN IN THE CTLING38 STYLE FOR      *
      *    THE SECOND OPERATOR ON A CORRECTION, RANGE VOID, OR         *
      *    REINSTATEMENT THAT PNDING38 HELD ON PNDAPR38 FOR BEING      *
      *    OVER THE DIVISION'S DCTL38 LIMIT. THE OPERATOR MAY LIST     *
      *    THE PENDING REQUESTS ('L'), SHOW ONE ('I'), APPROVE IT      *
      *    ('A'), OR REJECT IT WITH A NOTE ('J').                      *
      *    APPROVING OR REJECTING NEEDS AN OPAUTH38 OPERATOR WITH      *
      *    THE APPROVE AUTHORITY COVERING THE DIVISION, WHO IS NOT     *
      *    THE OPERATOR WHO RAISED THE REQUEST. A REQUEST OPEN         *
      *    LONGER THAN ITS EXPIRY HOURS CANNOT BE DECIDED; IT IS LEFT  *
      *    PENDING FOR THE NEXT EXPING38 RUN TO LAPSE AND REPORT.      *
      *    AN APPROVAL IS STAMPED ON PNDAPR38 AND THEN APPLIED IN      *
      *    THE SAME TASK:                                              *
      *      COR  THE CTLG38 NEXT NUMBER IS MOVED HERE, PROVIDED IT    *
      *           HAS NOT CHANGED SINCE THE REQUEST, WITH A COR        *
      *           RECORD ON INVAUD38 CARRYING BOTH OPERATOR IDS.       *
      *      VOI  RNGING38 IS LINKED TO WITH THE REQUEST NUMBER AND    *
      *           APPROVER, AND VOIDS THE RANGE.                       *
      *      RIN  RSTING38 IS LINKED TO THE SAME WAY.                  *
      *    IF THE ACTION CANNOT BE APPLIED THE APPROVAL IS BACKED      *
      *    OUT AND THE REQUEST STAYS PENDING.                          *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 FILE-STATUS-INFO.
           05 PND-OPEN-STATUS    PIC S9(8) COMP.
           05 PND-ENABLE-STATUS  PIC S9(8) COMP.
           05 CTL-OPEN-STATUS    PIC S9(8) COMP.
           05 CTL-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-REQUEST-STATUS      PIC XX    VALUE '00'.
           88  WS-REQUEST-OK     VALUE '00'.
      *
       01 WS-PENDING-HELD-SWITCH PIC X     VALUE 'N'.
           88  WS-PENDING-HELD   VALUE 'Y'.
       01 WS-DECISION-MADE-SWITCH PIC X    VALUE 'N'.
           88  WS-DECISION-MADE  VALUE 'Y'.
       01 WS-EXPIRED-SWITCH      PIC X     VALUE 'N'.
           88  WS-REQUEST-EXPIRED VALUE 'Y'.
      *
       01 WS-BROWSE-SWITCH       PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE    VALUE 'Y'.
       01 WS-BROWSE-KEY          PIC 9(08).
       01 WS-LINE-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-LINE-MAX            PIC 9(04) VALUE 4.
       01 WS-SUB                 PIC 9(04).
       01 WS-PL-LINE             PIC X(70).
      *
       01 WS-SERVICE-NAME        PIC X(08) VALUE SPACES.
       01 WS-SERVICE-STATUS      PIC XX    VALUE SPACES.
      *
       01 WS-EDIT-AMOUNT         PIC Z(09)9.99-.
       01 WS-EDIT-COUNT          PIC Z(09)9.
       01 WS-EDIT-HOURS          PIC ZZZ9.
      *
      *    HOW LONG A REQUEST HAS BEEN OPEN. BOTH STAMPS ARE CICS
      *    EIBDATE/EIBTIME VALUES (0CYYDDD AND 0HHMMSS), SO THE DATES
      *    ARE TURNED INTO DAY NUMBERS THE WAY AGEING38 DOES.
      *
       01 WS-REQ-CYYDDD          PIC 9(07).
       01 WS-REQ-SPLIT REDEFINES WS-REQ-CYYDDD.
           05 WS-REQ-CYY         PIC 9(04).
           05 WS-REQ-DDD         PIC 9(03).
       01 WS-REQ-YYYYDDD         PIC 9(07).
       01 WS-REQ-HHMMSS          PIC 9(07).
       01 WS-REQ-TIME-SPLIT REDEFINES WS-REQ-HHMMSS.
           05 FILLER             PIC 9(01).
           05 WS-REQ-HH          PIC 9(02).
           05 WS-REQ-MM          PIC 9(02).
           05 WS-REQ-SS          PIC 9(02).
       01 WS-NOW-CYYDDD          PIC 9(07).
       01 WS-NOW-SPLIT REDEFINES WS-NOW-CYYDDD.
           05 WS-NOW-CYY         PIC 9(04).
           05 WS-NOW-DDD         PIC 9(03).
       01 WS-NOW-YYYYDDD         PIC 9(07).
       01 WS-NOW-HHMMSS          PIC 9(07).
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-HHMMSS.
           05 FILLER             PIC 9(01).
           05 WS-NOW-HH          PIC 9(02).
           05 WS-NOW-MM          PIC 9(02).
           05 WS-NOW-SS          PIC 9(02).
       01 WS-ELAPSED-MINUTES     PIC S9(09) COMP-3.
       01 WS-HOURS-OPEN          PIC 9(05).
       01 WS-EXPIRY-HOURS        PIC 9(03).
      *
       01 WS-OPA-SUB             PIC 9(02).
       01 WS-AUTH-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-AUTH-DIV-OK    VALUE 'Y'.
      *
       COPY INVPND.
      *
       COPY INVCTL.
      *
       COPY INVAUD.
      *
       COPY INVOPA.
      *
       COPY INVQSC.
      *
       COPY INVRNG.
      *
       COPY INVRSCOM.
      *
       COPY MAPV38.
      *
       COPY INVAPRS
           REPLACING INVAPRS-AREA           BY WS-INITIAL-COMMAREA
                     INVAPRS-REQUEST-NUMBER BY WS-INITIAL-REQUEST-NO.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       COPY INVAPRS REPLACING INVAPRS-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-APPROVE-REQUESTS.
      *
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE ZERO TO WS-INITIAL-REQUEST-NO
               EXEC CICS
                   RETURN TRANSID('APRG')
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
                       RETURN TRANSID('APRG')
                              COMMAREA(DFHCOMMAREA)
                   END-EXEC
               END-IF
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
      *
           MOVE LOW-VALUES TO MAPV38O.
           MOVE SPACES     TO MSGO.
           EXEC CICS
               SEND MAP('MAPV38')
                    MAPSET('MAPV38S')
                    FROM(MAPV38O)
                    ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-PROCESS.
      *
           MOVE '00' TO WS-REQUEST-STATUS.
      *
           EXEC CICS
               RECEIVE MAP('MAPV38')
                       MAPSET('MAPV38S')
                       INTO(MAPV38I)
                       RESP(WS-RESP)
           END-EXEC.
      *
      *    THE ANSWER FIELDS SHARE STORAGE WITH THE INPUT FIELDS
      *    (MAPV38O REDEFINES MAPV38I), SO THEY ARE CLEARED HERE AND
      *    FILLED AGAIN ONLY FROM WHAT THIS REQUEST READ.
      *
           MOVE SPACES TO RQTYPO RQSTSO RQDIVO RQDOCO RQFROMO RQTOO
                          RQMEASO RQOPO RQDTO RQRSNO RQTXTO
                          RQAPRO RQDDTO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LINE-MAX
               MOVE SPACES TO PLLINEO(WS-SUB)
           END-PERFORM.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               PERFORM 2050-CHECK-QUIESCE-STATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ACTNI NOT = 'I' AND ACTNI NOT = 'L'
                  AND ACTNI NOT = 'A' AND ACTNI NOT = 'J'
                   MOVE '16' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2100-VALIDATE-REQUEST-NUMBER
           END-IF.
      *
           IF WS-REQUEST-OK
               IF OPIDI = SPACES OR OPIDI = LOW-VALUES
                   MOVE '28' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2180-ENSURE-FILES-OPEN
           END-IF.
      *
           IF WS-REQUEST-OK
               EVALUATE ACTNI
                   WHEN 'L'
                       PERFORM 2150-CHECK-OPERATOR-AUTH
                       IF WS-REQUEST-OK
                           PERFORM 2500-LIST-PENDING-REQUESTS
                       END-IF
                   WHEN 'I'
                       PERFORM 2200-PROCESS-INQUIRE
                   WHEN OTHER
                       PERFORM 2300-PROCESS-DECISION
               END-EVALUATE
           END-IF.
      *
           PERFORM 4000-SEND-MAP-REFRESH.
      *
       2050-CHECK-QUIESCE-STATE.
      *
      *    AN APPROVAL CHANGES CTLG38 OR THE MASTER FILE, AND PNDAPR38
      *    ITSELF GOES TO EXPING38 IN THE BATCH WINDOW. A MISSING
      *    STATE RECORD READS AS ONLINE.
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
       2100-VALIDATE-REQUEST-NUMBER.
      *
      *    A BLANK NUMBER ON AN INQUIRY SHOWS THE REQUEST LAST SHOWN,
      *    AND ON A LIST CARRIES ON AFTER THE LAST LINE LISTED. AN
      *    APPROVAL OR REJECTION MUST ALWAYS NAME ITS REQUEST.
      *
           IF REQNOI = SPACES OR REQNOI = LOW-VALUES
               EVALUATE ACTNI
                   WHEN 'I'
                       IF INVAPRS-REQUEST-NUMBER NOT = ZERO
                           MOVE INVAPRS-REQUEST-NUMBER TO REQNOI
                       END-IF
                   WHEN 'L'
                       COMPUTE WS-BROWSE-KEY =
                           INVAPRS-REQUEST-NUMBER + 1
                       MOVE WS-BROWSE-KEY TO REQNOI
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
           IF REQNOI = SPACES OR REQNOI = LOW-VALUES
              OR REQNOI NOT NUMERIC
               MOVE '20' TO WS-REQUEST-STATUS
           ELSE
               MOVE REQNOI TO INVPND-REQUEST-NUMBER
               IF INVPND-REQUEST-NUMBER = ZERO
                   IF ACTNI = 'L'
                       MOVE 1 TO INVPND-REQUEST-NUMBER
                   ELSE
                       MOVE '20' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
       2150-CHECK-OPERATOR-AUTH.
      *
      *    LISTING OR SHOWING A REQUEST NEEDS THE INQUIRE OR THE
      *    APPROVE AUTHORITY; DECIDING ONE NEEDS THE APPROVE
      *    AUTHORITY AND MUST COVER THE REQUEST'S DIVISION. EVERY
      *    REFUSAL IS LOGGED TO INVAUD38 AS A REJ RECORD.
      *
           MOVE OPIDI TO INVOPA-OPERATOR-ID.
           EXEC CICS
               READ FILE('OPAUTH38')
                    INTO(INVOPA-RECORD)
                    RIDFLD(INVOPA-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '44' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-REQUEST-OK
               IF ACTNI = 'I' OR ACTNI = 'L'
                   IF NOT INVOPA-INQUIRE-ALLOWED
                      AND NOT INVOPA-APPROVE-ALLOWED
                       MOVE '44' TO WS-REQUEST-STATUS
                   END-IF
               ELSE
                   IF NOT INVOPA-APPROVE-ALLOWED
                       MOVE '44' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK AND ACTNI NOT = 'L'
               PERFORM 2160-CHECK-DIVISION-AUTH
               IF NOT WS-AUTH-DIV-OK
                   MOVE '44' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-STATUS = '44'
               PERFORM 3100-WRITE-REJECTION-AUDIT-LOG
           END-IF.
      *
       2160-CHECK-DIVISION-AUTH.
      *
           IF INVOPA-ALL-DIVISIONS
               MOVE 'Y' TO WS-AUTH-DIV-SWITCH
           ELSE
               MOVE 'N' TO WS-AUTH-DIV-SWITCH
               PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
                   UNTIL WS-OPA-SUB > 10 OR WS-AUTH-DIV-OK
                   IF INVOPA-DIVISION-CODE (WS-OPA-SUB)
                      = INVPND-DIVISION-CODE
                       MOVE 'Y' TO WS-AUTH-DIV-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
      *
       2180-ENSURE-FILES-OPEN.
      *
      *    THE FILES ARE LEFT OPEN BETWEEN TURNS. ONLY A FILE FOUND
      *    CLOSED (FIRST USE AFTER CICS START, OR AFTER A BATCH
      *    WINDOW) IS OPENED HERE. CTLG38 IS NEEDED ONLY TO APPLY AN
      *    APPROVED CORRECTION.
      *
           EXEC CICS
               INQUIRE FILE('PNDAPR38')
                   OPENSTATUS(PND-OPEN-STATUS)
                   ENABLESTATUS(PND-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               IF PND-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('PNDAPR38') OPEN
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK AND ACTNI = 'A'
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
               READ FILE('PNDAPR38')
                    INTO(INVPND-RECORD)
                    RIDFLD(INVPND-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-REQUEST-OK
               PERFORM 2150-CHECK-OPERATOR-AUTH
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE INVPND-REQUEST-NUMBER TO INVAPRS-REQUEST-NUMBER
               PERFORM 2600-SHOW-REQUEST
           END-IF.
      *
       2300-PROCESS-DECISION.
      *
      *    THE REQUEST IS HELD FOR UPDATE FROM THE READ UNTIL THE
      *    DECISION IS STAMPED, SO TWO APPROVERS CANNOT BOTH ACT ON
      *    IT. A REQUEST FOUND OVERDUE IS REFUSED BUT NOT TOUCHED -
      *    EXPING38 LAPSES IT, SO EVERY EXPIRY IS ON ITS REPORT.
      *
           MOVE 'N' TO WS-PENDING-HELD-SWITCH.
           MOVE 'N' TO WS-DECISION-MADE-SWITCH.
      *
           IF ACTNI = 'J'
               IF NOTEI = SPACES OR NOTEI = LOW-VALUES
                   MOVE '32' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               EXEC CICS
                   READ FILE('PNDAPR38')
                        INTO(INVPND-RECORD)
                        RIDFLD(INVPND-KEY)
                        UPDATE
                        RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-PENDING-HELD-SWITCH
                   WHEN DFHRESP(NOTFND)
                       MOVE '04' TO WS-REQUEST-STATUS
                   WHEN DFHRESP(LOCKED)
                   WHEN DFHRESP(ENQBUSY)
                       MOVE '08' TO WS-REQUEST-STATUS
                   WHEN OTHER
                       MOVE '12' TO WS-REQUEST-STATUS
               END-EVALUATE
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2150-CHECK-OPERATOR-AUTH
           END-IF.
      *
           IF WS-REQUEST-OK
               IF NOT INVPND-PENDING
                   MOVE '48' TO WS-REQUEST-STATUS
               ELSE
                   IF OPIDI = INVPND-REQUESTER-ID
                       MOVE '56' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2800-COMPUTE-HOURS-OPEN
               IF WS-REQUEST-EXPIRED
                   MOVE '52' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ACTNI = 'A'
                   SET INVPND-APPROVED TO TRUE
               ELSE
                   SET INVPND-REJECTED TO TRUE
               END-IF
               MOVE OPIDI TO INVPND-APPROVER-ID
               IF NOTEI = SPACES OR NOTEI = LOW-VALUES
                   MOVE SPACES TO INVPND-DECISION-NOTE
               ELSE
                   MOVE NOTEI  TO INVPND-DECISION-NOTE
               END-IF
               PERFORM 2310-STAMP-AND-REWRITE
               IF WS-REQUEST-OK
                   MOVE 'Y' TO WS-DECISION-MADE-SWITCH
               END-IF
           END-IF.
      *
           IF WS-PENDING-HELD
               EXEC CICS
                   UNLOCK FILE('PNDAPR38')
                          RESP(WS-RESP2)
               END-EXEC
           END-IF.
      *
           IF WS-DECISION-MADE AND INVPND-APPROVED
               EVALUATE TRUE
                   WHEN INVPND-CORRECTION
                       PERFORM 2400-APPLY-CORRECTION
                   WHEN INVPND-RANGE-VOID
                       PERFORM 2410-APPLY-RANGE-VOID
                   WHEN INVPND-REINSTATE
                       PERFORM 2420-APPLY-REINSTATEMENT
                   WHEN OTHER
                       MOVE '12' TO WS-REQUEST-STATUS
               END-EVALUATE
               IF NOT WS-REQUEST-OK
      *
      *    THE APPROVAL IS ALREADY STAMPED ON PNDAPR38 BUT THE ACTION
      *    ITSELF WAS REFUSED OR FAILED. BACK OUT SO THE REQUEST IS
      *    PENDING AGAIN RATHER THAN APPROVED WITH NOTHING DONE.
      *
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                   END-EXEC
               END-IF
           END-IF.
      *
           IF WS-DECISION-MADE OR WS-REQUEST-EXPIRED
               MOVE INVPND-REQUEST-NUMBER TO INVAPRS-REQUEST-NUMBER
               IF WS-REQUEST-OK OR WS-REQUEST-EXPIRED
                   PERFORM 2600-SHOW-REQUEST
               END-IF
           END-IF.
      *
       2310-STAMP-AND-REWRITE.
      *
      *    THE DECISION STAMP IS WHAT PNDING38 MATCHES WHEN RNGING38
      *    OR RSTING38 IS CALLED BACK, SO IT IS TAKEN FROM THIS TASK.
      *
           MOVE EIBTRMID TO INVPND-DECISION-TERMINAL.
           MOVE EIBDATE  TO INVPND-DECISION-DATE.
           MOVE EIBTIME  TO INVPND-DECISION-TIME.
           EXEC CICS
               REWRITE FILE('PNDAPR38')
                       FROM(INVPND-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               MOVE 'N' TO WS-PENDING-HELD-SWITCH
           END-IF.
      *
       2400-APPLY-CORRECTION.
      *
      *    THE NEXT NUMBER MUST STILL BE WHERE IT WAS WHEN THE
      *    CORRECTION WAS ASKED FOR; IF INVOICES HAVE BEEN ISSUED OR
      *    ANOTHER CORRECTION MADE SINCE, THE REQUEST IS STALE AND
      *    MUST BE RAISED AGAIN ON CTLING38.
      *
           MOVE INVPND-DIVISION-CODE TO INVCTL-DIVISION-CODE.
           EXEC CICS
               READ FILE('CTLG38')
                    INTO(INVCTL-RECORD)
                    RIDFLD(INVCTL-RECORD-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVCTL-NEXT-INVOICE-NUMBER
                      NOT = INVPND-FROM-NUMBER
                       MOVE '60' TO WS-REQUEST-STATUS
                       EXEC CICS
                           UNLOCK FILE('CTLG38')
                                  RESP(WS-RESP2)
                       END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE '60' TO WS-REQUEST-STATUS
               WHEN DFHRESP(LOCKED)
               WHEN DFHRESP(ENQBUSY)
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-REQUEST-OK
               MOVE INVPND-TO-NUMBER TO INVCTL-NEXT-INVOICE-NUMBER
               EXEC CICS
                   REWRITE FILE('CTLG38')
                           FROM(INVCTL-RECORD)
                           RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO WS-REQUEST-STATUS
               ELSE
                   PERFORM 3000-WRITE-CORRECTION-AUDIT-LOG
               END-IF
           END-IF.
      *
       2410-APPLY-RANGE-VOID.
      *
           MOVE LOW-VALUES               TO INVRNG-AREA.
           MOVE INVPND-DIVISION-CODE     TO INVRNG-DIVISION-CODE.
           MOVE INVPND-FROM-NUMBER       TO INVRNG-RANGE-START.
           MOVE INVPND-TO-NUMBER         TO INVRNG-RANGE-END.
           MOVE INVPND-REASON-CODE       TO INVRNG-REASON-CODE.
           MOVE INVPND-REASON-TEXT       TO INVRNG-REASON-TEXT.
           MOVE INVPND-REQUESTER-ID      TO INVRNG-OPERATOR-ID.
           MOVE ZERO                     TO INVRNG-VOIDED-COUNT.
           MOVE '00'                     TO INVRNG-STATUS.
           MOVE INVPND-DOCUMENT-TYPE     TO INVRNG-DOCUMENT-TYPE.
           MOVE INVPND-REQUEST-NUMBER    TO INVRNG-REQUEST-NUMBER.
           MOVE INVPND-APPROVER-ID       TO INVRNG-APPROVER-ID.
      *
           EXEC CICS
               LINK PROGRAM('RNGING38')
                    COMMAREA(INVRNG-AREA)
                    LENGTH(LENGTH OF INVRNG-AREA)
                    RESP(WS-RESP)
           END-EXEC.
      *
           MOVE 'RNGING38' TO WS-SERVICE-NAME.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               IF NOT INVRNG-SUCCESS
                   MOVE INVRNG-STATUS TO WS-SERVICE-STATUS
                   MOVE '64' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
       2420-APPLY-REINSTATEMENT.
      *
           MOVE LOW-VALUES               TO INVRSCOM-AREA.
           MOVE INVPND-DIVISION-CODE     TO INVRSCOM-DIVISION-CODE.
           MOVE INVPND-FROM-NUMBER       TO INVRSCOM-INVOICE-NUMBER.
           MOVE INVPND-REASON-CODE       TO INVRSCOM-REASON-CODE.
           MOVE INVPND-REASON-TEXT       TO INVRSCOM-REASON-TEXT.
           MOVE INVPND-REQUESTER-ID      TO INVRSCOM-OPERATOR-ID.
           MOVE '00'                     TO INVRSCOM-STATUS.
           MOVE INVPND-DOCUMENT-TYPE     TO INVRSCOM-DOCUMENT-TYPE.
           MOVE INVPND-REQUEST-NUMBER    TO INVRSCOM-REQUEST-NUMBER.
           MOVE INVPND-APPROVER-ID       TO INVRSCOM-APPROVER-ID.
      *
           EXEC CICS
               LINK PROGRAM('RSTING38')
                    COMMAREA(INVRSCOM-AREA)
                    LENGTH(LENGTH OF INVRSCOM-AREA)
                    RESP(WS-RESP)
           END-EXEC.
      *
           MOVE 'RSTING38' TO WS-SERVICE-NAME.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               IF NOT INVRSCOM-SUCCESS
                   MOVE INVRSCOM-STATUS TO WS-SERVICE-STATUS
                   MOVE '64' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
       2500-LIST-PENDING-REQUESTS.
      *
      *    ONLY REQUESTS STILL PENDING, AND ONLY IN DIVISIONS THE
      *    OPERATOR COVERS, ARE LISTED. THE LAST NUMBER LISTED IS
      *    KEPT SO THE NEXT BLANK 'L' CARRIES ON FROM THERE.
      *
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE 'N'  TO WS-BROWSE-SWITCH.
           MOVE INVPND-REQUEST-NUMBER TO WS-BROWSE-KEY.
      *
           EXEC CICS
               STARTBR FILE('PNDAPR38')
                       RIDFLD(WS-BROWSE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2510-READ-NEXT-REQUEST
                       UNTIL WS-BROWSE-DONE
                   EXEC CICS
                       ENDBR FILE('PNDAPR38')
                             RESP(WS-RESP2)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-LINE-COUNT = ZERO
               MOVE ZERO TO INVAPRS-REQUEST-NUMBER
           END-IF.
      *
       2510-READ-NEXT-REQUEST.
      *
           EXEC CICS
               READNEXT FILE('PNDAPR38')
                        INTO(INVPND-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVPND-PENDING
                       PERFORM 2160-CHECK-DIVISION-AUTH
                       IF WS-AUTH-DIV-OK
                           PERFORM 2520-TAKE-REQUEST
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
      *
       2520-TAKE-REQUEST.
      *
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 2800-COMPUTE-HOURS-OPEN.
           MOVE WS-HOURS-OPEN TO WS-EDIT-HOURS.
           MOVE SPACES TO WS-PL-LINE.
           IF WS-REQUEST-EXPIRED
               STRING INVPND-REQUEST-NUMBER
                      ' ' INVPND-REQUEST-TYPE
                      ' ' INVPND-DIVISION-CODE
                      ' ' INVPND-DOCUMENT-TYPE
                      ' ' INVPND-FROM-NUMBER
                      ' ' INVPND-TO-NUMBER
                      ' ' INVPND-REQUESTER-ID
                      '  EXPIRED'
                      DELIMITED BY SIZE INTO WS-PL-LINE
           ELSE
               STRING INVPND-REQUEST-NUMBER
                      ' ' INVPND-REQUEST-TYPE
                      ' ' INVPND-DIVISION-CODE
                      ' ' INVPND-DOCUMENT-TYPE
                      ' ' INVPND-FROM-NUMBER
                      ' ' INVPND-TO-NUMBER
                      ' ' INVPND-REQUESTER-ID
                      '  ' WS-EDIT-HOURS
                      '/' WS-EXPIRY-HOURS
                      DELIMITED BY SIZE INTO WS-PL-LINE
           END-IF.
           MOVE WS-PL-LINE TO PLLINEO(WS-LINE-COUNT).
           MOVE INVPND-REQUEST-NUMBER TO INVAPRS-REQUEST-NUMBER.
      *
           IF WS-LINE-COUNT NOT < WS-LINE-MAX
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
      *
       2600-SHOW-REQUEST.
      *
           MOVE INVPND-REQUEST-NUMBER TO REQNOO.
           MOVE INVPND-REQUEST-TYPE   TO RQTYPO.
           EVALUATE TRUE
               WHEN INVPND-PENDING
                   MOVE 'PENDING'  TO RQSTSO
               WHEN INVPND-APPROVED
                   MOVE 'APPROVED' TO RQSTSO
               WHEN INVPND-REJECTED
                   MOVE 'REJECTED' TO RQSTSO
               WHEN INVPND-EXPIRED
                   MOVE 'EXPIRED'  TO RQSTSO
               WHEN OTHER
                   MOVE 'UNKNOWN'  TO RQSTSO
           END-EVALUATE.
           MOVE INVPND-DIVISION-CODE  TO RQDIVO.
           MOVE INVPND-DOCUMENT-TYPE  TO RQDOCO.
           MOVE INVPND-FROM-NUMBER    TO RQFROMO.
           MOVE INVPND-TO-NUMBER      TO RQTOO.
           IF INVPND-REINSTATE
               MOVE INVPND-MEASURE    TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT    TO RQMEASO
           ELSE
               MOVE INVPND-MEASURE    TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT     TO RQMEASO
           END-IF.
           MOVE INVPND-REQUESTER-ID   TO RQOPO.
           STRING INVPND-REQUEST-DATE ' ' INVPND-REQUEST-TIME
                  DELIMITED BY SIZE INTO RQDTO.
           MOVE INVPND-REASON-CODE    TO RQRSNO.
           MOVE INVPND-REASON-TEXT    TO RQTXTO.
           IF NOT INVPND-PENDING
               MOVE INVPND-APPROVER-ID TO RQAPRO
               STRING INVPND-DECISION-DATE ' ' INVPND-DECISION-TIME
                      DELIMITED BY SIZE INTO RQDDTO
               MOVE INVPND-DECISION-NOTE TO NOTEO
           END-IF.
      *
       2800-COMPUTE-HOURS-OPEN.
      *
      *    MINUTES SINCE THE REQUEST WAS RAISED, AGAINST ITS EXPIRY
      *    HOURS (ZERO READS AS 24, AS ON DCTL38). A REQUEST RAISED
      *    WITH NO USABLE DATE IS TREATED AS OVERDUE.
      *
           MOVE 'N' TO WS-EXPIRED-SWITCH.
           IF INVPND-EXPIRY-HOURS = ZERO
               MOVE 24 TO WS-EXPIRY-HOURS
           ELSE
               MOVE INVPND-EXPIRY-HOURS TO WS-EXPIRY-HOURS
           END-IF.
      *
           MOVE INVPND-REQUEST-DATE TO WS-REQ-CYYDDD.
           MOVE INVPND-REQUEST-TIME TO WS-REQ-HHMMSS.
           MOVE EIBDATE             TO WS-NOW-CYYDDD.
           MOVE EIBTIME             TO WS-NOW-HHMMSS.
      *
           IF WS-REQ-DDD = ZERO
               MOVE 'Y'   TO WS-EXPIRED-SWITCH
               MOVE ZERO  TO WS-HOURS-OPEN
           ELSE
               COMPUTE WS-REQ-YYYYDDD =
                   (1900 + WS-REQ-CYY) * 1000 + WS-REQ-DDD
               COMPUTE WS-NOW-YYYYDDD =
                   (1900 + WS-NOW-CYY) * 1000 + WS-NOW-DDD
               COMPUTE WS-ELAPSED-MINUTES =
                   (FUNCTION INTEGER-OF-DAY (WS-NOW-YYYYDDD)
                  - FUNCTION INTEGER-OF-DAY (WS-REQ-YYYYDDD)) * 1440
                  + (WS-NOW-HH * 60 + WS-NOW-MM)
                  - (WS-REQ-HH * 60 + WS-REQ-MM)
               IF WS-ELAPSED-MINUTES < ZERO
                   MOVE ZERO TO WS-ELAPSED-MINUTES
               END-IF
               COMPUTE WS-HOURS-OPEN = WS-ELAPSED-MINUTES / 60
               IF WS-ELAPSED-MINUTES > WS-EXPIRY-HOURS * 60
                   MOVE 'Y' TO WS-EXPIRED-SWITCH
               END-IF
           END-IF.
      *
       3000-WRITE-CORRECTION-AUDIT-LOG.
      *
      *    THE SAME COR RECORD CTLING38 WRITES FOR A CORRECTION IT
      *    MAKES ITSELF, ATTRIBUTED TO THE OPERATOR WHO ASKED FOR IT
      *    AND CARRYING THE APPROVER BESIDE THEM.
      *
           MOVE INVCTL-DIVISION-CODE        TO INVAUD-DIVISION-CODE.
           MOVE 'I'                         TO INVAUD-DOCUMENT-TYPE.
           MOVE INVCTL-FISCAL-YEAR          TO INVAUD-FISCAL-YEAR.
           MOVE INVPND-FROM-NUMBER          TO INVAUD-INVOICE-NUMBER.
           MOVE INVCTL-NEXT-INVOICE-NUMBER  TO INVAUD-BLOCK-END-NUMBER.
           MOVE EIBDATE                     TO INVAUD-EIBDATE.
           MOVE EIBTIME                     TO INVAUD-EIBTIME.
           MOVE EIBTRMID                    TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-CORRECTED      TO TRUE.
           MOVE INVPND-REQUESTER-ID         TO INVAUD-OPERATOR-ID.
           MOVE INVPND-REASON-TEXT          TO INVAUD-REASON-TEXT.
           MOVE INVPND-APPROVER-ID          TO INVAUD-APPROVER-ID.
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
       3100-WRITE-REJECTION-AUDIT-LOG.
      *
      *    A REFUSED LIST HAS NO REQUEST BEHIND IT, SO ITS ENTRY
      *    CARRIES ZERO DIVISION AND NUMBERS; OTHERWISE THE ENTRY
      *    CARRIES THE REQUEST'S DIVISION AND RANGE.
      *
           IF ACTNI = 'L'
               MOVE ZERO  TO INVAUD-DIVISION-CODE
               MOVE SPACE TO INVAUD-DOCUMENT-TYPE
               MOVE ZERO  TO INVAUD-INVOICE-NUMBER
               MOVE ZERO  TO INVAUD-BLOCK-END-NUMBER
           ELSE
               MOVE INVPND-DIVISION-CODE  TO INVAUD-DIVISION-CODE
               MOVE INVPND-DOCUMENT-TYPE  TO INVAUD-DOCUMENT-TYPE
               MOVE INVPND-FROM-NUMBER    TO INVAUD-INVOICE-NUMBER
               MOVE INVPND-TO-NUMBER      TO INVAUD-BLOCK-END-NUMBER
           END-IF.
           MOVE ZERO                   TO INVAUD-FISCAL-YEAR.
           MOVE EIBDATE                TO INVAUD-EIBDATE.
           MOVE EIBTIME                TO INVAUD-EIBTIME.
           MOVE EIBTRMID               TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-REJECTED  TO TRUE.
           MOVE OPIDI                  TO INVAUD-OPERATOR-ID.
           MOVE SPACES                 TO INVAUD-REASON-TEXT.
           STRING 'APPROVAL AUTHORIZATION REJECTED, ACTION ' ACTNI
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
           MOVE INVAPRS-REQUEST-NUMBER TO REQNOO.
      *
           EVALUATE WS-REQUEST-STATUS
               WHEN '00'
                   EVALUATE ACTNI
                       WHEN 'A'
                           MOVE 'REQUEST APPROVED AND APPLIED' TO MSGO
                       WHEN 'J'
                           MOVE 'REQUEST REJECTED' TO MSGO
                       WHEN 'L'
                           EVALUATE TRUE
                               WHEN WS-LINE-COUNT = ZERO
                                   MOVE 'NO PENDING REQUESTS FROM HERE'
                                        TO MSGO
                               WHEN WS-LINE-COUNT < WS-LINE-MAX
                                   MOVE 'END OF PENDING REQUESTS'
                                        TO MSGO
                               WHEN OTHER
                                   MOVE 'ENTER L AGAIN FOR NEXT PAGE'
                                        TO MSGO
                           END-EVALUATE
                       WHEN OTHER
                           MOVE 'REQUEST COMPLETE' TO MSGO
                   END-EVALUATE
               WHEN '04'
                   MOVE 'REQUEST NOT FOUND ON PNDAPR38' TO MSGO
               WHEN '08'
                   MOVE 'RECORD BUSY, PLEASE RETRY' TO MSGO
               WHEN '12'
                   MOVE 'FILE ERROR, NOTIFY SUPPORT' TO MSGO
               WHEN '16'
                   MOVE 'ACTION MUST BE I, L (LIST), A (APPROVE) OR J'
                        TO MSGO
               WHEN '20'
                   MOVE 'REQUEST NUMBER IS REQUIRED AND NUMERIC'
                        TO MSGO
               WHEN '28'
                   MOVE 'OPERATOR ID IS REQUIRED' TO MSGO
               WHEN '32'
                   MOVE 'A NOTE IS REQUIRED TO REJECT A REQUEST'
                        TO MSGO
               WHEN '44'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR THIS REQUEST'
                        TO MSGO
               WHEN '48'
                   MOVE 'REQUEST IS NO LONGER PENDING' TO MSGO
               WHEN '52'
                   MOVE 'REQUEST HAS EXPIRED AND CANNOT BE DECIDED'
                        TO MSGO
               WHEN '56'
                   MOVE 'REQUESTER CANNOT DECIDE THEIR OWN REQUEST'
                        TO MSGO
               WHEN '60'
                   MOVE 'NEXT NUMBER HAS MOVED, RAISE THE REQUEST AGAIN'
                        TO MSGO
               WHEN '64'
                   MOVE SPACES TO MSGO
                   STRING 'APPROVAL NOT APPLIED, ' WS-SERVICE-NAME
                          ' STATUS ' WS-SERVICE-STATUS
                          DELIMITED BY SIZE INTO MSGO
               WHEN '72'
                   MOVE 'ISSUANCE QUIESCED FOR BATCH WINDOW, TRY LATER'
                        TO MSGO
               WHEN OTHER
                   MOVE 'REQUEST REJECTED' TO MSGO
           END-EVALUATE.
      *
           EXEC CICS
               SEND MAP('MAPV38')
                    MAPSET('MAPV38S')
                    FROM(MAPV38O)
                    DATAONLY
               END-EXEC.
      *
       9000-SEND-GOODBYE.
      *
           MOVE LOW-VALUES TO MAPV38O.
           MOVE 'APRING38 SESSION ENDED' TO MSGO.
           EXEC CICS
               SEND TEXT
                    FROM(MSGO)
                    LENGTH(79)
                    ERASE
                    FREEKB
           END-EXEC.
