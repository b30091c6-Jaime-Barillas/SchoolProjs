       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PNDING38.
      *
      *****************************************************************
      *    DUAL-CONTROL SERVICE TRANSACTION.                           *
      *    LINKED TO BY THE PROGRAMS WHOSE ACTIONS NEED A SECOND       *
      *    OPERATOR ABOVE A LIMIT - CTLING38 CORRECTIONS, RNGING38     *
      *    RANGE VOIDS, AND RSTING38 REINSTATEMENTS - SO THE LIMIT     *
      *    TABLE AND THE PENDING-APPROVAL FILE ARE HANDLED IN ONE      *
      *    PLACE (COMMAREA INVPNCOM):                                  *
      *      'S' READS THE DIVISION'S DCTL38 LIMITS (DIVISION 00 IF    *
      *          IT HAS NONE). AN ACTION OVER ITS LIMIT IS GIVEN THE   *
      *          NEXT REQUEST NUMBER FROM THE PNDAPR38 CONTROL RECORD  *
      *          AND WRITTEN TO PNDAPR38 AS PENDING; THE CALLER THEN   *
      *          STOPS AND REPORTS THE REQUEST NUMBER INSTEAD OF       *
      *          ACTING.                                               *
      *      'V' IS USED WHEN APRING38 CALLS A SERVICE BACK TO APPLY   *
      *          AN APPROVED REQUEST. THE REQUEST MUST MATCH THE CALL  *
      *          FIELD FOR FIELD AND MUST HAVE BEEN APPROVED IN THIS   *
      *          SAME TASK, SO AN OLD APPROVAL CANNOT BE REPLAYED TO   *
      *          REPEAT THE ACTION.                                    *
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
           05 DCT-OPEN-STATUS    PIC S9(8) COMP.
           05 DCT-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-LIMITS-SWITCH       PIC X     VALUE 'N'.
           88  WS-LIMITS-FOUND   VALUE 'Y'.
       01 WS-LIMIT               PIC S9(09)V99 COMP-3 VALUE ZERO.
       01 WS-EXPIRY-HOURS        PIC 9(03) VALUE ZERO.
       01 WS-REQUEST-NUMBER      PIC 9(08) VALUE ZERO.
      *
       COPY INVDCT.
      *
       COPY INVPND.
      *
       LINKAGE SECTION.
      *
       COPY INVPNCOM REPLACING INVPNCOM-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-DUAL-CONTROL-SERVICE.
      *
           MOVE '00' TO INVPNCOM-STATUS.
      *
           PERFORM 0050-ENSURE-FILES-OPEN.
      *
           IF INVPNCOM-GO-AHEAD
               EVALUATE TRUE
                   WHEN INVPNCOM-SUBMIT
                       PERFORM 0100-SUBMIT-REQUEST
                   WHEN INVPNCOM-VERIFY
                       PERFORM 0200-VERIFY-APPROVAL
                   WHEN OTHER
                       MOVE '12' TO INVPNCOM-STATUS
               END-EVALUATE
           END-IF.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       0050-ENSURE-FILES-OPEN.
      *
           EXEC CICS
               INQUIRE FILE('PNDAPR38')
                   OPENSTATUS(PND-OPEN-STATUS)
                   ENABLESTATUS(PND-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVPNCOM-STATUS
           ELSE
               IF PND-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('PNDAPR38') OPEN
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO INVPNCOM-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF INVPNCOM-GO-AHEAD AND INVPNCOM-SUBMIT
               EXEC CICS
                   INQUIRE FILE('DCTL38')
                       OPENSTATUS(DCT-OPEN-STATUS)
                       ENABLESTATUS(DCT-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVPNCOM-STATUS
               ELSE
                   IF DCT-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('DCTL38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO INVPNCOM-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       0100-SUBMIT-REQUEST.
      *
           PERFORM 0110-READ-DIVISION-LIMITS.
      *
           IF INVPNCOM-GO-AHEAD AND WS-LIMITS-FOUND
               EVALUATE INVPNCOM-REQUEST-TYPE
                   WHEN 'COR'
                       MOVE INVDCT-CORRECT-LIMIT   TO WS-LIMIT
                   WHEN 'VOI'
                       MOVE INVDCT-RANGE-LIMIT     TO WS-LIMIT
                   WHEN 'RIN'
                       MOVE INVDCT-REINSTATE-LIMIT TO WS-LIMIT
                   WHEN OTHER
                       MOVE '12' TO INVPNCOM-STATUS
               END-EVALUATE
               IF INVPNCOM-GO-AHEAD
                   IF INVPNCOM-MEASURE > WS-LIMIT
                       PERFORM 0120-ASSIGN-REQUEST-NUMBER
                       IF INVPNCOM-GO-AHEAD
                           PERFORM 0130-WRITE-PENDING-REQUEST
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       0110-READ-DIVISION-LIMITS.
      *
      *    THE DIVISION'S OWN LIMITS, ELSE THE DIVISION 00 DEFAULT.
      *    WITH NEITHER ON FILE THE DIVISION IS NOT UNDER DUAL
      *    CONTROL AND EVERY ACTION GOES AHEAD AS IT ALWAYS HAS.
      *
           MOVE 'N' TO WS-LIMITS-SWITCH.
           MOVE INVPNCOM-DIVISION-CODE TO INVDCT-DIVISION-CODE.
           EXEC CICS
               READ FILE('DCTL38')
                    INTO(INVDCT-RECORD)
                    RIDFLD(INVDCT-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LIMITS-SWITCH
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO INVPNCOM-STATUS
           END-EVALUATE.
      *
           IF INVPNCOM-GO-AHEAD AND NOT WS-LIMITS-FOUND
               MOVE ZERO TO INVDCT-DIVISION-CODE
               EXEC CICS
                   READ FILE('DCTL38')
                        INTO(INVDCT-RECORD)
                        RIDFLD(INVDCT-KEY)
                        RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-LIMITS-SWITCH
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       MOVE '12' TO INVPNCOM-STATUS
               END-EVALUATE
           END-IF.
      *
           IF WS-LIMITS-FOUND
               MOVE INVDCT-EXPIRY-HOURS TO WS-EXPIRY-HOURS
               IF WS-EXPIRY-HOURS = ZERO
                   MOVE 24 TO WS-EXPIRY-HOURS
               END-IF
           END-IF.
      *
       0120-ASSIGN-REQUEST-NUMBER.
      *
      *    THE CONTROL RECORD IS CREATED BY THE FIRST REQUEST EVER
      *    HELD, SO A NEW PNDAPR38 CLUSTER NEEDS NO LOAD STEP.
      *
           MOVE ZERO TO INVPND-REQUEST-NUMBER.
           EXEC CICS
               READ FILE('PNDAPR38')
                    INTO(INVPND-RECORD)
                    RIDFLD(INVPND-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO INVPND-LAST-REQUEST-NUMBER
                   MOVE INVPND-LAST-REQUEST-NUMBER
                        TO WS-REQUEST-NUMBER
                   EXEC CICS
                       REWRITE FILE('PNDAPR38')
                               FROM(INVPND-RECORD)
                               RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO INVPNCOM-STATUS
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO INVPND-CONTROL-RECORD
                   MOVE ZERO   TO INVPND-REQUEST-NUMBER
                   MOVE 1      TO INVPND-LAST-REQUEST-NUMBER
                   MOVE 1      TO WS-REQUEST-NUMBER
                   EXEC CICS
                       WRITE FILE('PNDAPR38')
                             FROM(INVPND-RECORD)
                             RIDFLD(INVPND-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO INVPNCOM-STATUS
                   END-IF
               WHEN OTHER
                   MOVE '12' TO INVPNCOM-STATUS
           END-EVALUATE.
      *
       0130-WRITE-PENDING-REQUEST.
      *
           MOVE WS-REQUEST-NUMBER       TO INVPND-REQUEST-NUMBER.
           MOVE INVPNCOM-REQUEST-TYPE   TO INVPND-REQUEST-TYPE.
           SET INVPND-PENDING           TO TRUE.
           MOVE INVPNCOM-DIVISION-CODE  TO INVPND-DIVISION-CODE.
           MOVE INVPNCOM-DOCUMENT-TYPE  TO INVPND-DOCUMENT-TYPE.
           MOVE INVPNCOM-FROM-NUMBER    TO INVPND-FROM-NUMBER.
           MOVE INVPNCOM-TO-NUMBER      TO INVPND-TO-NUMBER.
           MOVE INVPNCOM-MEASURE        TO INVPND-MEASURE.
           MOVE INVPNCOM-REASON-CODE    TO INVPND-REASON-CODE.
           MOVE INVPNCOM-REASON-TEXT    TO INVPND-REASON-TEXT.
           MOVE INVPNCOM-REQUESTER-ID   TO INVPND-REQUESTER-ID.
           MOVE EIBTRMID                TO INVPND-REQUEST-TERMINAL.
           MOVE EIBDATE                 TO INVPND-REQUEST-DATE.
           MOVE EIBTIME                 TO INVPND-REQUEST-TIME.
           MOVE WS-EXPIRY-HOURS         TO INVPND-EXPIRY-HOURS.
           MOVE SPACES                  TO INVPND-APPROVER-ID.
           MOVE SPACES                  TO INVPND-DECISION-TERMINAL.
           MOVE ZERO                    TO INVPND-DECISION-DATE.
           MOVE ZERO                    TO INVPND-DECISION-TIME.
           MOVE SPACES                  TO INVPND-DECISION-NOTE.
      *
           EXEC CICS
               WRITE FILE('PNDAPR38')
                     FROM(INVPND-RECORD)
                     RIDFLD(INVPND-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVPNCOM-STATUS
           ELSE
               MOVE WS-REQUEST-NUMBER TO INVPNCOM-REQUEST-NUMBER
               MOVE '04' TO INVPNCOM-STATUS
           END-IF.
      *
       0200-VERIFY-APPROVAL.
      *
      *    APRING38 MARKS THE REQUEST APPROVED, STAMPED WITH ITS OWN
      *    TASK'S EIBDATE, EIBTIME AND TERMINAL, IMMEDIATELY BEFORE
      *    LINKING TO THE SERVICE THAT APPLIES IT. A LINKED PROGRAM
      *    SEES THE SAME EIB, SO ONLY THAT CALL MATCHES.
      *
           MOVE INVPNCOM-REQUEST-NUMBER TO INVPND-REQUEST-NUMBER.
           EXEC CICS
               READ FILE('PNDAPR38')
                    INTO(INVPND-RECORD)
                    RIDFLD(INVPND-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVPNCOM-REQUEST-NUMBER = ZERO
                   OR NOT INVPND-APPROVED
                   OR INVPND-REQUEST-TYPE  NOT = INVPNCOM-REQUEST-TYPE
                   OR INVPND-DIVISION-CODE NOT = INVPNCOM-DIVISION-CODE
                   OR INVPND-DOCUMENT-TYPE NOT = INVPNCOM-DOCUMENT-TYPE
                   OR INVPND-FROM-NUMBER   NOT = INVPNCOM-FROM-NUMBER
                   OR INVPND-TO-NUMBER     NOT = INVPNCOM-TO-NUMBER
                   OR INVPND-REQUESTER-ID  NOT = INVPNCOM-REQUESTER-ID
                   OR INVPND-APPROVER-ID   NOT = INVPNCOM-APPROVER-ID
                   OR INVPND-DECISION-DATE NOT = EIBDATE
                   OR INVPND-DECISION-TIME NOT = EIBTIME
                   OR INVPND-DECISION-TERMINAL NOT = EIBTRMID
                       MOVE '08' TO INVPNCOM-STATUS
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE '08' TO INVPNCOM-STATUS
               WHEN OTHER
                   MOVE '12' TO INVPNCOM-STATUS
           END-EVALUATE.
