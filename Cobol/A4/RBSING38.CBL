       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RBSING38.
      *
      *****************************************************************
      *    RECURRING BILLING SCHEDULE MAINTENANCE TRANSACTION.         *
      *    BMS-MAPPED (MAPSET MAPR38S, MAP MAPR38, SEE MAPR38.bms)     *
      *    PSEUDO-CONVERSATIONAL SCREEN IN THE CTLING38 STYLE. FOR     *
      *    ONE RBLSCH38 SCHEDULE THE OPERATOR MAY INQUIRE ('I'), SET   *
      *    UP A NEW ONE ('N' - THE NUMBER IS ASSIGNED HERE), SUSPEND   *
      *    AN ACTIVE ONE ('S'), RESUME A SUSPENDED ONE ('R', WITH A    *
      *    NEW NEXT BILL DATE IF ONE IS KEYED), OR END ONE ('E').      *
      *    A NEW SCHEDULE MUST NAME AN ACTIVE CUSMST38 CUSTOMER THE    *
      *    DIVISION MAY BILL, A POSITIVE AMOUNT, A FREQUENCY, AND A    *
      *    NEXT BILL DATE NOT IN THE PAST; ITS END DATE, IF ANY, MAY   *
      *    NOT FALL BEFORE THE NEXT BILL DATE. A CUSTOMER ON CREDIT    *
      *    HOLD MAY BE SET UP - THE RBLING38 BILLING RUN HOLDS THE     *
      *    SCHEDULE UNTIL THE HOLD IS LIFTED. A SCHEDULE THE BILLING   *
      *    RUN HAS AN INVOICE IN FLIGHT FOR CANNOT BE SUSPENDED OR     *
      *    ENDED UNTIL A RERUN FINISHES IT.                            *
      *    EVERY REQUEST NEEDS AN OPAUTH38 OPERATOR COVERING THE       *
      *    SCHEDULE'S DIVISION - INQUIRE AUTHORITY TO LOOK, BILLING    *
      *    AUTHORITY TO CHANGE ANYTHING - AND EVERY REFUSAL IS LOGGED  *
      *    AS A REJ. THE SCHEDULE CARRIES WHO LAST CHANGED IT AND      *
      *    WHEN.                                                       *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 FILE-STATUS-INFO.
           05 RBS-OPEN-STATUS    PIC S9(8) COMP.
           05 RBS-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-REQUEST-STATUS      PIC XX    VALUE '00'.
           88  WS-REQUEST-OK     VALUE '00'.
      *
       01 WS-NUMBER-ASSIGNED-SWITCH PIC X  VALUE 'N'.
           88  WS-NUMBER-ASSIGNED VALUE 'Y'.
      *
       01 WS-REQ-SCHEDULE-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-AUTH-DIVISION-CODE  PIC 9(02) VALUE ZERO.
      *
       01 WS-OPA-SUB             PIC 9(02).
       01 WS-AUTH-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-AUTH-DIV-OK    VALUE 'Y'.
       01 WS-CUST-SUB            PIC 9(02).
       01 WS-CUST-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-CUST-DIV-OK    VALUE 'Y'.
      *
      *    THE NEW SCHEDULE'S FIELDS AS VALIDATED FROM THE SCREEN.
      *
       01 WS-NEW-CUSTOMER-NUMBER PIC 9(08).
       01 WS-NEW-DIVISION-CODE   PIC 9(02).
       01 WS-NEW-PRODUCT-CODE    PIC X(10).
       01 WS-NEW-FREQUENCY       PIC X(01).
       01 WS-NEW-NEXT-BILL-DATE  PIC 9(08).
       01 WS-NEW-END-DATE        PIC 9(08).
       01 WS-NEW-TERMS-DAYS      PIC 9(03).
      *
       01 WS-AMOUNT-WORK         PIC 9(09)V99.
       01 WS-AMOUNT-SPLIT REDEFINES WS-AMOUNT-WORK.
           05 WS-AMOUNT-DOLLARS  PIC 9(09).
           05 WS-AMOUNT-CENTS    PIC 9(02).
      *
       01 WS-TODAY-CYYDDD        PIC 9(07).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY-CYYDDD.
           05 WS-TODAY-CYY       PIC 9(04).
           05 WS-TODAY-DDD       PIC 9(03).
       01 WS-TODAY-YYYYDDD       PIC 9(07).
       01 WS-TODAY-DATE8         PIC 9(08).
      *
      *    A KEYED DATE IS CHECKED HERE: A REAL CALENDAR DATE WITH A
      *    FOUR-DIGIT YEAR FROM 1900 ON.
      *
       01 WS-CHECK-DATE          PIC 9(08).
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR      PIC 9(04).
           05 WS-CHECK-MONTH     PIC 9(02).
           05 WS-CHECK-DAY       PIC 9(02).
       01 WS-MONTH-FIRST         PIC 9(08).
       01 WS-NEXT-MONTH-FIRST    PIC 9(08).
       01 WS-MONTH-DAYS          PIC 9(02).
       01 WS-DATE-VALID-SWITCH   PIC X     VALUE 'N'.
           88  WS-DATE-VALID     VALUE 'Y'.
      *
       01 WS-EDIT-COUNT          PIC Z(04)9.
       01 WS-DATE-DISPLAY        PIC 9(07).
       01 WS-TIME-DISPLAY        PIC 9(07).
      *
       COPY INVRBS.
      *
       COPY INVCUST.
      *
       COPY INVAUD.
      *
       COPY INVOPA.
      *
       COPY INVQSC.
      *
       COPY MAPR38.
      *
       COPY INVRBSS
           REPLACING INVRBSS-AREA            BY WS-INITIAL-COMMAREA
                     INVRBSS-SCHEDULE-NUMBER BY WS-INITIAL-SCHEDULE.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       COPY INVRBSS REPLACING INVRBSS-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-SCHEDULES.
      *
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE ZERO TO WS-INITIAL-SCHEDULE
               EXEC CICS
                   RETURN TRANSID('RBSG')
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
                       RETURN TRANSID('RBSG')
                              COMMAREA(DFHCOMMAREA)
                   END-EXEC
               END-IF
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
      *
           MOVE LOW-VALUES TO MAPR38O.
           MOVE SPACES     TO MSGO.
           EXEC CICS
               SEND MAP('MAPR38')
                    MAPSET('MAPR38S')
                    FROM(MAPR38O)
                    ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-PROCESS.
      *
           MOVE '00' TO WS-REQUEST-STATUS.
      *
           EXEC CICS
               RECEIVE MAP('MAPR38')
                       MAPSET('MAPR38S')
                       INTO(MAPR38I)
                       RESP(WS-RESP)
           END-EXEC.
      *
      *    THE ANSWER FIELDS SHARE STORAGE WITH THE INPUT FIELDS
      *    (MAPR38O REDEFINES MAPR38I), SO THEY ARE CLEARED HERE AND
      *    FILLED AGAIN ONLY FROM WHAT THIS REQUEST READ.
      *
           MOVE SPACES TO CUSTNMO SCHSTO LASTBLO PENDNGO CHGBYO.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               PERFORM 2050-CHECK-QUIESCE-STATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ACTNI NOT = 'I' AND ACTNI NOT = 'N'
                  AND ACTNI NOT = 'S' AND ACTNI NOT = 'R'
                  AND ACTNI NOT = 'E'
                   MOVE '16' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2100-VALIDATE-SCHEDULE-KEY
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2180-ENSURE-FILES-OPEN
           END-IF.
      *
      *    THE DIVISION THE OPERATOR MUST COVER IS THE ONE KEYED FOR
      *    A NEW SCHEDULE, OR THE ONE ON FILE FOR AN EXISTING ONE.
      *
           IF WS-REQUEST-OK
               IF ACTNI = 'N'
                   IF DIVCDI = SPACES OR DIVCDI = LOW-VALUES
                      OR DIVCDI NOT NUMERIC
                       MOVE '36' TO WS-REQUEST-STATUS
                   ELSE
                       MOVE DIVCDI TO WS-AUTH-DIVISION-CODE
                   END-IF
               ELSE
                   PERFORM 2120-READ-SCHEDULE
                   IF WS-REQUEST-OK
                       MOVE INVRBS-DIVISION-CODE
                            TO WS-AUTH-DIVISION-CODE
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2150-CHECK-OPERATOR-AUTH
           END-IF.
      *
           IF WS-REQUEST-OK
               EVALUATE ACTNI
                   WHEN 'I'
                       PERFORM 2600-SHOW-SCHEDULE
                   WHEN 'N'
                       PERFORM 2300-PROCESS-NEW-SCHEDULE
                   WHEN 'S'
                       PERFORM 2400-PROCESS-SUSPEND
                   WHEN 'R'
                       PERFORM 2450-PROCESS-RESUME
                   WHEN 'E'
                       PERFORM 2500-PROCESS-END
               END-EVALUATE
           END-IF.
      *
           PERFORM 4000-SEND-MAP-REFRESH.
      *
       2050-CHECK-QUIESCE-STATE.
      *
      *    QSCING38 CLOSES RBLSCH38 FOR THE BATCH WINDOW SO THE
      *    RBLING38 BILLING RUN HAS IT TO ITSELF. A MISSING STATE
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
       2100-VALIDATE-SCHEDULE-KEY.
      *
      *    A SCHEDULE NUMBER LEFT BLANK IS TAKEN FROM THE SCHEDULE
      *    LAST SHOWN, SO AN INQUIRY CAN BE FOLLOWED BY A SUSPEND OR
      *    END WITHOUT REKEYING IT. A NEW SCHEDULE TAKES ITS NUMBER
      *    FROM THE CONTROL RECORD, SO ANY NUMBER KEYED IS IGNORED.
      *
           IF ACTNI NOT = 'N'
               IF SCHNOI = SPACES OR SCHNOI = LOW-VALUES
                   IF INVRBSS-SCHEDULE-NUMBER NOT = ZERO
                       MOVE INVRBSS-SCHEDULE-NUMBER TO SCHNOI
                   END-IF
               END-IF
               IF SCHNOI = SPACES OR SCHNOI = LOW-VALUES
                  OR SCHNOI NOT NUMERIC
                   MOVE '20' TO WS-REQUEST-STATUS
               ELSE
                   MOVE SCHNOI TO WS-REQ-SCHEDULE-NUMBER
                   IF WS-REQ-SCHEDULE-NUMBER = ZERO
                       MOVE '20' TO WS-REQUEST-STATUS
                   ELSE
                       MOVE WS-REQ-SCHEDULE-NUMBER
                            TO INVRBSS-SCHEDULE-NUMBER
                   END-IF
               END-IF
           END-IF.
      *
       2120-READ-SCHEDULE.
      *
           MOVE WS-REQ-SCHEDULE-NUMBER TO INVRBS-SCHEDULE-NUMBER.
           EXEC CICS
               READ FILE('RBLSCH38')
                    INTO(INVRBS-RECORD)
                    RIDFLD(INVRBS-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '24' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2150-CHECK-OPERATOR-AUTH.
      *
      *    LOOKING AT A SCHEDULE NEEDS THE INQUIRE AUTHORITY; SETTING
      *    ONE UP OR CHANGING ITS STATUS NEEDS THE BILLING AUTHORITY.
      *    EITHER WAY THE OPERATOR MUST COVER THE DIVISION, AND EVERY
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
                   IF NOT INVOPA-BILLING-ALLOWED
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
                      = WS-AUTH-DIVISION-CODE
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
      *    THE FILE IS LEFT OPEN BETWEEN TURNS. ONLY A FILE FOUND
      *    CLOSED (FIRST USE AFTER CICS START, OR AFTER A BATCH
      *    WINDOW) IS OPENED HERE.
      *
           EXEC CICS
               INQUIRE FILE('RBLSCH38')
                   OPENSTATUS(RBS-OPEN-STATUS)
                   ENABLESTATUS(RBS-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               IF RBS-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('RBLSCH38') OPEN
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
       2300-PROCESS-NEW-SCHEDULE.
      *
           PERFORM 2310-VALIDATE-NEW-SCHEDULE.
      *
           IF WS-REQUEST-OK
               PERFORM 2350-ASSIGN-SCHEDULE-NUMBER
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE SPACES                 TO INVRBS-RECORD
               MOVE WS-REQ-SCHEDULE-NUMBER TO INVRBS-SCHEDULE-NUMBER
               MOVE WS-NEW-CUSTOMER-NUMBER TO INVRBS-CUSTOMER-NUMBER
               MOVE WS-NEW-DIVISION-CODE   TO INVRBS-DIVISION-CODE
               MOVE WS-NEW-PRODUCT-CODE    TO INVRBS-PRODUCT-CODE
               MOVE WS-AMOUNT-WORK         TO INVRBS-BILL-AMOUNT
               MOVE WS-NEW-FREQUENCY       TO INVRBS-FREQUENCY
               MOVE WS-NEW-NEXT-BILL-DATE  TO INVRBS-NEXT-BILL-DATE
               MOVE WS-NEW-NEXT-BILL-DATE (7:2)
                                           TO INVRBS-BILL-DAY
               MOVE WS-NEW-END-DATE        TO INVRBS-END-DATE
               MOVE WS-NEW-TERMS-DAYS      TO INVRBS-TERMS-DAYS
               SET INVRBS-ACTIVE           TO TRUE
               MOVE ZERO                   TO INVRBS-BILLED-COUNT
               MOVE ZERO                   TO INVRBS-LAST-BILL-DATE
               MOVE ZERO                   TO INVRBS-LAST-INVOICE-NUMBER
               MOVE ZERO                TO INVRBS-PENDING-INVOICE-NUMBER
               MOVE ZERO                   TO INVRBS-PENDING-FISCAL-YEAR
               PERFORM 2590-STAMP-CHANGE
               EXEC CICS
                   WRITE FILE('RBLSCH38')
                         FROM(INVRBS-RECORD)
                         RIDFLD(INVRBS-KEY)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-NUMBER-ASSIGNED AND NOT WS-REQUEST-OK
      *
      *    THE CONTROL RECORD GAVE OUT A NUMBER BUT THE SCHEDULE WAS
      *    NOT WRITTEN. BACK OUT SO THE NUMBER IS NOT SKIPPED.
      *
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE WS-REQ-SCHEDULE-NUMBER TO INVRBSS-SCHEDULE-NUMBER
               PERFORM 2600-SHOW-SCHEDULE
           END-IF.
      *
       2310-VALIDATE-NEW-SCHEDULE.
      *
      *    THE CUSTOMER IS CHECKED THE WAY DTLING38 CHECKS A STAMP,
      *    EXCEPT THAT CREDIT HOLD IS ALLOWED HERE: THE BILLING RUN
      *    WAITS FOR THE HOLD TO BE LIFTED RATHER THAN THE SCHEDULE
      *    HAVING TO BE SET UP AGAIN.
      *
           MOVE DIVCDI TO WS-NEW-DIVISION-CODE.
      *
           IF CUSTNOI = SPACES OR CUSTNOI = LOW-VALUES
              OR CUSTNOI NOT NUMERIC
               MOVE '32' TO WS-REQUEST-STATUS
           ELSE
               MOVE CUSTNOI TO WS-NEW-CUSTOMER-NUMBER
               MOVE WS-NEW-CUSTOMER-NUMBER TO INVCUST-CUSTOMER-NUMBER
               EXEC CICS
                   READ FILE('CUSMST38')
                        INTO(INVCUST-RECORD)
                        RIDFLD(INVCUST-KEY)
                        RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF NOT INVCUST-ACTIVE
                           MOVE '40' TO WS-REQUEST-STATUS
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE '32' TO WS-REQUEST-STATUS
                   WHEN OTHER
                       MOVE '12' TO WS-REQUEST-STATUS
               END-EVALUATE
           END-IF.
      *
           IF WS-REQUEST-OK AND NOT INVCUST-ALL-DIVISIONS
               MOVE 'N' TO WS-CUST-DIV-SWITCH
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > 10 OR WS-CUST-DIV-OK
                   IF INVCUST-DIVISION-CODE (WS-CUST-SUB)
                      = WS-NEW-DIVISION-CODE
                       MOVE 'Y' TO WS-CUST-DIV-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-CUST-DIV-OK
                   MOVE '36' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               IF PRODCDI = LOW-VALUES
                   MOVE SPACES TO WS-NEW-PRODUCT-CODE
               ELSE
                   MOVE PRODCDI TO WS-NEW-PRODUCT-CODE
               END-IF
           END-IF.
      *
      *    THE BILLING RUN WRITES THE CHARGE AS ONE INVLIN38 LINE,
      *    WHOSE UNIT PRICE HOLDS NO MORE THAN 9,999,999.99.
      *
           IF WS-REQUEST-OK
               IF AMTCI = SPACES OR AMTCI = LOW-VALUES
                   MOVE '00' TO AMTCI
               END-IF
               IF AMTDI = SPACES OR AMTDI = LOW-VALUES
                  OR AMTDI NOT NUMERIC OR AMTCI NOT NUMERIC
                   MOVE '48' TO WS-REQUEST-STATUS
               ELSE
                   MOVE AMTDI TO WS-AMOUNT-DOLLARS
                   MOVE AMTCI TO WS-AMOUNT-CENTS
                   IF WS-AMOUNT-WORK = ZERO
                      OR WS-AMOUNT-WORK > 9999999.99
                       MOVE '48' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               IF FREQI NOT = 'M' AND FREQI NOT = 'Q'
                  AND FREQI NOT = 'A'
                   MOVE '52' TO WS-REQUEST-STATUS
               ELSE
                   MOVE FREQI TO WS-NEW-FREQUENCY
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2320-VALIDATE-NEXT-BILL-DATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ENDDTI = SPACES OR ENDDTI = LOW-VALUES
                   MOVE ZERO TO WS-NEW-END-DATE
               ELSE
                   IF ENDDTI NOT NUMERIC
                       MOVE '60' TO WS-REQUEST-STATUS
                   ELSE
                       MOVE ENDDTI TO WS-CHECK-DATE
                       PERFORM 2700-VALIDATE-CALENDAR-DATE
                       IF NOT WS-DATE-VALID
                          OR WS-CHECK-DATE < WS-NEW-NEXT-BILL-DATE
                           MOVE '60' TO WS-REQUEST-STATUS
                       ELSE
                           MOVE WS-CHECK-DATE TO WS-NEW-END-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               IF TERMSI = SPACES OR TERMSI = LOW-VALUES
                   MOVE 30 TO WS-NEW-TERMS-DAYS
               ELSE
                   IF TERMSI NOT NUMERIC
                       MOVE '64' TO WS-REQUEST-STATUS
                   ELSE
                       MOVE TERMSI TO WS-NEW-TERMS-DAYS
                   END-IF
               END-IF
           END-IF.
      *
       2320-VALIDATE-NEXT-BILL-DATE.
      *
      *    A NEXT BILL DATE IN THE PAST WOULD HAVE THE NEXT BILLING
      *    RUN INVOICE FOR A CYCLE NOBODY MEANT TO BILL, SO IT MUST
      *    BE TODAY OR LATER.
      *
           PERFORM 2710-DERIVE-TODAY.
           IF NEXTDTI = SPACES OR NEXTDTI = LOW-VALUES
              OR NEXTDTI NOT NUMERIC
               MOVE '56' TO WS-REQUEST-STATUS
           ELSE
               MOVE NEXTDTI TO WS-CHECK-DATE
               PERFORM 2700-VALIDATE-CALENDAR-DATE
               IF NOT WS-DATE-VALID
                  OR WS-CHECK-DATE < WS-TODAY-DATE8
                   MOVE '56' TO WS-REQUEST-STATUS
               ELSE
                   MOVE WS-CHECK-DATE TO WS-NEW-NEXT-BILL-DATE
               END-IF
           END-IF.
      *
       2350-ASSIGN-SCHEDULE-NUMBER.
      *
      *    THE CONTROL RECORD IS CREATED BY THE FIRST SCHEDULE EVER
      *    SET UP, SO A NEW RBLSCH38 CLUSTER NEEDS NO LOAD STEP.
      *
           MOVE ZERO TO INVRBS-SCHEDULE-NUMBER.
           EXEC CICS
               READ FILE('RBLSCH38')
                    INTO(INVRBS-RECORD)
                    RIDFLD(INVRBS-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO INVRBS-LAST-SCHEDULE-NUMBER
                   MOVE INVRBS-LAST-SCHEDULE-NUMBER
                        TO WS-REQ-SCHEDULE-NUMBER
                   EXEC CICS
                       REWRITE FILE('RBLSCH38')
                               FROM(INVRBS-RECORD)
                               RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO WS-REQUEST-STATUS
                   ELSE
                       MOVE 'Y' TO WS-NUMBER-ASSIGNED-SWITCH
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO INVRBS-CONTROL-RECORD
                   MOVE ZERO   TO INVRBS-SCHEDULE-NUMBER
                   MOVE 1      TO INVRBS-LAST-SCHEDULE-NUMBER
                   MOVE ZERO   TO INVRBS-RUN-DATE
                   SET INVRBS-RUN-COMPLETE TO TRUE
                   MOVE 1      TO WS-REQ-SCHEDULE-NUMBER
                   EXEC CICS
                       WRITE FILE('RBLSCH38')
                             FROM(INVRBS-RECORD)
                             RIDFLD(INVRBS-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO WS-REQUEST-STATUS
                   ELSE
                       MOVE 'Y' TO WS-NUMBER-ASSIGNED-SWITCH
                   END-IF
               WHEN DFHRESP(LOCKED)
               WHEN DFHRESP(ENQBUSY)
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2400-PROCESS-SUSPEND.
      *
           PERFORM 2550-READ-SCHEDULE-FOR-UPDATE.
      *
           IF WS-REQUEST-OK
               IF INVRBS-PENDING-INVOICE-NUMBER NOT = ZERO
                   MOVE '84' TO WS-REQUEST-STATUS
               ELSE
                   IF NOT INVRBS-ACTIVE
                       MOVE '68' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
               IF NOT WS-REQUEST-OK
                   EXEC CICS
                       UNLOCK FILE('RBLSCH38')
                              RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVRBS-SUSPENDED TO TRUE
               PERFORM 2580-REWRITE-SCHEDULE
           END-IF.
      *
       2450-PROCESS-RESUME.
      *
      *    A NEXT BILL DATE KEYED WITH THE RESUME REPLACES THE ONE ON
      *    FILE, SO CYCLES MISSED WHILE SUSPENDED NEED NOT BE BILLED;
      *    LEFT BLANK, THE NEXT BILLING RUN PICKS UP WHERE THE
      *    SCHEDULE LEFT OFF.
      *
           IF NEXTDTI NOT = SPACES AND NEXTDTI NOT = LOW-VALUES
               PERFORM 2320-VALIDATE-NEXT-BILL-DATE
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2550-READ-SCHEDULE-FOR-UPDATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF NOT INVRBS-SUSPENDED
                   MOVE '76' TO WS-REQUEST-STATUS
               ELSE
                   IF NEXTDTI NOT = SPACES AND NEXTDTI NOT = LOW-VALUES
                       MOVE WS-NEW-NEXT-BILL-DATE
                            TO INVRBS-NEXT-BILL-DATE
                   END-IF
                   IF INVRBS-END-DATE NOT = ZERO
                      AND INVRBS-NEXT-BILL-DATE > INVRBS-END-DATE
                       MOVE '60' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
               IF NOT WS-REQUEST-OK
                   EXEC CICS
                       UNLOCK FILE('RBLSCH38')
                              RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVRBS-ACTIVE TO TRUE
               PERFORM 2580-REWRITE-SCHEDULE
           END-IF.
      *
       2500-PROCESS-END.
      *
           PERFORM 2550-READ-SCHEDULE-FOR-UPDATE.
      *
           IF WS-REQUEST-OK
               IF INVRBS-PENDING-INVOICE-NUMBER NOT = ZERO
                   MOVE '84' TO WS-REQUEST-STATUS
               ELSE
                   IF INVRBS-ENDED
                       MOVE '80' TO WS-REQUEST-STATUS
                   END-IF
               END-IF
               IF NOT WS-REQUEST-OK
                   EXEC CICS
                       UNLOCK FILE('RBLSCH38')
                              RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVRBS-ENDED TO TRUE
               PERFORM 2580-REWRITE-SCHEDULE
           END-IF.
      *
       2550-READ-SCHEDULE-FOR-UPDATE.
      *
           MOVE WS-REQ-SCHEDULE-NUMBER TO INVRBS-SCHEDULE-NUMBER.
           EXEC CICS
               READ FILE('RBLSCH38')
                    INTO(INVRBS-RECORD)
                    RIDFLD(INVRBS-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '24' TO WS-REQUEST-STATUS
               WHEN DFHRESP(LOCKED)
               WHEN DFHRESP(ENQBUSY)
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2580-REWRITE-SCHEDULE.
      *
           PERFORM 2590-STAMP-CHANGE.
           EXEC CICS
               REWRITE FILE('RBLSCH38')
                       FROM(INVRBS-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               PERFORM 2600-SHOW-SCHEDULE
           END-IF.
      *
       2590-STAMP-CHANGE.
      *
           MOVE OPIDI   TO INVRBS-CHANGE-OPERATOR-ID.
           MOVE EIBDATE TO INVRBS-CHANGE-DATE.
           MOVE EIBTIME TO INVRBS-CHANGE-TIME.
      *
       2600-SHOW-SCHEDULE.
      *
           MOVE INVRBS-SCHEDULE-NUMBER TO SCHNOO.
           MOVE INVRBS-CUSTOMER-NUMBER TO CUSTNOO.
           MOVE INVRBS-DIVISION-CODE   TO DIVCDO.
           MOVE INVRBS-PRODUCT-CODE    TO PRODCDO.
           MOVE INVRBS-BILL-AMOUNT     TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-DOLLARS      TO AMTDO.
           MOVE WS-AMOUNT-CENTS        TO AMTCO.
           MOVE INVRBS-FREQUENCY       TO FREQO.
           MOVE INVRBS-NEXT-BILL-DATE  TO NEXTDTO.
           IF INVRBS-END-DATE = ZERO
               MOVE SPACES             TO ENDDTO
           ELSE
               MOVE INVRBS-END-DATE    TO ENDDTO
           END-IF.
           MOVE INVRBS-TERMS-DAYS      TO TERMSO.
      *
           MOVE INVRBS-CUSTOMER-NUMBER TO INVCUST-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE('CUSMST38')
                    INTO(INVCUST-RECORD)
                    RIDFLD(INVCUST-KEY)
                    RESP(WS-RESP2)
           END-EXEC.
           IF WS-RESP2 = DFHRESP(NORMAL)
               MOVE INVCUST-CUSTOMER-NAME TO CUSTNMO
           ELSE
               MOVE '** NOT ON CUSMST38 **' TO CUSTNMO
           END-IF.
      *
           MOVE INVRBS-BILLED-COUNT TO WS-EDIT-COUNT.
           EVALUATE TRUE
               WHEN INVRBS-ACTIVE
                   STRING 'ACTIVE, BILLED ' WS-EDIT-COUNT ' TIMES'
                          DELIMITED BY SIZE INTO SCHSTO
               WHEN INVRBS-SUSPENDED
                   STRING 'SUSPENDED, BILLED ' WS-EDIT-COUNT ' TIMES'
                          DELIMITED BY SIZE INTO SCHSTO
               WHEN INVRBS-ENDED
                   STRING 'ENDED, BILLED ' WS-EDIT-COUNT ' TIMES'
                          DELIMITED BY SIZE INTO SCHSTO
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO SCHSTO
           END-EVALUATE.
      *
           IF INVRBS-LAST-BILL-DATE = ZERO
               MOVE 'NOT YET BILLED' TO LASTBLO
           ELSE
               STRING 'CYCLE ' INVRBS-LAST-BILL-DATE
                      ' ON INVOICE ' INVRBS-LAST-INVOICE-NUMBER
                      DELIMITED BY SIZE INTO LASTBLO
           END-IF.
      *
           IF INVRBS-PENDING-INVOICE-NUMBER = ZERO
               MOVE 'NONE' TO PENDNGO
           ELSE
               STRING 'INVOICE ' INVRBS-PENDING-INVOICE-NUMBER
                      ' FY ' INVRBS-PENDING-FISCAL-YEAR
                      ' - RERUN RBLING38'
                      DELIMITED BY SIZE INTO PENDNGO
           END-IF.
      *
           MOVE INVRBS-CHANGE-DATE TO WS-DATE-DISPLAY.
           MOVE INVRBS-CHANGE-TIME TO WS-TIME-DISPLAY.
           STRING INVRBS-CHANGE-OPERATOR-ID ' ' WS-DATE-DISPLAY
                  ' ' WS-TIME-DISPLAY
                  DELIMITED BY SIZE INTO CHGBYO.
      *
       2700-VALIDATE-CALENDAR-DATE.
      *
      *    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      *    THE NEXT ONE, WHICH TAKES CARE OF LEAP YEARS.
      *
           MOVE 'N' TO WS-DATE-VALID-SWITCH.
           IF WS-CHECK-YEAR NOT < 1900
              AND WS-CHECK-MONTH NOT < 01 AND WS-CHECK-MONTH NOT > 12
              AND WS-CHECK-DAY NOT < 01
               IF WS-CHECK-MONTH = 12
                   MOVE 31 TO WS-MONTH-DAYS
               ELSE
                   COMPUTE WS-MONTH-FIRST =
                       WS-CHECK-YEAR * 10000 + WS-CHECK-MONTH * 100 + 1
                   COMPUTE WS-NEXT-MONTH-FIRST = WS-MONTH-FIRST + 100
                   COMPUTE WS-MONTH-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-FIRST)
                     - FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST)
               END-IF
               IF WS-CHECK-DAY NOT > WS-MONTH-DAYS
                   MOVE 'Y' TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF.
      *
       2710-DERIVE-TODAY.
      *
           MOVE EIBDATE TO WS-TODAY-CYYDDD.
           COMPUTE WS-TODAY-YYYYDDD =
               (1900 + WS-TODAY-CYY) * 1000 + WS-TODAY-DDD.
           COMPUTE WS-TODAY-DATE8 =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY (WS-TODAY-YYYYDDD)).
      *
       3100-WRITE-REJECTION-AUDIT-LOG.
      *
      *    A SCHEDULE IS NOT A NUMBERED DOCUMENT, SO THE ENTRY
      *    CARRIES THE DIVISION WITH A SPACE DOCUMENT TYPE AND ZERO
      *    NUMBERS, AND NAMES THE SCHEDULE IN THE REASON TEXT.
      *
           MOVE WS-AUTH-DIVISION-CODE  TO INVAUD-DIVISION-CODE.
           MOVE SPACE                  TO INVAUD-DOCUMENT-TYPE.
           MOVE ZERO                   TO INVAUD-FISCAL-YEAR.
           MOVE ZERO                   TO INVAUD-INVOICE-NUMBER.
           MOVE ZERO                   TO INVAUD-BLOCK-END-NUMBER.
           MOVE EIBDATE                TO INVAUD-EIBDATE.
           MOVE EIBTIME                TO INVAUD-EIBTIME.
           MOVE EIBTRMID               TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-REJECTED  TO TRUE.
           MOVE OPIDI                  TO INVAUD-OPERATOR-ID.
           MOVE SPACES                 TO INVAUD-REASON-TEXT.
           STRING 'SCHEDULE ' WS-REQ-SCHEDULE-NUMBER
                  ' BILLING REJECTED, ACTION ' ACTNI
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
           IF INVRBSS-SCHEDULE-NUMBER NOT = ZERO
               MOVE INVRBSS-SCHEDULE-NUMBER TO SCHNOO
           END-IF.
      *
           EVALUATE WS-REQUEST-STATUS
               WHEN '00'
                   MOVE 'REQUEST COMPLETE' TO MSGO
               WHEN '08'
                   MOVE 'SCHEDULE RECORD BUSY, PLEASE RETRY' TO MSGO
               WHEN '12'
                   MOVE 'FILE ERROR, NOTIFY SUPPORT' TO MSGO
               WHEN '16'
                   MOVE 'ACTION MUST BE I, N, S, R OR E' TO MSGO
               WHEN '20'
                   MOVE 'SCHEDULE NUMBER IS REQUIRED AND NUMERIC'
                        TO MSGO
               WHEN '24'
                   MOVE 'SCHEDULE NOT FOUND ON RBLSCH38' TO MSGO
               WHEN '28'
                   MOVE 'OPERATOR ID IS REQUIRED' TO MSGO
               WHEN '32'
                   MOVE 'CUSTOMER NUMBER NOT FOUND ON CUSMST38' TO MSGO
               WHEN '36'
                   MOVE 'DIVISION MISSING OR MAY NOT BILL THIS CUSTOMER'
                        TO MSGO
               WHEN '40'
                   MOVE 'CUSTOMER ACCOUNT IS NOT ACTIVE' TO MSGO
               WHEN '44'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR THIS REQUEST'
                        TO MSGO
               WHEN '48'
                   MOVE 'AMOUNT MUST BE 0.01 TO 9,999,999.99' TO MSGO
               WHEN '52'
                   MOVE 'FREQUENCY MUST BE M, Q OR A' TO MSGO
               WHEN '56'
                   MOVE 'NEXT BILL DATE MUST BE A DATE, TODAY OR LATER'
                        TO MSGO
               WHEN '60'
                   MOVE 'END DATE MAY NOT BE BEFORE THE NEXT BILL DATE'
                        TO MSGO
               WHEN '64'
                   MOVE 'TERMS MUST BE NUMERIC DAYS' TO MSGO
               WHEN '68'
                   MOVE 'SCHEDULE IS NOT ACTIVE' TO MSGO
               WHEN '72'
                   MOVE 'ISSUANCE QUIESCED FOR BATCH WINDOW, TRY LATER'
                        TO MSGO
               WHEN '76'
                   MOVE 'SCHEDULE IS NOT SUSPENDED' TO MSGO
               WHEN '80'
                   MOVE 'SCHEDULE HAS ALREADY ENDED' TO MSGO
               WHEN '84'
                   MOVE 'BILLING RUN UNFINISHED FOR SCHEDULE - RERUN'
                        TO MSGO
               WHEN OTHER
                   MOVE 'REQUEST REJECTED' TO MSGO
           END-EVALUATE.
      *
           EXEC CICS
               SEND MAP('MAPR38')
                    MAPSET('MAPR38S')
                    FROM(MAPR38O)
                    DATAONLY
               END-EXEC.
      *
       9000-SEND-GOODBYE.
      *
           MOVE LOW-VALUES TO MAPR38O.
           MOVE 'RBSING38 SESSION ENDED' TO MSGO.
           EXEC CICS
               SEND TEXT
                    FROM(MSGO)
                    LENGTH(79)
                    ERASE
           END-EXEC.
