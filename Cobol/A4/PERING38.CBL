       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PERING38.
      *
      *****************************************************************
      *    ACCOUNTING PERIOD CONTROL TRANSACTION.                      *
      *    BMS-MAPPED (MAPSET MAPP38S, MAP MAPP38, SEE MAPP38.bms)     *
      *    PSEUDO-CONVERSATIONAL SCREEN IN THE CTLING38 STYLE. FOR     *
      *    ONE DIVISION AND FISCAL YEAR FINANCE MAY INQUIRE ('I') ON   *
      *    THE TWELVE PERIODS HELD ON PRDCTL38, CLOSE ONE ('C') ONCE   *
      *    THE MONTH HAS BEEN REPORTED, OR REOPEN ONE ('O') THAT WAS   *
      *    CLOSED IN ERROR. PERIOD 01 IS THE DIVISION'S FSCAL38 START  *
      *    MONTH. A FISCAL YEAR LEFT BLANK IS THE ONE TODAY FALLS IN.  *
      *    CLOSING OR REOPENING TAKES A NOTE, STAMPS THE PERIOD WITH   *
      *    THE OPERATOR AND TIME, AND WRITES A PCL (CLOSED) OR POP     *
      *    (REOPENED) RECORD ON THE INVAUD38 AUDIT TRAIL; IF THE AUDIT *
      *    WRITE FAILS THE CHANGE IS BACKED OUT.                       *
      *    EVERY REQUEST NEEDS AN OPAUTH38 OPERATOR COVERING THE       *
      *    DIVISION - INQUIRE AUTHORITY TO LOOK, PERIOD AUTHORITY TO   *
      *    CLOSE OR REOPEN - AND EVERY REFUSAL IS LOGGED AS A REJ.     *
      *    WHILE A PERIOD IS CLOSED, VOIDING38, RNGING38, RSTING38,    *
      *    DTLING38, CLSING38, AND SETING38 REFUSE TO CHANGE ANY       *
      *    MASTER ISSUED IN IT (SEE PLKING38).                         *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 FILE-STATUS-INFO.
           05 PRD-OPEN-STATUS    PIC S9(8) COMP.
           05 PRD-ENABLE-STATUS  PIC S9(8) COMP.
           05 FCL-OPEN-STATUS    PIC S9(8) COMP.
           05 FCL-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-REQUEST-STATUS      PIC XX    VALUE '00'.
           88  WS-REQUEST-OK     VALUE '00'.
      *
       01 WS-PERIODS-CHANGED-SWITCH PIC X  VALUE 'N'.
           88  WS-PERIODS-CHANGED VALUE 'Y'.
       01 WS-RECORD-FOUND-SWITCH PIC X     VALUE 'N'.
           88  WS-RECORD-FOUND   VALUE 'Y'.
       01 WS-YEAR-DEFAULT-SWITCH PIC X     VALUE 'N'.
           88  WS-YEAR-DEFAULT   VALUE 'Y'.
      *
       01 WS-REQ-DIVISION-CODE   PIC 9(02).
       01 WS-REQ-FISCAL-YEAR     PIC 9(04).
       01 WS-REQ-PERIOD          PIC 9(02).
       01 WS-AUDIT-ACTION        PIC X(03).
       01 WS-AUDIT-VERB          PIC X(08).
      *
       01 WS-OPA-SUB             PIC 9(02).
       01 WS-AUTH-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-AUTH-DIV-OK    VALUE 'Y'.
      *
       01 WS-FCAL-START-MONTH    PIC 9(02) VALUE 01.
       01 WS-TODAY-CYYDDD        PIC 9(07).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY-CYYDDD.
           05 WS-TODAY-CYY       PIC 9(04).
           05 WS-TODAY-DDD       PIC 9(03).
       01 WS-TODAY-YYYYDDD       PIC 9(07).
       01 WS-TODAY-DATE8         PIC 9(08).
       01 WS-TODAY-DATE8-SPLIT REDEFINES WS-TODAY-DATE8.
           05 WS-TODAY-YEAR      PIC 9(04).
           05 WS-TODAY-MONTH     PIC 9(02).
           05 WS-TODAY-DAY       PIC 9(02).
      *
       01 WS-PD-SUB              PIC 9(02).
       01 WS-PD-MONTH            PIC 9(02).
       01 WS-PD-YEAR             PIC 9(04).
       01 WS-DATE-DISPLAY        PIC 9(07).
       01 WS-TIME-DISPLAY        PIC 9(07).
      *
      *    ONE LINE OF THE PERIOD LIST, LINED UP UNDER THE HEADINGS
      *    ON MAPP38.
      *
       01 WS-PERIOD-LINE.
           05 WS-PL-PERIOD       PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PL-MONTH        PIC 9(02).
           05 FILLER             PIC X(01) VALUE '/'.
           05 WS-PL-YEAR         PIC 9(04).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-PL-STATE        PIC X(06).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-PL-CHANGE-DATE  PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-PL-CHANGE-TIME  PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PL-OPERATOR-ID  PIC X(08).
      *
       COPY INVPRD.
      *
       COPY INVFCAL.
      *
       COPY INVAUD.
      *
       COPY INVOPA.
      *
       COPY INVQSC.
      *
       COPY MAPP38.
      *
       COPY INVPERS
           REPLACING INVPERS-AREA          BY WS-INITIAL-COMMAREA
                     INVPERS-DIVISION-CODE BY WS-INITIAL-DIVISION-CODE
                     INVPERS-FISCAL-YEAR   BY WS-INITIAL-FISCAL-YEAR.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       COPY INVPERS REPLACING INVPERS-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-PERIODS.
      *
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE ZERO TO WS-INITIAL-DIVISION-CODE
               MOVE ZERO TO WS-INITIAL-FISCAL-YEAR
               EXEC CICS
                   RETURN TRANSID('PERG')
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
                       RETURN TRANSID('PERG')
                              COMMAREA(DFHCOMMAREA)
                   END-EXEC
               END-IF
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
      *
           MOVE LOW-VALUES TO MAPP38O.
           MOVE SPACES     TO MSGO.
           EXEC CICS
               SEND MAP('MAPP38')
                    MAPSET('MAPP38S')
                    FROM(MAPP38O)
                    ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-PROCESS.
      *
           MOVE '00' TO WS-REQUEST-STATUS.
      *
           EXEC CICS
               RECEIVE MAP('MAPP38')
                       MAPSET('MAPP38S')
                       INTO(MAPP38I)
                       RESP(WS-RESP)
           END-EXEC.
      *
      *    THE ANSWER FIELDS SHARE STORAGE WITH THE INPUT FIELDS
      *    (MAPP38O REDEFINES MAPP38I), SO THEY ARE CLEARED HERE AND
      *    FILLED AGAIN ONLY FROM WHAT THIS REQUEST READ.
      *
           MOVE SPACES TO FYSTRTO.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 12
               MOVE SPACES TO PDLINEO (WS-PD-SUB)
           END-PERFORM.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               PERFORM 2050-CHECK-QUIESCE-STATE
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2100-VALIDATE-PERIOD-KEY
           END-IF.
      *
           IF WS-REQUEST-OK
               IF ACTNI NOT = 'I' AND ACTNI NOT = 'C'
                  AND ACTNI NOT = 'O'
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
               PERFORM 2190-READ-FISCAL-CALENDAR
           END-IF.
      *
           IF WS-REQUEST-OK
               EVALUATE ACTNI
                   WHEN 'I'
                       PERFORM 2200-PROCESS-INQUIRE
                   WHEN 'C'
                       PERFORM 2300-PROCESS-CLOSE-PERIOD
                   WHEN 'O'
                       PERFORM 2400-PROCESS-REOPEN-PERIOD
               END-EVALUATE
           END-IF.
      *
           PERFORM 4000-SEND-MAP-REFRESH.
      *
       2050-CHECK-QUIESCE-STATE.
      *
      *    QSCING38 CLOSES PRDCTL38 FOR THE BATCH WINDOW SO SETING38
      *    READS A STABLE SET OF PERIODS. A MISSING STATE RECORD
      *    READS AS ONLINE.
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
       2100-VALIDATE-PERIOD-KEY.
      *
      *    A KEY FIELD LEFT BLANK IS TAKEN FROM THE YEAR LAST SHOWN,
      *    SO AN INQUIRY CAN BE FOLLOWED BY A CLOSE WITHOUT REKEYING
      *    IT. A FISCAL YEAR STILL BLANK AFTER THAT IS THE CURRENT
      *    ONE, WORKED OUT ONCE THE START MONTH HAS BEEN READ.
      *
           MOVE 'N' TO WS-YEAR-DEFAULT-SWITCH.
           IF DIVCDI = SPACES OR DIVCDI = LOW-VALUES
               IF INVPERS-DIVISION-CODE NOT = ZERO
                   MOVE INVPERS-DIVISION-CODE TO DIVCDI
               END-IF
           END-IF.
           IF FYEARI = SPACES OR FYEARI = LOW-VALUES
               IF INVPERS-FISCAL-YEAR NOT = ZERO
                   MOVE INVPERS-FISCAL-YEAR TO FYEARI
               ELSE
                   MOVE 'Y' TO WS-YEAR-DEFAULT-SWITCH
               END-IF
           END-IF.
      *
           IF DIVCDI = SPACES OR DIVCDI = LOW-VALUES
              OR DIVCDI NOT NUMERIC
               MOVE '20' TO WS-REQUEST-STATUS
           END-IF.
      *
           IF WS-REQUEST-OK AND NOT WS-YEAR-DEFAULT
               IF FYEARI NOT NUMERIC
                   MOVE '24' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE DIVCDI TO WS-REQ-DIVISION-CODE
               MOVE WS-REQ-DIVISION-CODE TO INVPERS-DIVISION-CODE
               IF WS-YEAR-DEFAULT
                   MOVE ZERO TO WS-REQ-FISCAL-YEAR
               ELSE
                   MOVE FYEARI TO WS-REQ-FISCAL-YEAR
                   MOVE WS-REQ-FISCAL-YEAR TO INVPERS-FISCAL-YEAR
               END-IF
           END-IF.
      *
       2150-CHECK-OPERATOR-AUTH.
      *
      *    LOOKING AT THE PERIODS NEEDS THE INQUIRE AUTHORITY;
      *    CLOSING OR REOPENING ONE NEEDS THE PERIOD AUTHORITY. EITHER
      *    WAY THE OPERATOR MUST COVER THE DIVISION, AND EVERY REFUSAL
      *    IS LOGGED TO INVAUD38 AS A REJ RECORD.
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
                   IF NOT INVOPA-PERIOD-ALLOWED
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
                      = WS-REQ-DIVISION-CODE
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
               INQUIRE FILE('PRDCTL38')
                   OPENSTATUS(PRD-OPEN-STATUS)
                   ENABLESTATUS(PRD-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               IF PRD-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('PRDCTL38') OPEN
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
                   INQUIRE FILE('FSCAL38')
                       OPENSTATUS(FCL-OPEN-STATUS)
                       ENABLESTATUS(FCL-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO WS-REQUEST-STATUS
               ELSE
                   IF FCL-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('FSCAL38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO WS-REQUEST-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2190-READ-FISCAL-CALENDAR.
      *
      *    THE DIVISION'S START MONTH MAPS PERIODS TO CALENDAR MONTHS
      *    (NO RECORD READS AS A JANUARY START, AS IN PLKING38). WHEN
      *    NO YEAR WAS KEYED, THE YEAR TODAY FALLS IN IS USED.
      *
           MOVE 01 TO WS-FCAL-START-MONTH.
           MOVE WS-REQ-DIVISION-CODE TO INVFCAL-DIVISION-CODE.
           EXEC CICS
               READ FILE('FSCAL38')
                    INTO(INVFCAL-RECORD)
                    RIDFLD(INVFCAL-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVFCAL-START-MONTH NOT < 01
                      AND INVFCAL-START-MONTH NOT > 12
                       MOVE INVFCAL-START-MONTH
                            TO WS-FCAL-START-MONTH
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-REQUEST-OK AND WS-YEAR-DEFAULT
               MOVE EIBDATE TO WS-TODAY-CYYDDD
               COMPUTE WS-TODAY-YYYYDDD =
                   (1900 + WS-TODAY-CYY) * 1000 + WS-TODAY-DDD
               COMPUTE WS-TODAY-DATE8 =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DAY (WS-TODAY-YYYYDDD))
               IF WS-TODAY-MONTH NOT < WS-FCAL-START-MONTH
                   MOVE WS-TODAY-YEAR TO WS-REQ-FISCAL-YEAR
               ELSE
                   COMPUTE WS-REQ-FISCAL-YEAR = WS-TODAY-YEAR - 1
               END-IF
               MOVE WS-REQ-FISCAL-YEAR TO INVPERS-FISCAL-YEAR
           END-IF.
      *
       2200-PROCESS-INQUIRE.
      *
      *    A YEAR WITH NO PRDCTL38 RECORD IS SHOWN WITH EVERY PERIOD
      *    OPEN, WHICH IS HOW THE LOCK CHECK READS IT.
      *
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
           MOVE WS-REQ-DIVISION-CODE TO INVPRD-DIVISION-CODE.
           MOVE WS-REQ-FISCAL-YEAR   TO INVPRD-FISCAL-YEAR.
           EXEC CICS
               READ FILE('PRDCTL38')
                    INTO(INVPRD-RECORD)
                    RIDFLD(INVPRD-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RECORD-FOUND-SWITCH
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-REQUEST-OK
               PERFORM 2600-SHOW-PERIODS
           END-IF.
      *
       2300-PROCESS-CLOSE-PERIOD.
      *
           PERFORM 2500-VALIDATE-PERIOD-AND-NOTE.
      *
           IF WS-REQUEST-OK
               PERFORM 2510-READ-PERIODS-FOR-UPDATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF INVPRD-PERIOD-CLOSED (WS-REQ-PERIOD)
                   MOVE '48' TO WS-REQUEST-STATUS
                   IF WS-RECORD-FOUND
                       EXEC CICS
                           UNLOCK FILE('PRDCTL38')
                                  RESP(WS-RESP2)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVPRD-PERIOD-CLOSED (WS-REQ-PERIOD) TO TRUE
               MOVE 'PCL'      TO WS-AUDIT-ACTION
               MOVE 'CLOSED'   TO WS-AUDIT-VERB
               PERFORM 2520-WRITE-AND-LOG
           END-IF.
      *
       2400-PROCESS-REOPEN-PERIOD.
      *
      *    REOPENING LETS THE SERVICES CHANGE THE PERIOD'S MASTERS
      *    AGAIN, SO IT IS AS VISIBLE ON THE AUDIT TRAIL AS THE CLOSE.
      *
           PERFORM 2500-VALIDATE-PERIOD-AND-NOTE.
      *
           IF WS-REQUEST-OK
               PERFORM 2510-READ-PERIODS-FOR-UPDATE
           END-IF.
      *
           IF WS-REQUEST-OK
               IF NOT INVPRD-PERIOD-CLOSED (WS-REQ-PERIOD)
                   MOVE '52' TO WS-REQUEST-STATUS
                   IF WS-RECORD-FOUND
                       EXEC CICS
                           UNLOCK FILE('PRDCTL38')
                                  RESP(WS-RESP2)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               SET INVPRD-PERIOD-OPEN (WS-REQ-PERIOD) TO TRUE
               MOVE 'POP'      TO WS-AUDIT-ACTION
               MOVE 'REOPENED' TO WS-AUDIT-VERB
               PERFORM 2520-WRITE-AND-LOG
           END-IF.
      *
       2500-VALIDATE-PERIOD-AND-NOTE.
      *
           IF PERIODI = SPACES OR PERIODI = LOW-VALUES
              OR PERIODI NOT NUMERIC
               MOVE '32' TO WS-REQUEST-STATUS
           ELSE
               MOVE PERIODI TO WS-REQ-PERIOD
               IF WS-REQ-PERIOD < 01 OR WS-REQ-PERIOD > 12
                   MOVE '32' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
           IF WS-REQUEST-OK
               IF NOTEI = SPACES OR NOTEI = LOW-VALUES
                   MOVE '36' TO WS-REQUEST-STATUS
               END-IF
           END-IF.
      *
       2510-READ-PERIODS-FOR-UPDATE.
      *
      *    THE FIRST CHANGE TO A YEAR BUILDS ITS RECORD WITH EVERY
      *    PERIOD OPEN AND WRITES IT; AFTER THAT IT IS REWRITTEN.
      *
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
           MOVE WS-REQ-DIVISION-CODE TO INVPRD-DIVISION-CODE.
           MOVE WS-REQ-FISCAL-YEAR   TO INVPRD-FISCAL-YEAR.
           EXEC CICS
               READ FILE('PRDCTL38')
                    INTO(INVPRD-RECORD)
                    RIDFLD(INVPRD-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RECORD-FOUND-SWITCH
               WHEN DFHRESP(NOTFND)
                   MOVE WS-REQ-DIVISION-CODE TO INVPRD-DIVISION-CODE
                   MOVE WS-REQ-FISCAL-YEAR   TO INVPRD-FISCAL-YEAR
                   PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB > 12
                       SET INVPRD-PERIOD-OPEN (WS-PD-SUB) TO TRUE
                       MOVE ZERO   TO INVPRD-CHANGE-DATE (WS-PD-SUB)
                       MOVE ZERO   TO INVPRD-CHANGE-TIME (WS-PD-SUB)
                       MOVE SPACES
                            TO INVPRD-CHANGE-OPERATOR-ID (WS-PD-SUB)
                   END-PERFORM
               WHEN DFHRESP(LOCKED)
               WHEN DFHRESP(ENQBUSY)
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2520-WRITE-AND-LOG.
      *
           MOVE EIBDATE TO INVPRD-CHANGE-DATE (WS-REQ-PERIOD).
           MOVE EIBTIME TO INVPRD-CHANGE-TIME (WS-REQ-PERIOD).
           MOVE OPIDI   TO INVPRD-CHANGE-OPERATOR-ID (WS-REQ-PERIOD).
      *
           MOVE 'N' TO WS-PERIODS-CHANGED-SWITCH.
           IF WS-RECORD-FOUND
               EXEC CICS
                   REWRITE FILE('PRDCTL38')
                           FROM(INVPRD-RECORD)
                           RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('PRDCTL38')
                         FROM(INVPRD-RECORD)
                         RIDFLD(INVPRD-KEY)
                         RESP(WS-RESP)
               END-EXEC
           END-IF.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PERIODS-CHANGED-SWITCH
                   MOVE 'Y' TO WS-RECORD-FOUND-SWITCH
               WHEN DFHRESP(DUPREC)
      *
      *    ANOTHER TERMINAL WROTE THE YEAR'S FIRST RECORD SINCE IT
      *    WAS FOUND MISSING. THE OPERATOR SIMPLY RETRIES.
      *
                   MOVE '08' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
           IF WS-REQUEST-OK
               PERFORM 3200-WRITE-PERIOD-AUDIT-LOG
           END-IF.
      *
           IF WS-PERIODS-CHANGED AND NOT WS-REQUEST-OK
      *
      *    THE PERIOD WAS CHANGED BUT THE AUDIT ENTRY FAILED. BACK
      *    OUT SO A PERIOD IS NEVER CLOSED OR REOPENED WITHOUT THE
      *    TRAIL SAYING WHO DID IT AND WHY.
      *
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2600-SHOW-PERIODS
           END-IF.
      *
       2600-SHOW-PERIODS.
      *
           MOVE SPACES TO FYSTRTO.
           STRING 'FY ' WS-REQ-FISCAL-YEAR
                  ' - PERIOD 01 IS MONTH ' WS-FCAL-START-MONTH
                  '/' WS-REQ-FISCAL-YEAR
                  DELIMITED BY SIZE INTO FYSTRTO.
      *
           PERFORM 2610-FORMAT-PERIOD-LINE
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 12.
      *
       2610-FORMAT-PERIOD-LINE.
      *
      *    PERIODS PAST DECEMBER FALL IN THE NEXT CALENDAR YEAR.
      *
           COMPUTE WS-PD-MONTH = WS-FCAL-START-MONTH + WS-PD-SUB - 1.
           MOVE WS-REQ-FISCAL-YEAR TO WS-PD-YEAR.
           IF WS-PD-MONTH > 12
               SUBTRACT 12 FROM WS-PD-MONTH
               ADD 1 TO WS-PD-YEAR
           END-IF.
      *
           MOVE WS-PD-SUB   TO WS-PL-PERIOD.
           MOVE WS-PD-MONTH TO WS-PL-MONTH.
           MOVE WS-PD-YEAR  TO WS-PL-YEAR.
           MOVE 'OPEN'      TO WS-PL-STATE.
           MOVE SPACES      TO WS-PL-CHANGE-DATE.
           MOVE SPACES      TO WS-PL-CHANGE-TIME.
           MOVE SPACES      TO WS-PL-OPERATOR-ID.
      *
           IF WS-RECORD-FOUND
               IF INVPRD-PERIOD-CLOSED (WS-PD-SUB)
                   MOVE 'CLOSED' TO WS-PL-STATE
               END-IF
               IF INVPRD-CHANGE-DATE (WS-PD-SUB) NOT = ZERO
                   MOVE INVPRD-CHANGE-DATE (WS-PD-SUB)
                        TO WS-DATE-DISPLAY
                   MOVE INVPRD-CHANGE-TIME (WS-PD-SUB)
                        TO WS-TIME-DISPLAY
                   MOVE WS-DATE-DISPLAY TO WS-PL-CHANGE-DATE
                   MOVE WS-TIME-DISPLAY TO WS-PL-CHANGE-TIME
                   MOVE INVPRD-CHANGE-OPERATOR-ID (WS-PD-SUB)
                        TO WS-PL-OPERATOR-ID
               END-IF
           END-IF.
      *
           MOVE WS-PERIOD-LINE TO PDLINEO (WS-PD-SUB).
      *
       3100-WRITE-REJECTION-AUDIT-LOG.
      *
      *    THE REFUSAL COMES BEFORE THE CALENDAR IS READ, SO THE
      *    FISCAL YEAR IS THE ONE KEYED (ZERO IF NONE WAS).
      *
           MOVE WS-REQ-DIVISION-CODE   TO INVAUD-DIVISION-CODE.
           MOVE SPACE                  TO INVAUD-DOCUMENT-TYPE.
           MOVE WS-REQ-FISCAL-YEAR     TO INVAUD-FISCAL-YEAR.
           MOVE ZERO                   TO INVAUD-INVOICE-NUMBER.
           MOVE ZERO                   TO INVAUD-BLOCK-END-NUMBER.
           MOVE EIBDATE                TO INVAUD-EIBDATE.
           MOVE EIBTIME                TO INVAUD-EIBTIME.
           MOVE EIBTRMID               TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-REJECTED  TO TRUE.
           MOVE OPIDI                  TO INVAUD-OPERATOR-ID.
           MOVE SPACES                 TO INVAUD-REASON-TEXT.
           STRING 'PERIOD AUTHORIZATION REJECTED, ACTION ' ACTNI
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
       3200-WRITE-PERIOD-AUDIT-LOG.
      *
      *    THE PERIOD AND WHAT WAS DONE TO IT LEAD THE REASON TEXT,
      *    FOLLOWED BY AS MUCH OF THE NOTE AS FITS.
      *
           MOVE WS-REQ-DIVISION-CODE   TO INVAUD-DIVISION-CODE.
           MOVE SPACE                  TO INVAUD-DOCUMENT-TYPE.
           MOVE WS-REQ-FISCAL-YEAR     TO INVAUD-FISCAL-YEAR.
           MOVE ZERO                   TO INVAUD-INVOICE-NUMBER.
           MOVE ZERO                   TO INVAUD-BLOCK-END-NUMBER.
           MOVE EIBDATE                TO INVAUD-EIBDATE.
           MOVE EIBTIME                TO INVAUD-EIBTIME.
           MOVE EIBTRMID               TO INVAUD-TERMINAL-ID.
           MOVE WS-AUDIT-ACTION        TO INVAUD-ACTION-CODE.
           MOVE OPIDI                  TO INVAUD-OPERATOR-ID.
           MOVE SPACES                 TO INVAUD-REASON-TEXT.
           STRING 'PERIOD ' WS-REQ-PERIOD ' ' DELIMITED BY SIZE
                  WS-AUDIT-VERB DELIMITED BY SPACE
                  ' ' NOTEI DELIMITED BY SIZE
                  INTO INVAUD-REASON-TEXT.
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
           MOVE INVPERS-DIVISION-CODE  TO DIVCDO.
           MOVE INVPERS-FISCAL-YEAR    TO FYEARO.
      *
           EVALUATE WS-REQUEST-STATUS
               WHEN '00'
                   MOVE 'REQUEST COMPLETE' TO MSGO
               WHEN '08'
                   MOVE 'PERIOD RECORD BUSY, PLEASE RETRY' TO MSGO
               WHEN '12'
                   MOVE 'FILE ERROR, NOTIFY SUPPORT' TO MSGO
               WHEN '16'
                   MOVE 'ACTION MUST BE I, C (CLOSE) OR O (REOPEN)'
                        TO MSGO
               WHEN '20'
                   MOVE 'DIVISION CODE IS REQUIRED AND NUMERIC' TO MSGO
               WHEN '24'
                   MOVE 'FISCAL YEAR MUST BE NUMERIC' TO MSGO
               WHEN '28'
                   MOVE 'OPERATOR ID IS REQUIRED' TO MSGO
               WHEN '32'
                   MOVE 'PERIOD IS REQUIRED, 01 TO 12' TO MSGO
               WHEN '36'
                   MOVE 'NOTE IS REQUIRED' TO MSGO
               WHEN '44'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR THIS REQUEST'
                        TO MSGO
               WHEN '48'
                   MOVE 'PERIOD IS ALREADY CLOSED' TO MSGO
               WHEN '52'
                   MOVE 'PERIOD IS NOT CLOSED' TO MSGO
               WHEN '72'
                   MOVE 'ISSUANCE QUIESCED FOR BATCH WINDOW, TRY LATER'
                        TO MSGO
               WHEN OTHER
                   MOVE 'REQUEST REJECTED' TO MSGO
           END-EVALUATE.
      *
           EXEC CICS
               SEND MAP('MAPP38')
                    MAPSET('MAPP38S')
                    FROM(MAPP38O)
                    DATAONLY
               END-EXEC.
      *
       9000-SEND-GOODBYE.
      *
           MOVE LOW-VALUES TO MAPP38O.
           MOVE 'PERING38 SESSION ENDED' TO MSGO.
           EXEC CICS
               SEND TEXT
                    FROM(MSGO)
                    LENGTH(79)
                    ERASE
           END-EXEC.
