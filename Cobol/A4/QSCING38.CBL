      *****************************************************************
      *    OPERATOR QUIESCE/RESUME TRANSACTION FOR THE BATCH WINDOW.   *
      *    QUIESCE ('Q') MARKS THE QSCG38 STATE RECORD QUIESCED AND    *
      *    THEN CLOSES CTLG38, INVMST38, THE INVLIN38 LINE-ITEM FILE,  *
      *    THE INVMLK38 MEMO LINKS, THE DSPLOG38 DISPUTE LOG, AND THE  *
      *    PNDAPR38 PENDING-APPROVAL FILE,                             *
      *    HANDING THEM TO THE BATCH JOBS; ONCE THE MARK IS SET, EVERY *
      *    ONLINE SERVICE REFUSES NEW WORK WITH A CLEAN QUIESCED       *
      *    STATUS INSTEAD OF REOPENING THE FILES UNDER A RUNNING       *
      *    YREING38, BCKING38, OR RCVING38 - THE OLD RUNBOOK STEP OF   *
      *    "HOPE NOBODY ISSUES AN INVOICE DURING ROLLOVER" BECOMES AN  *
      *    ENFORCED CONTROL. RESUME ('R') REOPENS THE FILES AND MARKS  *
      *    THE STATE ONLINE. EITHER DIRECTION NEEDS AN OPAUTH38        *
      *    OPERATOR WITH THE CORRECT AUTHORITY ACROSS ALL DIVISIONS    *
      *    (THE WINDOW IS GLOBAL), AND EVERY FLIP IS LOGGED TO         *
      *    INVAUD38 WITH THE OPERATOR ID.                              *
      *    QUIESCE ALSO CLOSES RUNLOG38 SO THE BATCH JOBS CAN LOG TO   *
      *    IT. RESUME THEN OPENS RUNLOG38 ONLY LONG ENOUGH TO CHECK IT *
      *    FOR A CLEAN RUN OF EACH REQUIRED NIGHTLY JOB SINCE THE      *
      *    QUIESCE, AND CLOSES IT AGAIN SO THE JOBS RUN AFTER THE      *
      *    WINDOW (SUMING38 FIRST) CAN STILL LOG. THE FILES ARE STILL  *
      *    HANDED BACK, BUT A MISSING JOB TURNS THE STATUS INTO A '04' *
      *    WARNING THAT NAMES IT.                                      *
      *    THE PRDCTL38 ACCOUNTING PERIOD FILE IS CLOSED AND REOPENED  *
      *    WITH THE REST, SO A PERIOD CANNOT BE CLOSED OR REOPENED ON  *
      *    PERING38 WHILE SETING38 IS READING IT.                      *
      *    RBLSCH38 AND RBLPUB38 GO WITH THEM FOR THE RBLING38         *
      *    RECURRING BILLING RUN. THAT RUN CANNOT WRITE THE INVPUB     *
      *    QUEUE, SO IT PARKS ONE RECORD PER INVOICE ON RBLPUB38;      *
      *    RESUME PUTS EACH ON INVPUB AND DELETES IT. A QUEUE OR FILE  *
      *    FAILURE STOPS THE RELEASE WITH STATUS '12', LEAVING THE     *
      *    REST PARKED FOR THE NEXT RESUME TO PUBLISH.                 *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01 WS-STATE-UPDATED-SWITCH PIC X    VALUE 'N'.
           88  WS-STATE-UPDATED  VALUE 'Y'.
      *
       01 WS-BROWSE-SWITCH       PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE    VALUE 'Y'.
      *
       01 WS-JOB-RAN-SWITCH      PIC X     VALUE 'N'.
           88  WS-JOB-RAN        VALUE 'Y'.
      *
       01 WS-RELEASE-SWITCH      PIC X     VALUE 'N'.
           88  WS-RELEASE-DONE   VALUE 'Y'.
      *
      *    THE NIGHTLY JOBS A RESUME EXPECTS TO FIND ON RUNLOG38 -
      *    THE SAME JOBS SUMING38 FLAGS NIGHTLY. THE YEAR-END, PURGE,
      *    REBUILD, WEEKLY, AND AD HOC JOBS ARE RUN ON DEMAND AND ARE
      *    NOT CHECKED HERE.
      *
       01 WS-WINDOW-JOB-VALUES.
           05  FILLER            PIC X(08) VALUE 'BCKING38'.
           05  FILLER            PIC X(08) VALUE 'RECING38'.
           05  FILLER            PIC X(08) VALUE 'CRSING38'.
           05  FILLER            PIC X(08) VALUE 'SETING38'.
           05  FILLER            PIC X(08) VALUE 'STAING38'.
           05  FILLER            PIC X(08) VALUE 'BRSING38'.
           05  FILLER            PIC X(08) VALUE 'ACKING38'.
           05  FILLER            PIC X(08) VALUE 'EXPING38'.
           05  FILLER            PIC X(08) VALUE 'BALING38'.
           05  FILLER            PIC X(08) VALUE 'GLJING38'.
       01 WS-WINDOW-JOB-TABLE REDEFINES WS-WINDOW-JOB-VALUES.
           05  WS-WINDOW-JOB     PIC X(08) OCCURS 10
                                 INDEXED BY WS-JOB-IDX.
      *
       01 WS-MISSING-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-MISSING-JOBS.
           05  WS-MISSING-JOB    PIC X(08) OCCURS 10.
      *
       01 WS-RUNLOG-CLOSE-SWITCH PIC X     VALUE 'N'.
           88  WS-RUNLOG-NOT-CLOSED VALUE 'Y'.
      *
       01 WS-QUIESCE-EIBDATE     PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-QUIESCE-EIBTIME     PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-QUIESCE-CYYDDD      PIC 9(07).
       01 WS-QUIESCE-SPLIT REDEFINES WS-QUIESCE-CYYDDD.
           05  WS-QUIESCE-CYY    PIC 9(04).
           05  WS-QUIESCE-DDD    PIC 9(03).
       01 WS-QUIESCE-YYYYDDD     PIC 9(07).
       01 WS-QUIESCE-DATE8       PIC 9(08).
       01 WS-QUIESCE-HHMMSS      PIC 9(07).
      *
       COPY INVQSC.
      *
       COPY INVAUD.
      *
       COPY INVOPA.
      *
       COPY INVRUN.
      *
       COPY INVRBP.
      *
       COPY INVPUB.
      *
       LINKAGE SECTION.
      *
                   PERFORM 0500-REOPEN-FILES-FOR-ONLINE
               END-IF
           END-IF.
      *
           IF INVQCOM-SUCCESS AND INVQCOM-ACTION-RESUME
               PERFORM 0600-CHECK-WINDOW-JOBS
           END-IF.
      *
           IF (INVQCOM-SUCCESS OR INVQCOM-RESUMED-WARNING)
              AND INVQCOM-ACTION-RESUME
               PERFORM 0700-RELEASE-BILLED-ISSUANCES
           END-IF.
      *
           IF WS-RUNLOG-NOT-CLOSED
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               RETURN
               ELSE
                   SET INVQSC-ONLINE TO TRUE
               END-IF
               MOVE INVQSC-EIBDATE      TO WS-QUIESCE-EIBDATE
               MOVE INVQSC-EIBTIME      TO WS-QUIESCE-EIBTIME
               MOVE INVQCOM-OPERATOR-ID TO INVQSC-OPERATOR-ID
               MOVE EIBDATE             TO INVQSC-EIBDATE
               MOVE EIBTIME             TO INVQSC-EIBTIME
                    TO INVAUD-REASON-TEXT
           END-IF.
           MOVE INVQCOM-OPERATOR-ID  TO INVAUD-OPERATOR-ID.
           MOVE SPACES               TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('INVLIN38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('INVMLK38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('DSPLOG38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('PNDAPR38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('RUNLOG38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('PRDCTL38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('RBLSCH38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('RBLPUB38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
       0500-REOPEN-FILES-FOR-ONLINE.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('INVLIN38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('INVMLK38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('DSPLOG38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('PNDAPR38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('PRDCTL38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('RBLSCH38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
           EXEC CICS
               SET FILE('RBLPUB38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVQCOM-STATUS
           END-IF.
      *
       0600-CHECK-WINDOW-JOBS.
      *
      *    THE WINDOW OPENED AT THE TIME STAMPED ON THE STATE RECORD
      *    BY THE QUIESCE. EACH REQUIRED JOB NEEDS A RUN STARTED SINCE
      *    THEN THAT ENDED BELOW RETURN CODE 8. THE RESUME HAS ALREADY
      *    HAPPENED - THIS ONLY WARNS - SO A RUN LOG THAT CANNOT BE
      *    READ LEAVES EVERY JOB UNCONFIRMED RATHER THAN FAILING.
      *    RUNLOG38 IS OPEN ONLY FOR THE CHECK: EVERY BATCH JOB OPENS
      *    IT FOR UPDATE THROUGH RUNING38, AND ONE STARTED WHILE CICS
      *    HELD IT WOULD FAIL ITS OPEN. A CLOSE THAT FAILS IS REPORTED
      *    AS '12' ONCE THE RESUME IS DONE, SO OPERATIONS CAN CLOSE
      *    THE FILE BY HAND BEFORE THE NEXT BATCH JOB.
      *
           MOVE ZERO   TO WS-MISSING-COUNT.
           MOVE SPACES TO WS-MISSING-JOBS.
      *
           EXEC CICS
               SET FILE('RUNLOG38') OPEN ENABLED
                   RESP(WS-RESP)
           END-EXEC.
      *
           MOVE WS-QUIESCE-EIBDATE TO WS-QUIESCE-CYYDDD.
           MOVE WS-QUIESCE-EIBTIME TO WS-QUIESCE-HHMMSS.
           COMPUTE WS-QUIESCE-YYYYDDD =
               (1900 + WS-QUIESCE-CYY) * 1000 + WS-QUIESCE-DDD.
           COMPUTE WS-QUIESCE-DATE8 =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY (WS-QUIESCE-YYYYDDD)).
      *
           PERFORM 0610-CHECK-ONE-WINDOW-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > 10.
      *
           EXEC CICS
               SET FILE('RUNLOG38') CLOSED
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-RUNLOG-CLOSE-SWITCH
           END-IF.
      *
           IF WS-MISSING-COUNT > ZERO
               MOVE '04' TO INVQCOM-STATUS
           END-IF.
      *
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE WS-MISSING-COUNT TO INVQCOM-MISSING-COUNT
               MOVE WS-MISSING-JOBS  TO INVQCOM-MISSING-JOBS
           END-IF.
      *
       0610-CHECK-ONE-WINDOW-JOB.
      *
           MOVE 'N' TO WS-JOB-RAN-SWITCH.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           MOVE WS-WINDOW-JOB (WS-JOB-IDX) TO INVRUN-JOB-NAME.
           MOVE WS-QUIESCE-DATE8            TO INVRUN-START-DATE.
           MOVE WS-QUIESCE-HHMMSS           TO INVRUN-START-TIME.
      *
           EXEC CICS
               STARTBR FILE('RUNLOG38')
                       RIDFLD(INVRUN-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 0620-READ-NEXT-RUN
                       UNTIL WS-BROWSE-DONE
                   EXEC CICS
                       ENDBR FILE('RUNLOG38')
                             RESP(WS-RESP2)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF NOT WS-JOB-RAN
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-WINDOW-JOB (WS-JOB-IDX)
                    TO WS-MISSING-JOB (WS-MISSING-COUNT)
           END-IF.
      *
       0620-READ-NEXT-RUN.
      *
      *    A JOB STOPPED BY ITS PREREQUISITES AND THEN RERUN CLEANLY
      *    HAS BOTH RUNS ON THE LOG, SO KEEP READING THE JOB'S RUNS
      *    UNTIL ONE ENDED BELOW 8.
      *
           EXEC CICS
               READNEXT FILE('RUNLOG38')
                        INTO(INVRUN-RECORD)
                        RIDFLD(INVRUN-KEY)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVRUN-JOB-NAME NOT = WS-WINDOW-JOB (WS-JOB-IDX)
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF INVRUN-ENDED
                          AND INVRUN-RETURN-CODE < 8
                           MOVE 'Y' TO WS-JOB-RAN-SWITCH
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
      *
       0700-RELEASE-BILLED-ISSUANCES.
      *
      *    EACH INVOICE THE BILLING RUN ISSUED IS PUBLISHED JUST AS
      *    GETING38 WOULD HAVE PUBLISHED IT, STAMPED WITH THE RUN'S
      *    DATE AND TIME, AND ITS PARKED RECORD IS THEN DELETED. THE
      *    LOWEST KEY LEFT IS READ EACH TIME ROUND, SO THE FILE IS
      *    EMPTIED IN KEY ORDER WITHOUT HOLDING A BROWSE OPEN ACROSS
      *    THE DELETES.
      *
           MOVE 'N' TO WS-RELEASE-SWITCH.
           PERFORM 0710-RELEASE-ONE-ISSUANCE
               UNTIL WS-RELEASE-DONE.
      *
       0710-RELEASE-ONE-ISSUANCE.
      *
           MOVE LOW-VALUES TO INVRBP-KEY.
           EXEC CICS
               READ FILE('RBLPUB38')
                    INTO(INVRBP-RECORD)
                    RIDFLD(INVRBP-KEY)
                    GTEQ
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET WS-RELEASE-DONE TO TRUE
               WHEN OTHER
                   MOVE '12' TO INVQCOM-STATUS
                   SET WS-RELEASE-DONE TO TRUE
           END-EVALUATE.
      *
           IF NOT WS-RELEASE-DONE
               MOVE INVRBP-DIVISION-CODE  TO INVPUB-DIVISION-CODE
               MOVE INVRBP-DOCUMENT-TYPE  TO INVPUB-DOCUMENT-TYPE
               MOVE INVRBP-INVOICE-NUMBER TO INVPUB-INVOICE-NUMBER
               MOVE INVRBP-EIBDATE        TO INVPUB-EIBDATE
               MOVE INVRBP-EIBTIME        TO INVPUB-EIBTIME
               EXEC CICS
                   WRITEQ TD QUEUE('INVPUB')
                              FROM(INVPUB-RECORD)
                              LENGTH(LENGTH OF INVPUB-RECORD)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVQCOM-STATUS
                   SET WS-RELEASE-DONE TO TRUE
               END-IF
           END-IF.
      *
           IF NOT WS-RELEASE-DONE
               EXEC CICS
                   DELETE FILE('RBLPUB38')
                          RIDFLD(INVRBP-KEY)
                          RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVQCOM-STATUS
                   SET WS-RELEASE-DONE TO TRUE
               END-IF
           END-IF.
