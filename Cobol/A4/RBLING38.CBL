       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RBLING38.
      *
      *****************************************************************
      *    RECURRING BILLING RUN AND REGISTER.                         *
      *    RUN IN THE QSCING38 BATCH WINDOW. BILLS EVERY ACTIVE        *
      *    RBLSCH38 SCHEDULE (SEE RBSING38) WHOSE NEXT BILL DATE HAS   *
      *    COME AS OF THE RUN DATE, THE WAY GETING38 AND DTLING38      *
      *    WOULD HAVE BETWEEN THEM: EACH INVOICE GETS AN INVMST38      *
      *    MASTER STAMPED WITH THE CUSTOMER, AMOUNT, AND DUE DATE      *
      *    (RUN DATE PLUS THE SCHEDULE'S TERMS), ONE INVLIN38 LINE     *
      *    FOR THE CHARGE, AND A RECORD PARKED ON RBLPUB38 THAT        *
      *    QSCING38 PUTS ON THE INVPUB QUEUE AT RESUME. NUMBERS COME   *
      *    FROM CTLG38 AS ONE BLOCK PER DIVISION, AS BLKING38 HANDS    *
      *    THEM OUT, AND EACH BLOCK IS LOGGED TO INVAUD38 AS AN ISS    *
      *    ENTRY. THE SCHEDULE'S NEXT BILL DATE THEN MOVES ON ONE      *
      *    CYCLE, AND A SCHEDULE CARRIED PAST ITS END DATE ENDS. A     *
      *    SCHEDULE FALLEN MORE THAN ONE CYCLE BEHIND IS BILLED ONCE   *
      *    PER RUN UNTIL IT CATCHES UP.                                *
      *    A DUE SCHEDULE WHOSE CUSTOMER IS MISSING, INACTIVE, ON      *
      *    CREDIT HOLD, OR NO LONGER BILLABLE BY THE DIVISION IS HELD: *
      *    LISTED ON THE REGISTER AND LEFT DUE FOR THE NEXT RUN.       *
      *    RESTART: THE NUMBER EACH SCHEDULE IS TO BE BILLED UNDER IS  *
      *    WRITTEN TO IT AS ITS PENDING INVOICE NUMBER BEFORE ANY      *
      *    MASTER IS WRITTEN, AND CLEARED IN THE SAME REWRITE THAT     *
      *    ADVANCES THE SCHEDULE. A RERUN AFTER AN ABEND FINISHES      *
      *    EVERY PENDING SCHEDULE UNDER THE NUMBER IT ALREADY HOLDS,   *
      *    ACCEPTING A MASTER THE FAILED RUN ALREADY WROTE, AND ONLY   *
      *    THEN RESERVES NUMBERS FOR WHAT IS STILL DUE - SO NO         *
      *    SCHEDULE IS BILLED TWICE FOR ONE CYCLE. NUMBERS RESERVED    *
      *    BY A RUN THAT FAILED BEFORE IT COULD HAND THEM OUT ARE      *
      *    LEFT UNUSED AND SHOW ON THE BRSING38 GAP REPORT.            *
      *    THE RUN DOES NOT START UNLESS THAT DAY'S BCKING38           *
      *    CHECKPOINT ENDED CLEANLY ON THE RUNLOG38 RUN LOG.           *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RBLSCH-FILE  ASSIGN TO RBLSCH38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVRBS-KEY.
      *
           SELECT INVCTL-FILE  ASSIGN TO CTLG38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-RECORD-KEY.
      *
           SELECT CUSMST-FILE  ASSIGN TO CUSMST38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCUST-KEY.
      *
           SELECT INVMAST-FILE ASSIGN TO INVMST38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVMAST-KEY.
      *
           SELECT INVLINE-FILE ASSIGN TO INVLIN38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVLINE-KEY.
      *
           SELECT RBLPUB-FILE  ASSIGN TO RBLPUB38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVRBP-KEY.
      *
           SELECT INVAUD-FILE  ASSIGN TO INVAUD38
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT BILLING-RPT  ASSIGN TO RBLRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RBLSCH-FILE.
      *
       COPY INVRBS.
      *
       FD  INVCTL-FILE.
      *
       COPY INVCTL.
      *
       FD  CUSMST-FILE.
      *
       COPY INVCUST.
      *
       FD  INVMAST-FILE.
      *
       COPY INVMAST.
      *
       FD  INVLINE-FILE.
      *
       COPY INVLINE.
      *
       FD  RBLPUB-FILE.
      *
       COPY INVRBP.
      *
       FD  INVAUD-FILE.
      *
       COPY INVAUD.
      *
       FD  BILLING-RPT.
      *
       01  BILLING-RPT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *
       01  WS-DUE-SWITCH                   PIC X     VALUE 'N'.
           88  WS-SCHEDULE-DUE             VALUE 'Y'.
      *
       01  WS-BILLABLE-SWITCH              PIC X     VALUE 'N'.
           88  WS-CUSTOMER-BILLABLE        VALUE 'Y'.
      *
       01  WS-REPORT-HOLDS-SWITCH          PIC X     VALUE 'N'.
           88  WS-REPORT-HOLDS             VALUE 'Y'.
      *
       01  WS-MASTER-SWITCH                PIC X     VALUE 'N'.
           88  WS-MASTER-WRITTEN           VALUE 'W'.
           88  WS-MASTER-COMPLETED         VALUE 'C'.
           88  WS-MASTER-CONFLICT          VALUE 'X'.
      *
       01  WS-CUST-SUB                     PIC 9(02).
       01  WS-CUST-DIV-SWITCH              PIC X     VALUE 'N'.
           88  WS-CUST-DIV-OK              VALUE 'Y'.
       01  WS-HOLD-REASON                  PIC X(30).
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(06).
       01  WS-TODAY-INTEGER                PIC 9(08).
       01  WS-TODAY-CYYDDD                 PIC 9(07).
       01  WS-TODAY-HHMMSS                 PIC 9(07).
      *
       01  WS-TERMS-DAYS                   PIC 9(03).
       01  WS-DUE-DATE                     PIC 9(08).
      *
      *    THE NEXT BILL DATE IS MOVED ON A WHOLE NUMBER OF MONTHS,
      *    KEEPING THE SCHEDULE'S BILL DAY WHERE THE NEW MONTH HAS
      *    ONE AND ITS LAST DAY WHERE IT DOES NOT.
      *
       01  WS-ADV-DATE                     PIC 9(08).
       01  WS-ADV-DATE-SPLIT REDEFINES WS-ADV-DATE.
           05  WS-ADV-YEAR                 PIC 9(04).
           05  WS-ADV-MONTH                PIC 9(02).
           05  WS-ADV-DAY                  PIC 9(02).
       01  WS-ADV-MONTHS                   PIC 9(02).
       01  WS-ADV-MONTH-COUNT              PIC 9(06).
       01  WS-ADV-BILL-DAY                 PIC 9(02).
       01  WS-MONTH-FIRST                  PIC 9(08).
       01  WS-NEXT-MONTH-FIRST             PIC 9(08).
       01  WS-MONTH-DAYS                   PIC 9(02).
      *
      *    ONE ENTRY PER DIVISION, SUBSCRIPTED BY DIVISION CODE + 1:
      *    HOW MANY SCHEDULES ARE DUE, AND THE BLOCK RESERVED FOR
      *    THEM ON CTLG38 AS IT IS HANDED OUT.
      *
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 100 TIMES INDEXED BY WS-DIV-IDX.
               10  WS-DIV-DUE-COUNT        PIC 9(05) VALUE ZERO.
               10  WS-DIV-BLOCK-SWITCH     PIC X     VALUE 'N'.
                   88  WS-DIV-BLOCK-RESERVED VALUE 'Y'.
               10  WS-DIV-NEXT-NUMBER      PIC 9(08) VALUE ZERO.
               10  WS-DIV-BLOCK-END        PIC 9(08) VALUE ZERO.
               10  WS-DIV-FISCAL-YEAR      PIC 9(04) VALUE ZERO.
       01  WS-DIV-SUB                      PIC 9(03).
      *
       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-AMOUNT-EDIT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                   PIC ZZZZ9.
      *
       01  WS-BILLED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-NOT-BILLED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-BLOCK-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-ENDED-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-BILLED-TOTAL                 PIC S9(11)V99 VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COUNT-DUE-SCHEDULE UNTIL WS-EOF.
           PERFORM 3000-RESERVE-NUMBER-BLOCKS.
           PERFORM 1200-START-AFTER-CONTROL.
           PERFORM 4000-ASSIGN-INVOICE-NUMBER UNTIL WS-EOF.
           PERFORM 1300-PRINT-REGISTER-HEADING.
           PERFORM 1200-START-AFTER-CONTROL.
           PERFORM 5000-BILL-SCHEDULE UNTIL WS-EOF.
           PERFORM 6000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
      *    THE RUN DATE IS PUT INTO THE SAME 0CYYDDD AND 0HHMMSS FORM
      *    CICS USES, SO THE MASTERS AND AUDIT ENTRIES THIS RUN
      *    WRITES READ LIKE ONLINE ONES.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           COMPUTE WS-TODAY-CYYDDD =
               FUNCTION DAY-OF-INTEGER (WS-TODAY-INTEGER) - 1900000.
           MOVE WS-CURRENT-TIME TO WS-TODAY-HHMMSS.
      *
           OPEN I-O    RBLSCH-FILE.
           OPEN I-O    INVCTL-FILE.
           OPEN INPUT  CUSMST-FILE.
           OPEN I-O    INVMAST-FILE.
           OPEN I-O    INVLINE-FILE.
           OPEN I-O    RBLPUB-FILE.
           OPEN EXTEND INVAUD-FILE.
           OPEN OUTPUT BILLING-RPT.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'RECURRING BILLING REGISTER  RUN DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
      *
           PERFORM 1100-MARK-RUN-STARTED.
      *
           MOVE 'Y' TO WS-REPORT-HOLDS-SWITCH.
           PERFORM 1200-START-AFTER-CONTROL.
      *
       1100-MARK-RUN-STARTED.
      *
      *    A CONTROL RECORD STILL MARKED RUNNING MEANS THE LAST RUN
      *    DID NOT FINISH. NOTHING DIFFERENT IS DONE ABOUT IT - THE
      *    PENDING NUMBERS ON THE SCHEDULES CARRY THE RESTART - BUT
      *    THE REGISTER SAYS SO. A MISSING CONTROL RECORD (NO
      *    SCHEDULE SET UP YET) IS CREATED.
      *
           MOVE ZERO TO INVRBS-SCHEDULE-NUMBER.
           READ RBLSCH-FILE
               INVALID KEY
                   MOVE SPACES TO INVRBS-CONTROL-RECORD
                   MOVE ZERO   TO INVRBS-SCHEDULE-NUMBER
                   MOVE ZERO   TO INVRBS-LAST-SCHEDULE-NUMBER
                   MOVE ZERO   TO INVRBS-RUN-DATE
                   MOVE 'N'    TO INVRBS-RUN-STATE
           END-READ.
      *
           IF INVRBS-RUN-IN-PROGRESS
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'RESTARTING THE RUN OF ' INVRBS-RUN-DATE
                      ' - PENDING INVOICES ARE FINISHED FIRST'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
           IF INVRBS-RUN-STATE = 'N'
               MOVE WS-CURRENT-DATE TO INVRBS-RUN-DATE
               SET INVRBS-RUN-IN-PROGRESS TO TRUE
               WRITE INVRBS-RECORD
           ELSE
               MOVE WS-CURRENT-DATE TO INVRBS-RUN-DATE
               SET INVRBS-RUN-IN-PROGRESS TO TRUE
               REWRITE INVRBS-RECORD
           END-IF.
      *
       1200-START-AFTER-CONTROL.
      *
      *    KEY ZERO IS THE SCHEDULE-NUMBER CONTROL RECORD, NOT A
      *    SCHEDULE, SO EACH PASS STARTS AT SCHEDULE NUMBER 1.
      *
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 1   TO INVRBS-SCHEDULE-NUMBER.
           START RBLSCH-FILE KEY IS NOT LESS THAN INVRBS-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
      *
           IF NOT WS-EOF
               READ RBLSCH-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
      *
       1300-PRINT-REGISTER-HEADING.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE 'SCHEDULES BILLED' TO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'SCHEDULE DV INVOICE  CUSTOMER            AMOUNT'
                  ' DUE DATE NEXT BILL'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
      *
       2000-COUNT-DUE-SCHEDULE.
      *
      *    A SCHEDULE ALREADY HOLDING A PENDING NUMBER IS LEFT FOR
      *    THE BILLING PASS TO FINISH; IT NEEDS NO NEW NUMBER.
      *
           IF INVRBS-PENDING-INVOICE-NUMBER = ZERO
               PERFORM 2100-CHECK-SCHEDULE-DUE
               IF WS-SCHEDULE-DUE
                   PERFORM 2200-CHECK-CUSTOMER-BILLABLE
                   IF WS-CUSTOMER-BILLABLE
                       SET WS-DIV-IDX TO INVRBS-DIVISION-CODE
                       SET WS-DIV-IDX UP BY 1
                       ADD 1 TO WS-DIV-DUE-COUNT (WS-DIV-IDX)
                   END-IF
               END-IF
           END-IF.
      *
           READ RBLSCH-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2100-CHECK-SCHEDULE-DUE.
      *
           MOVE 'N' TO WS-DUE-SWITCH.
           IF INVRBS-ACTIVE
              AND INVRBS-NEXT-BILL-DATE NOT = ZERO
              AND INVRBS-NEXT-BILL-DATE NOT > WS-CURRENT-DATE
               IF INVRBS-END-DATE = ZERO
                  OR INVRBS-NEXT-BILL-DATE NOT > INVRBS-END-DATE
                   MOVE 'Y' TO WS-DUE-SWITCH
               END-IF
           END-IF.
      *
       2200-CHECK-CUSTOMER-BILLABLE.
      *
      *    THE SAME TESTS DTLING38 APPLIES BEFORE IT STAMPS A
      *    CUSTOMER ONTO A MASTER. THE FIRST PASS LISTS EACH HELD
      *    SCHEDULE; THE NUMBERING PASS REPEATS THE TESTS QUIETLY.
      *
           MOVE 'Y'    TO WS-BILLABLE-SWITCH.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE INVRBS-CUSTOMER-NUMBER TO INVCUST-CUSTOMER-NUMBER.
           READ CUSMST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BILLABLE-SWITCH
                   MOVE 'CUSTOMER NOT ON CUSMST38' TO WS-HOLD-REASON
           END-READ.
      *
           IF WS-CUSTOMER-BILLABLE
               IF NOT INVCUST-ACTIVE
                   MOVE 'N' TO WS-BILLABLE-SWITCH
                   MOVE 'CUSTOMER NOT ACTIVE' TO WS-HOLD-REASON
               ELSE
                   IF INVCUST-CREDIT-HOLD
                       MOVE 'N' TO WS-BILLABLE-SWITCH
                       MOVE 'CUSTOMER ON CREDIT HOLD'
                            TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-CUSTOMER-BILLABLE AND NOT INVCUST-ALL-DIVISIONS
               MOVE 'N' TO WS-CUST-DIV-SWITCH
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > 10 OR WS-CUST-DIV-OK
                   IF INVCUST-DIVISION-CODE (WS-CUST-SUB)
                      = INVRBS-DIVISION-CODE
                       MOVE 'Y' TO WS-CUST-DIV-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-CUST-DIV-OK
                   MOVE 'N' TO WS-BILLABLE-SWITCH
                   MOVE 'DIVISION MAY NOT BILL CUSTOMER'
                        TO WS-HOLD-REASON
               END-IF
           END-IF.
      *
           IF NOT WS-CUSTOMER-BILLABLE AND WS-REPORT-HOLDS
               IF WS-HELD-COUNT = ZERO
                   MOVE 'SCHEDULES HELD - LEFT DUE FOR THE NEXT RUN'
                        TO WS-RPT-TEXT
                   WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
               END-IF
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'SCHEDULE ' INVRBS-SCHEDULE-NUMBER
                      ' CUSTOMER ' INVRBS-CUSTOMER-NUMBER
                      ' ' WS-HOLD-REASON
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF.
      *
       3000-RESERVE-NUMBER-BLOCKS.
      *
           MOVE 'N' TO WS-REPORT-HOLDS-SWITCH.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE 'INVOICE NUMBER BLOCKS RESERVED' TO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > 100
               IF WS-DIV-DUE-COUNT (WS-DIV-SUB) > ZERO
                   PERFORM 3100-RESERVE-DIVISION-BLOCK
               END-IF
           END-PERFORM.
      *
       3100-RESERVE-DIVISION-BLOCK.
      *
      *    THE SAME RESERVATION BLKING38 MAKES: REFUSED FOR A
      *    DIVISION WITH NO SERIES, A RETIRED ONE, OR ONE THE BLOCK
      *    WOULD CARRY PAST THE LAST 8-DIGIT NUMBER. THE DIVISION'S
      *    DUE SCHEDULES ARE THEN NOT BILLED AND STAY DUE.
      *
           COMPUTE INVCTL-DIVISION-CODE = WS-DIV-SUB - 1.
           MOVE WS-DIV-DUE-COUNT (WS-DIV-SUB) TO WS-COUNT-EDIT.
           READ INVCTL-FILE
               INVALID KEY
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DIVISION ' INVCTL-DIVISION-CODE
                          ' NOT ON CTLG38 - ' WS-COUNT-EDIT
                          ' SCHEDULES NOT BILLED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
                   ADD WS-DIV-DUE-COUNT (WS-DIV-SUB)
                       TO WS-NOT-BILLED-COUNT
               NOT INVALID KEY
                   PERFORM 3200-CHECK-AND-RESERVE
           END-READ.
      *
       3200-CHECK-AND-RESERVE.
      *
           IF INVCTL-RETIRED
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'DIVISION ' INVCTL-DIVISION-CODE
                      ' IS RETIRED - ' WS-COUNT-EDIT
                      ' SCHEDULES NOT BILLED'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
               ADD WS-DIV-DUE-COUNT (WS-DIV-SUB) TO WS-NOT-BILLED-COUNT
           ELSE
               IF INVCTL-NEXT-INVOICE-NUMBER
                  + WS-DIV-DUE-COUNT (WS-DIV-SUB) - 1 > 99999999
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DIVISION ' INVCTL-DIVISION-CODE
                          ' SERIES WOULD OVERFLOW - ' WS-COUNT-EDIT
                          ' SCHEDULES NOT BILLED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
                   ADD WS-DIV-DUE-COUNT (WS-DIV-SUB)
                       TO WS-NOT-BILLED-COUNT
               ELSE
                   PERFORM 3300-WRITE-BLOCK
               END-IF
           END-IF.
      *
       3300-WRITE-BLOCK.
      *
           MOVE INVCTL-NEXT-INVOICE-NUMBER
                TO WS-DIV-NEXT-NUMBER (WS-DIV-SUB).
           COMPUTE WS-DIV-BLOCK-END (WS-DIV-SUB) =
               INVCTL-NEXT-INVOICE-NUMBER
             + WS-DIV-DUE-COUNT (WS-DIV-SUB) - 1.
           MOVE INVCTL-FISCAL-YEAR TO WS-DIV-FISCAL-YEAR (WS-DIV-SUB).
           ADD WS-DIV-DUE-COUNT (WS-DIV-SUB)
               TO INVCTL-NEXT-INVOICE-NUMBER.
           REWRITE INVCTL-RECORD.
           MOVE 'Y' TO WS-DIV-BLOCK-SWITCH (WS-DIV-SUB).
      *
           MOVE INVCTL-DIVISION-CODE      TO INVAUD-DIVISION-CODE.
           MOVE 'I'                       TO INVAUD-DOCUMENT-TYPE.
           MOVE INVCTL-FISCAL-YEAR        TO INVAUD-FISCAL-YEAR.
           MOVE WS-DIV-NEXT-NUMBER (WS-DIV-SUB)
                                          TO INVAUD-INVOICE-NUMBER.
           MOVE WS-DIV-BLOCK-END (WS-DIV-SUB)
                                          TO INVAUD-BLOCK-END-NUMBER.
           MOVE WS-TODAY-CYYDDD           TO INVAUD-EIBDATE.
           MOVE WS-TODAY-HHMMSS           TO INVAUD-EIBTIME.
           MOVE SPACES                    TO INVAUD-TERMINAL-ID.
           SET INVAUD-ACTION-ISSUED       TO TRUE.
           MOVE SPACES                    TO INVAUD-OPERATOR-ID.
           MOVE 'RECURRING BILLING RUN'   TO INVAUD-REASON-TEXT.
           MOVE SPACES                    TO INVAUD-APPROVER-ID.
           WRITE INVAUD-RECORD.
           ADD 1 TO WS-BLOCK-COUNT.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' INVCTL-DIVISION-CODE
                  ' FY ' INVCTL-FISCAL-YEAR
                  ' NUMBERS ' WS-DIV-NEXT-NUMBER (WS-DIV-SUB)
                  '-' WS-DIV-BLOCK-END (WS-DIV-SUB)
                  ' FOR ' WS-COUNT-EDIT ' SCHEDULES'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
      *
       4000-ASSIGN-INVOICE-NUMBER.
      *
      *    THE SAME SCHEDULES THE FIRST PASS COUNTED, IN THE SAME
      *    ORDER, EACH TAKE THE NEXT NUMBER OF THEIR DIVISION'S
      *    BLOCK. THE NUMBER IS ON THE SCHEDULE BEFORE ANY MASTER
      *    IS WRITTEN FOR IT - THIS IS THE RESTART POINT.
      *
           IF INVRBS-PENDING-INVOICE-NUMBER = ZERO
               PERFORM 2100-CHECK-SCHEDULE-DUE
               IF WS-SCHEDULE-DUE
                   PERFORM 2200-CHECK-CUSTOMER-BILLABLE
                   IF WS-CUSTOMER-BILLABLE
                       PERFORM 4100-TAKE-BLOCK-NUMBER
                   END-IF
               END-IF
           END-IF.
      *
           READ RBLSCH-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4100-TAKE-BLOCK-NUMBER.
      *
           SET WS-DIV-IDX TO INVRBS-DIVISION-CODE.
           SET WS-DIV-IDX UP BY 1.
           IF WS-DIV-BLOCK-RESERVED (WS-DIV-IDX)
              AND WS-DIV-NEXT-NUMBER (WS-DIV-IDX)
                  NOT > WS-DIV-BLOCK-END (WS-DIV-IDX)
               MOVE WS-DIV-NEXT-NUMBER (WS-DIV-IDX)
                    TO INVRBS-PENDING-INVOICE-NUMBER
               MOVE WS-DIV-FISCAL-YEAR (WS-DIV-IDX)
                    TO INVRBS-PENDING-FISCAL-YEAR
               ADD 1 TO WS-DIV-NEXT-NUMBER (WS-DIV-IDX)
               REWRITE INVRBS-RECORD
           END-IF.
      *
       5000-BILL-SCHEDULE.
      *
           IF INVRBS-PENDING-INVOICE-NUMBER NOT = ZERO
               PERFORM 5100-WRITE-INVOICE-MASTER
               IF WS-MASTER-CONFLICT
                   ADD 1 TO WS-NOT-BILLED-COUNT
               ELSE
                   PERFORM 5200-WRITE-INVOICE-LINE
                   PERFORM 5300-PARK-PUBLICATION
                   PERFORM 5500-ADVANCE-SCHEDULE
                   PERFORM 5400-PRINT-REGISTER-LINE
               END-IF
           END-IF.
      *
           READ RBLSCH-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       5100-WRITE-INVOICE-MASTER.
      *
      *    A MASTER ALREADY ON FILE UNDER THE PENDING NUMBER WAS
      *    WRITTEN BY A RUN THAT FAILED BEFORE IT ADVANCED THE
      *    SCHEDULE; IF IT IS THIS SCHEDULE'S CUSTOMER AND AMOUNT
      *    IT IS TAKEN AS THIS CYCLE'S INVOICE. ANYTHING ELSE IS
      *    LISTED AND THE SCHEDULE LEFT PENDING FOR INVESTIGATION.
      *
           MOVE 'W' TO WS-MASTER-SWITCH.
           IF INVRBS-TERMS-DAYS = ZERO
               MOVE 30 TO WS-TERMS-DAYS
           ELSE
               MOVE INVRBS-TERMS-DAYS TO WS-TERMS-DAYS
           END-IF.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER + WS-TERMS-DAYS).
      *
           MOVE INVRBS-DIVISION-CODE   TO INVMAST-DIVISION-CODE.
           SET INVMAST-DOC-INVOICE     TO TRUE.
           MOVE INVRBS-PENDING-INVOICE-NUMBER
                                       TO INVMAST-INVOICE-NUMBER.
           MOVE WS-TODAY-CYYDDD        TO INVMAST-ISSUE-DATE.
           MOVE WS-TODAY-HHMMSS        TO INVMAST-ISSUE-TIME.
           SET INVMAST-OPEN            TO TRUE.
           MOVE ZERO                   TO INVMAST-CLOSE-DATE.
           MOVE ZERO                   TO INVMAST-CLOSE-TIME.
           MOVE SPACES                 TO INVMAST-CLOSE-OPERATOR-ID.
           MOVE SPACES                 TO INVMAST-CLOSE-SOURCE.
           MOVE INVRBS-CUSTOMER-NUMBER TO INVMAST-CUSTOMER-NUMBER.
           MOVE INVRBS-BILL-AMOUNT     TO INVMAST-INVOICE-AMOUNT.
           MOVE WS-DUE-DATE            TO INVMAST-DUE-DATE.
           MOVE ZERO                   TO INVMAST-ORIG-DIVISION-CODE.
           MOVE ZERO                   TO INVMAST-ORIG-INVOICE-NUMBER.
           WRITE INVMAST-RECORD
               INVALID KEY
                   PERFORM 5150-CHECK-EXISTING-MASTER
           END-WRITE.
      *
       5150-CHECK-EXISTING-MASTER.
      *
           READ INVMAST-FILE
               INVALID KEY
                   MOVE 'X' TO WS-MASTER-SWITCH
           END-READ.
           IF NOT WS-MASTER-CONFLICT
               IF INVMAST-CUSTOMER-NUMBER = INVRBS-CUSTOMER-NUMBER
                  AND INVMAST-INVOICE-AMOUNT = INVRBS-BILL-AMOUNT
                   MOVE 'C' TO WS-MASTER-SWITCH
                   MOVE INVMAST-DUE-DATE TO WS-DUE-DATE
               ELSE
                   MOVE 'X' TO WS-MASTER-SWITCH
               END-IF
           END-IF.
           IF WS-MASTER-CONFLICT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'SCHEDULE ' INVRBS-SCHEDULE-NUMBER
                      ' INVOICE ' INVRBS-DIVISION-CODE '-'
                      INVRBS-PENDING-INVOICE-NUMBER
                      ' ON INVMST38 DOES NOT MATCH - LEFT PENDING'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       5200-WRITE-INVOICE-LINE.
      *
      *    ONE LINE FOR THE WHOLE CHARGE, SO BALING38 FINDS THE
      *    MASTER IN BALANCE. A LINE ALREADY THERE FROM A FAILED RUN
      *    IS LEFT AS IT IS.
      *
           MOVE INVMAST-KEY            TO INVLINE-MASTER-KEY.
           MOVE 1                      TO INVLINE-LINE-NUMBER.
           MOVE INVRBS-PRODUCT-CODE    TO INVLINE-PRODUCT-CODE.
           MOVE 1                      TO INVLINE-QUANTITY.
           MOVE INVRBS-BILL-AMOUNT     TO INVLINE-UNIT-PRICE.
           MOVE INVRBS-BILL-AMOUNT     TO INVLINE-EXTENDED-AMOUNT.
           MOVE WS-TODAY-CYYDDD        TO INVLINE-EIBDATE.
           MOVE WS-TODAY-HHMMSS        TO INVLINE-EIBTIME.
           WRITE INVLINE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
      *
       5300-PARK-PUBLICATION.
      *
      *    THE INVPUB QUEUE CANNOT BE WRITTEN FROM BATCH; THE RECORD
      *    WAITS ON RBLPUB38 FOR QSCING38 TO PUBLISH AT RESUME. ITS
      *    KEY IS THE INVOICE, SO A RERUN CANNOT PARK IT TWICE.
      *
           MOVE INVMAST-DIVISION-CODE  TO INVRBP-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVRBP-DOCUMENT-TYPE.
           MOVE INVMAST-INVOICE-NUMBER TO INVRBP-INVOICE-NUMBER.
           MOVE WS-TODAY-CYYDDD        TO INVRBP-EIBDATE.
           MOVE WS-TODAY-HHMMSS        TO INVRBP-EIBTIME.
           WRITE INVRBP-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
      *
       5400-PRINT-REGISTER-LINE.
      *
           MOVE INVRBS-BILL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING INVRBS-SCHEDULE-NUMBER ' '
                  INVRBS-DIVISION-CODE ' '
                  INVRBS-LAST-INVOICE-NUMBER ' '
                  INVRBS-CUSTOMER-NUMBER ' '
                  WS-AMOUNT-EDIT ' '
                  WS-DUE-DATE ' '
                  INVRBS-NEXT-BILL-DATE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
      *
           IF WS-MASTER-COMPLETED
               MOVE SPACES TO WS-RPT-TEXT
               MOVE '  MASTER ALREADY WRITTEN BY THE INTERRUPTED RUN'
                    TO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
           IF INVRBS-ENDED
               MOVE SPACES TO WS-RPT-TEXT
               STRING '  NEXT BILL DATE PASSES END DATE '
                      INVRBS-END-DATE ' - SCHEDULE ENDED'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       5500-ADVANCE-SCHEDULE.
      *
           ADD INVRBS-BILL-AMOUNT TO WS-BILLED-TOTAL.
           ADD 1 TO WS-BILLED-COUNT.
      *
           MOVE INVRBS-NEXT-BILL-DATE TO INVRBS-LAST-BILL-DATE.
           MOVE INVRBS-PENDING-INVOICE-NUMBER
                TO INVRBS-LAST-INVOICE-NUMBER.
           ADD 1 TO INVRBS-BILLED-COUNT.
           MOVE ZERO TO INVRBS-PENDING-INVOICE-NUMBER.
           MOVE ZERO TO INVRBS-PENDING-FISCAL-YEAR.
      *
           EVALUATE TRUE
               WHEN INVRBS-QUARTERLY
                   MOVE 3  TO WS-ADV-MONTHS
               WHEN INVRBS-ANNUAL
                   MOVE 12 TO WS-ADV-MONTHS
               WHEN OTHER
                   MOVE 1  TO WS-ADV-MONTHS
           END-EVALUATE.
           PERFORM 5600-ADVANCE-BILL-DATE.
           MOVE WS-ADV-DATE TO INVRBS-NEXT-BILL-DATE.
      *
           IF INVRBS-END-DATE NOT = ZERO
              AND INVRBS-NEXT-BILL-DATE > INVRBS-END-DATE
               SET INVRBS-ENDED TO TRUE
               ADD 1 TO WS-ENDED-COUNT
           END-IF.
      *
           MOVE 'RBLING38'      TO INVRBS-CHANGE-OPERATOR-ID.
           MOVE WS-TODAY-CYYDDD TO INVRBS-CHANGE-DATE.
           MOVE WS-TODAY-HHMMSS TO INVRBS-CHANGE-TIME.
           REWRITE INVRBS-RECORD.
      *
       5600-ADVANCE-BILL-DATE.
      *
      *    THE LAST DAY OF A MONTH IS THE DAY BEFORE THE FIRST OF THE
      *    NEXT ONE, WHICH TAKES CARE OF LEAP YEARS.
      *
           MOVE INVRBS-NEXT-BILL-DATE TO WS-ADV-DATE.
           IF INVRBS-BILL-DAY = ZERO
               MOVE WS-ADV-DAY      TO WS-ADV-BILL-DAY
           ELSE
               MOVE INVRBS-BILL-DAY TO WS-ADV-BILL-DAY
           END-IF.
           COMPUTE WS-ADV-MONTH-COUNT =
               WS-ADV-YEAR * 12 + WS-ADV-MONTH - 1 + WS-ADV-MONTHS.
           DIVIDE WS-ADV-MONTH-COUNT BY 12
               GIVING WS-ADV-YEAR REMAINDER WS-ADV-MONTH.
           ADD 1 TO WS-ADV-MONTH.
      *
           IF WS-ADV-MONTH = 12
               MOVE 31 TO WS-MONTH-DAYS
           ELSE
               COMPUTE WS-MONTH-FIRST =
                   WS-ADV-YEAR * 10000 + WS-ADV-MONTH * 100 + 1
               COMPUTE WS-NEXT-MONTH-FIRST = WS-MONTH-FIRST + 100
               COMPUTE WS-MONTH-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-FIRST)
                 - FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST)
           END-IF.
           IF WS-ADV-BILL-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS   TO WS-ADV-DAY
           ELSE
               MOVE WS-ADV-BILL-DAY TO WS-ADV-DAY
           END-IF.
      *
       6000-PRINT-TOTALS.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE WS-BILLED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-BILLED-TOTAL TO WS-TOTAL-EDIT.
           STRING 'SCHEDULES BILLED        ' WS-COUNT-EDIT
                  '   TOTAL ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-ENDED-COUNT TO WS-COUNT-EDIT.
           STRING 'SCHEDULES ENDED         ' WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           STRING 'SCHEDULES HELD          ' WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-NOT-BILLED-COUNT TO WS-COUNT-EDIT.
           STRING 'SCHEDULES NOT BILLED    ' WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-BLOCK-COUNT TO WS-COUNT-EDIT.
           STRING 'NUMBER BLOCKS RESERVED  ' WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BILLING-RPT-LINE FROM WS-RPT-LINE.
      *
       9000-TERMINATE.
      *
      *    EVERY SCHEDULE GIVEN A NUMBER HAS BEEN BILLED OR LISTED,
      *    SO THE RUN IS MARKED FINISHED.
      *
           MOVE ZERO TO INVRBS-SCHEDULE-NUMBER.
           READ RBLSCH-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET INVRBS-RUN-COMPLETE TO TRUE
                   REWRITE INVRBS-RECORD
           END-READ.
      *
           CLOSE RBLSCH-FILE.
           CLOSE INVCTL-FILE.
           CLOSE CUSMST-FILE.
           CLOSE INVMAST-FILE.
           CLOSE INVLINE-FILE.
           CLOSE RBLPUB-FILE.
           CLOSE INVAUD-FILE.
           CLOSE BILLING-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'RBLING38'      TO INVRLCOM-JOB-NAME.
           MOVE 'BCKING38'      TO INVRLCOM-PREREQ-JOB (1).
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
           IF INVRLCOM-PREREQ-MISSING
      *
      *    THE CHECKPOINT IS RCVING38'S RESTART POINT IF THE RUN
      *    DAMAGES CTLG38, SO WITHOUT TODAY'S CLEAN BCKING38 RUN
      *    NOTHING IS BILLED. THE REFUSAL IS THE WHOLE REGISTER.
      *
               OPEN OUTPUT BILLING-RPT
               MOVE SPACES TO WS-RPT-TEXT
               MOVE 'RECURRING BILLING REGISTER' TO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               STRING INVRLCOM-MESSAGE DELIMITED BY '  '
                      ' - NOTHING BILLED' DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
               WRITE BILLING-RPT-LINE FROM WS-RPT-LINE
               CLOSE BILLING-RPT
               MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'BILLED'                 TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-BILLED-COUNT          TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'HELD'                   TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-HELD-COUNT            TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'NOT BILLED'             TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-NOT-BILLED-COUNT      TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'BLOCKS'                 TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-BLOCK-COUNT           TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-HELD-COUNT > ZERO OR WS-NOT-BILLED-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'SCHEDULES HELD OR NOT BILLED - SEE RBLRPT38'
                    TO INVRLCOM-MESSAGE
           ELSE
               MOVE ZERO TO INVRLCOM-RETURN-CODE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
