       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  GLJING38.
      *
      *****************************************************************
      *    DAILY GENERAL LEDGER JOURNAL EXTRACT.                       *
      *    BUILDS THE GLJRNL38 JOURNAL FILE FOR THE GL INTERFACE SO    *
      *    THE GL TEAM STOPS RE-KEYING AR AND REVENUE FROM PRINTED     *
      *    REPORTS. THE DAY'S ACTIVITY IS READ OFF THE INVMST38        *
      *    MASTERS THEMSELVES: EACH STAMPED MASTER IS COMPARED WITH    *
      *    WHAT THE PRIOR RUN LEFT ON THE GLPOSIN POSITION SNAPSHOT,   *
      *    AND ONLY THE DIFFERENCE IS JOURNALED -                      *
      *      - A DTLING38 STAMP OR RESTAMP OF AN INVOICE, CREDIT MEMO  *
      *        OR DEBIT MEMO MOVES AR AGAINST THE DOCUMENT TYPE'S      *
      *        REVENUE (OR ALLOWANCE) ACCOUNT;                         *
      *      - A VOIDING38/RNGING38 VOID OF A STAMPED DOCUMENT         *
      *        REVERSES THAT, AND AN RSTING38 REINSTATEMENT PUTS IT    *
      *        BACK;                                                   *
      *      - A CLSING38/SETING38 CLOSE MOVES THE DOCUMENT'S AR TO    *
      *        SETTLEMENT CLEARING.                                    *
      *    EVERY CHANGE IS WRITTEN AS A BALANCED DEBIT/CREDIT PAIR     *
      *    BY DIVISION, AGAINST THE ACCOUNTS ON THE GLMAP38 MAPPING    *
      *    FILE (DIVISION 00 IS THE SHOP-WIDE DEFAULT; A ROLE WITH NO  *
      *    MAPPING AT ALL POSTS TO ACCOUNT 'UNMAPPED' AND IS FLAGGED   *
      *    FOR THE GL TEAM TO RECLASS). THE CONTROL REPORT PROVES      *
      *    JOURNAL DEBITS EQUAL CREDITS AND THAT THE PRIOR RUN'S OPEN  *
      *    AR, PLUS THE AR POSTED TODAY, LESS OPEN AR PRGING38 PURGED  *
      *    OFF THE MASTER FILE, TIES TO THE OPEN INVMST38 DOLLARS NOW. *
      *                                                                *
      *    THE GLCTLIN RESTART MARKER NAMES THE LAST RUN DATE          *
      *    JOURNALED. A RUN ON OR BEFORE THAT DATE POSTS NOTHING: IT   *
      *    CARRIES THE MARKER AND SNAPSHOT FORWARD UNCHANGED AND       *
      *    WRITES AN EMPTY JOURNAL, SO A RERUN NEVER DOUBLE-POSTS A    *
      *    DAY. A RUN THAT ABENDS WRITES NO MARKER, SO ITS RERUN       *
      *    STARTS AGAIN FROM THE SAME SNAPSHOT. WITH NO MARKER AT ALL  *
      *    (THE FIRST RUN) THE JOB ONLY TAKES A BASELINE SNAPSHOT AND  *
      *    POSTS NOTHING - HISTORY IS ALREADY ON THE LEDGER.           *
      *    THE JCL SWAPS GLCTLOT/GLPOSOT IN AS THE NEXT RUN'S          *
      *    GLCTLIN/GLPOSIN BEHIND THIS STEP.                           *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INVMAST-FILE ASSIGN TO INVMST38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVMAST-KEY.
      *
           SELECT GLMAP-FILE   ASSIGN TO GLMAP38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVGLMP-KEY.
      *
           SELECT OPTIONAL GLCTL-IN ASSIGN TO GLCTLIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT GLCTL-OUT    ASSIGN TO GLCTLOT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT OPTIONAL GLPOS-IN ASSIGN TO GLPOSIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT GLPOS-OUT    ASSIGN TO GLPOSOT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT GLJRNL-FILE  ASSIGN TO GLJRNL38
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CONTROL-RPT  ASSIGN TO GLJRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INVMAST-FILE.
      *
       COPY INVMAST.
      *
       FD  GLMAP-FILE.
      *
       COPY INVGLMP.
      *
       FD  GLCTL-IN.
      *
       COPY INVGLCT.
      *
       FD  GLCTL-OUT.
      *
       COPY INVGLCT REPLACING INVGLCT-RECORD BY INVGLCT-OUT-RECORD.
      *
       FD  GLPOS-IN.
      *
       COPY INVGLPS.
      *
       FD  GLPOS-OUT.
      *
       COPY INVGLPS REPLACING INVGLPS-RECORD BY INVGLPS-OUT-RECORD.
      *
       FD  GLJRNL-FILE.
      *
       COPY INVGLJE.
      *
       FD  CONTROL-RPT.
      *
       01  CONTROL-RPT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-M-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-M-EOF                    VALUE 'Y'.
       01  WS-P-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-P-EOF                    VALUE 'Y'.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *
       01  WS-RUN-MODE                     PIC X     VALUE 'P'.
           88  WS-MODE-POST                VALUE 'P'.
           88  WS-MODE-BASELINE            VALUE 'B'.
           88  WS-MODE-ALREADY-POSTED      VALUE 'A'.
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-BATCH-NUMBER                 PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-RUN-DATE               PIC 9(08) VALUE ZERO.
      *
      *    ACCOUNT MAPPING, ONE ROW PER DIVISION (DIVISION + 1);
      *    ROW 1 IS DIVISION 00, THE SHOP-WIDE DEFAULT.
      *
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MAP-AR-ACCOUNT       PIC X(10) VALUE SPACES.
               10  WS-MAP-REVI-ACCOUNT     PIC X(10) VALUE SPACES.
               10  WS-MAP-REVC-ACCOUNT     PIC X(10) VALUE SPACES.
               10  WS-MAP-REVD-ACCOUNT     PIC X(10) VALUE SPACES.
               10  WS-MAP-CASH-ACCOUNT     PIC X(10) VALUE SPACES.
      *
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 100 TIMES INDEXED BY WS-DIV-IDX.
               10  WS-DIV-DEBIT-TOTAL      PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
               10  WS-DIV-CREDIT-TOTAL     PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
               10  WS-DIV-AR-NET           PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
               10  WS-DIV-ENTRY-COUNT      PIC 9(07) VALUE ZERO.
      *
      *    THE MASTER BEING JOURNALED: WHAT THE LEDGER WAS TOLD LAST
      *    RUN (PRIOR) AND WHAT THE MASTER SAYS NOW (CURRENT).
      *
       01  WS-PRIOR-STATUS                 PIC X(01).
       01  WS-PRIOR-BILLED                 PIC S9(09)V99 COMP-3.
       01  WS-PRIOR-SETTLED                PIC S9(09)V99 COMP-3.
       01  WS-CURR-BILLED                  PIC S9(09)V99 COMP-3.
       01  WS-CURR-SETTLED                 PIC S9(09)V99 COMP-3.
       01  WS-SIGNED-AMOUNT                PIC S9(09)V99 COMP-3.
       01  WS-DELTA-BILLED                 PIC S9(11)V99 COMP-3.
       01  WS-DELTA-SETTLED                PIC S9(11)V99 COMP-3.
       01  WS-REVENUE-ROLE                 PIC X(04).
       01  WS-SOURCE-EVENT                 PIC X(03).
      *
      *    ONE BALANCED PAIR: THE AMOUNT IS DEBITED TO THE FIRST
      *    ROLE AND CREDITED TO THE SECOND; A NEGATIVE AMOUNT SWAPS
      *    THE SIDES.
      *
       01  WS-PAIR-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-PAIR-DEBIT-ROLE              PIC X(04).
       01  WS-PAIR-CREDIT-ROLE             PIC X(04).
       01  WS-SWAP-ROLE                    PIC X(04).
       01  WS-ENTRY-ROLE                   PIC X(04).
       01  WS-ENTRY-SIDE                   PIC X(01).
       01  WS-ENTRY-ACCOUNT                PIC X(10).
      *
       01  WS-JOURNAL-DEBITS               PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-JOURNAL-CREDITS              PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-JOURNAL-AR-NET               PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-PRIOR-OPEN-AR                PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-SNAPSHOT-OPEN-AR             PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-CURR-OPEN-AR                 PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-PURGED-OPEN-AR               PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-EXPECTED-OPEN-AR             PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-TIE-DIFFERENCE               PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
      *
       01  WS-ENTRY-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-STAMP-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-VOID-COUNT                   PIC 9(07) VALUE ZERO.
       01  WS-REINSTATE-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-CLOSE-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-PURGE-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-UNMAPPED-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-POSITION-COUNT               PIC 9(07) VALUE ZERO.
      *
       01  WS-SUBSCRIPT                    PIC 9(04).
       01  WS-REPORT-DIVISION-CODE         PIC 9(02).
       01  WS-EDIT-AMOUNT                  PIC Z(12)9.99-.
       01  WS-EDIT-AMOUNT-2                PIC Z(12)9.99-.
      *
       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           IF WS-MODE-ALREADY-POSTED
               PERFORM 8000-CARRY-FORWARD
           ELSE
               PERFORM 1100-LOAD-ACCOUNT-MAP
               PERFORM 1200-START-MATCH
               PERFORM 2000-MATCH-POSITION-TO-MASTER
                   UNTIL WS-M-EOF AND WS-P-EOF
               PERFORM 3000-PRINT-CONTROL-TOTALS
               PERFORM 4000-WRITE-RESTART-MARKER
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
      *
           OPEN INPUT  GLCTL-IN.
           OPEN INPUT  GLPOS-IN.
           OPEN OUTPUT GLCTL-OUT.
           OPEN OUTPUT GLPOS-OUT.
           OPEN OUTPUT GLJRNL-FILE.
           OPEN OUTPUT CONTROL-RPT.
      *
           MOVE 'DAILY GENERAL LEDGER JOURNAL CONTROL REPORT'
               TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
           READ GLCTL-IN
               AT END SET WS-MODE-BASELINE TO TRUE
           END-READ.
           IF WS-MODE-BASELINE
               MOVE 1 TO WS-BATCH-NUMBER
           ELSE
               MOVE INVGLCT-LAST-RUN-DATE OF INVGLCT-RECORD
                    TO WS-PRIOR-RUN-DATE
               MOVE INVGLCT-OPEN-AR-AMOUNT OF INVGLCT-RECORD
                    TO WS-PRIOR-OPEN-AR
               IF WS-PRIOR-RUN-DATE NOT < WS-CURRENT-DATE
                   SET WS-MODE-ALREADY-POSTED TO TRUE
                   MOVE INVGLCT-BATCH-NUMBER OF INVGLCT-RECORD
                        TO WS-BATCH-NUMBER
               ELSE
                   COMPUTE WS-BATCH-NUMBER =
                       INVGLCT-BATCH-NUMBER OF INVGLCT-RECORD + 1
               END-IF
           END-IF.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'RUN DATE ' WS-CURRENT-DATE
                  '   BATCH ' WS-BATCH-NUMBER
                  '   PRIOR RUN ' WS-PRIOR-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           EVALUATE TRUE
               WHEN WS-MODE-BASELINE
                   MOVE 'NO RESTART MARKER - BASELINE RUN, NO POSTING'
                       TO WS-RPT-TEXT
               WHEN WS-MODE-ALREADY-POSTED
                   STRING 'RUN DATE ALREADY JOURNALED BY BATCH '
                          WS-BATCH-NUMBER
                          ' - NOTHING POSTED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-EVALUATE.
           IF NOT WS-MODE-POST
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
       1100-LOAD-ACCOUNT-MAP.
      *
           OPEN INPUT GLMAP-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           READ GLMAP-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF
               SET WS-MAP-IDX TO INVGLMP-DIVISION-CODE
               SET WS-MAP-IDX UP BY 1
               EVALUATE TRUE
                   WHEN INVGLMP-ROLE-AR
                       MOVE INVGLMP-GL-ACCOUNT
                            TO WS-MAP-AR-ACCOUNT(WS-MAP-IDX)
                   WHEN INVGLMP-ROLE-REV-INVOICE
                       MOVE INVGLMP-GL-ACCOUNT
                            TO WS-MAP-REVI-ACCOUNT(WS-MAP-IDX)
                   WHEN INVGLMP-ROLE-REV-CREDIT
                       MOVE INVGLMP-GL-ACCOUNT
                            TO WS-MAP-REVC-ACCOUNT(WS-MAP-IDX)
                   WHEN INVGLMP-ROLE-REV-DEBIT
                       MOVE INVGLMP-GL-ACCOUNT
                            TO WS-MAP-REVD-ACCOUNT(WS-MAP-IDX)
                   WHEN INVGLMP-ROLE-CASH
                       MOVE INVGLMP-GL-ACCOUNT
                            TO WS-MAP-CASH-ACCOUNT(WS-MAP-IDX)
               END-EVALUATE
               READ GLMAP-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
      *
       1200-START-MATCH.
      *
           OPEN INPUT INVMAST-FILE.
           MOVE LOW-VALUES TO INVMAST-KEY.
           START INVMAST-FILE KEY IS NOT LESS THAN INVMAST-KEY
               INVALID KEY SET WS-M-EOF TO TRUE
           END-START.
           IF NOT WS-M-EOF
               PERFORM 1300-READ-NEXT-MASTER
           END-IF.
      *
      *    A BASELINE RUN IGNORES ANY SNAPSHOT LEFT LYING AROUND: THE
      *    MARKER AND THE SNAPSHOT ARE ONLY TRUSTED TOGETHER.
      *
           IF WS-MODE-BASELINE
               SET WS-P-EOF TO TRUE
           ELSE
               PERFORM 1400-READ-NEXT-POSITION
           END-IF.
      *
       1300-READ-NEXT-MASTER.
      *
           READ INVMAST-FILE NEXT RECORD
               AT END SET WS-M-EOF TO TRUE
           END-READ.
      *
       1400-READ-NEXT-POSITION.
      *
           READ GLPOS-IN
               AT END SET WS-P-EOF TO TRUE
           END-READ.
           IF NOT WS-P-EOF
               COMPUTE WS-SNAPSHOT-OPEN-AR = WS-SNAPSHOT-OPEN-AR
                   + INVGLPS-BILLED-AMOUNT OF INVGLPS-RECORD
                   - INVGLPS-SETTLED-AMOUNT OF INVGLPS-RECORD
           END-IF.
      *
       2000-MATCH-POSITION-TO-MASTER.
      *
      *    THE SNAPSHOT IS WRITTEN IN MASTER KEY ORDER AND CARRIES
      *    THE SAME DISPLAY KEY LAYOUT, SO THE KEYS COMPARE AS ONE
      *    FIELD.
      *
           EVALUATE TRUE
               WHEN WS-P-EOF
                   PERFORM 2050-CLEAR-PRIOR-POSITION
                   PERFORM 2100-JOURNAL-ONE-MASTER
                   PERFORM 1300-READ-NEXT-MASTER
               WHEN WS-M-EOF
                   PERFORM 2400-REPORT-PURGED-POSITION
                   PERFORM 1400-READ-NEXT-POSITION
               WHEN INVGLPS-KEY OF INVGLPS-RECORD < INVMAST-KEY
                   PERFORM 2400-REPORT-PURGED-POSITION
                   PERFORM 1400-READ-NEXT-POSITION
               WHEN INVGLPS-KEY OF INVGLPS-RECORD > INVMAST-KEY
                   PERFORM 2050-CLEAR-PRIOR-POSITION
                   PERFORM 2100-JOURNAL-ONE-MASTER
                   PERFORM 1300-READ-NEXT-MASTER
               WHEN OTHER
                   MOVE INVGLPS-STATUS OF INVGLPS-RECORD
                        TO WS-PRIOR-STATUS
                   MOVE INVGLPS-BILLED-AMOUNT OF INVGLPS-RECORD
                        TO WS-PRIOR-BILLED
                   MOVE INVGLPS-SETTLED-AMOUNT OF INVGLPS-RECORD
                        TO WS-PRIOR-SETTLED
                   PERFORM 2100-JOURNAL-ONE-MASTER
                   PERFORM 1300-READ-NEXT-MASTER
                   PERFORM 1400-READ-NEXT-POSITION
           END-EVALUATE.
      *
       2050-CLEAR-PRIOR-POSITION.
      *
      *    A MASTER THE LEDGER HAS NEVER HEARD OF STARTS FROM ZERO.
      *
           MOVE SPACE TO WS-PRIOR-STATUS.
           MOVE ZERO  TO WS-PRIOR-BILLED.
           MOVE ZERO  TO WS-PRIOR-SETTLED.
      *
       2100-JOURNAL-ONE-MASTER.
      *
      *    AN UNSTAMPED MASTER (NO CUSTOMER) HAS BILLED NOTHING YET.
      *    A VOIDED ONE BILLS NOTHING; A CLOSED ONE IS BILLED AND
      *    SETTLED; ANY OTHER STAMPED MASTER IS BILLED AND OPEN.
      *
           IF INVMAST-CUSTOMER-NUMBER = ZERO
               MOVE ZERO TO WS-SIGNED-AMOUNT
           ELSE
               IF INVMAST-DOC-CREDIT
                   COMPUTE WS-SIGNED-AMOUNT =
                       ZERO - INVMAST-INVOICE-AMOUNT
               ELSE
                   MOVE INVMAST-INVOICE-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
           END-IF.
      *
           IF INVMAST-VOIDED
               MOVE ZERO TO WS-CURR-BILLED
           ELSE
               MOVE WS-SIGNED-AMOUNT TO WS-CURR-BILLED
           END-IF.
           IF INVMAST-CLOSED
               MOVE WS-SIGNED-AMOUNT TO WS-CURR-SETTLED
           ELSE
               MOVE ZERO TO WS-CURR-SETTLED
           END-IF.
      *
           COMPUTE WS-CURR-OPEN-AR = WS-CURR-OPEN-AR
               + WS-CURR-BILLED - WS-CURR-SETTLED.
           COMPUTE WS-DELTA-BILLED  = WS-CURR-BILLED  - WS-PRIOR-BILLED.
           COMPUTE WS-DELTA-SETTLED =
               WS-CURR-SETTLED - WS-PRIOR-SETTLED.
      *
           IF WS-MODE-POST
              AND (WS-DELTA-BILLED NOT = ZERO
                   OR WS-DELTA-SETTLED NOT = ZERO)
               PERFORM 2200-CLASSIFY-EVENT
               PERFORM 2300-WRITE-MASTER-ENTRIES
           END-IF.
      *
           IF INVMAST-CUSTOMER-NUMBER NOT = ZERO
               MOVE INVMAST-KEY    TO INVGLPS-KEY OF INVGLPS-OUT-RECORD
               MOVE INVMAST-STATUS TO INVGLPS-STATUS
                                      OF INVGLPS-OUT-RECORD
               MOVE WS-CURR-BILLED TO INVGLPS-BILLED-AMOUNT
                                      OF INVGLPS-OUT-RECORD
               MOVE WS-CURR-SETTLED TO INVGLPS-SETTLED-AMOUNT
                                      OF INVGLPS-OUT-RECORD
               WRITE INVGLPS-OUT-RECORD
               ADD 1 TO WS-POSITION-COUNT
           END-IF.
      *
       2200-CLASSIFY-EVENT.
      *
           EVALUATE TRUE
               WHEN INVMAST-VOIDED AND WS-PRIOR-STATUS NOT = 'V'
                   MOVE 'VOD' TO WS-SOURCE-EVENT
                   ADD 1 TO WS-VOID-COUNT
               WHEN NOT INVMAST-VOIDED AND WS-PRIOR-STATUS = 'V'
                   MOVE 'RIN' TO WS-SOURCE-EVENT
                   ADD 1 TO WS-REINSTATE-COUNT
               WHEN INVMAST-CLOSED AND WS-PRIOR-STATUS NOT = 'C'
                   MOVE 'CLS' TO WS-SOURCE-EVENT
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN OTHER
                   MOVE 'STP' TO WS-SOURCE-EVENT
                   ADD 1 TO WS-STAMP-COUNT
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN INVMAST-DOC-CREDIT
                   MOVE 'REVC' TO WS-REVENUE-ROLE
               WHEN INVMAST-DOC-DEBIT
                   MOVE 'REVD' TO WS-REVENUE-ROLE
               WHEN OTHER
                   MOVE 'REVI' TO WS-REVENUE-ROLE
           END-EVALUATE.
      *
       2300-WRITE-MASTER-ENTRIES.
      *
      *    A CHANGE IN BILLED VALUE MOVES AR AGAINST REVENUE; A
      *    CHANGE IN SETTLED VALUE MOVES AR TO SETTLEMENT CLEARING.
      *    A MASTER STAMPED AND CLOSED THE SAME DAY GETS BOTH.
      *
           SET WS-DIV-IDX TO INVMAST-DIVISION-CODE.
           SET WS-DIV-IDX UP BY 1.
      *
           IF WS-DELTA-BILLED NOT = ZERO
               MOVE WS-DELTA-BILLED TO WS-PAIR-AMOUNT
               MOVE 'AR  '          TO WS-PAIR-DEBIT-ROLE
               MOVE WS-REVENUE-ROLE TO WS-PAIR-CREDIT-ROLE
               PERFORM 2500-WRITE-ENTRY-PAIR
           END-IF.
      *
           IF WS-DELTA-SETTLED NOT = ZERO
               MOVE WS-DELTA-SETTLED TO WS-PAIR-AMOUNT
               MOVE 'CASH'           TO WS-PAIR-DEBIT-ROLE
               MOVE 'AR  '           TO WS-PAIR-CREDIT-ROLE
               PERFORM 2500-WRITE-ENTRY-PAIR
           END-IF.
      *
       2400-REPORT-PURGED-POSITION.
      *
      *    A MASTER ON THE SNAPSHOT BUT NO LONGER ON INVMST38 WAS
      *    PURGED BY PRGING38. PURGING IS NOT A LEDGER EVENT, SO
      *    NOTHING IS JOURNALED, BUT ANY AR IT STILL HELD OPEN IS A
      *    RECONCILING ITEM ON THE TIE-OUT AND IS LISTED.
      *
           ADD 1 TO WS-PURGE-COUNT.
           COMPUTE WS-SIGNED-AMOUNT =
               INVGLPS-BILLED-AMOUNT OF INVGLPS-RECORD
             - INVGLPS-SETTLED-AMOUNT OF INVGLPS-RECORD.
           IF WS-SIGNED-AMOUNT NOT = ZERO
               ADD WS-SIGNED-AMOUNT TO WS-PURGED-OPEN-AR
               MOVE WS-SIGNED-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'DIVISION '
                      INVGLPS-DIVISION-CODE OF INVGLPS-RECORD
                      ' TYPE '
                      INVGLPS-DOCUMENT-TYPE OF INVGLPS-RECORD
                      ' NUMBER '
                      INVGLPS-INVOICE-NUMBER OF INVGLPS-RECORD
                      ' PURGED OPEN ' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       2500-WRITE-ENTRY-PAIR.
      *
           IF WS-PAIR-AMOUNT < ZERO
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-PAIR-AMOUNT
               MOVE WS-PAIR-DEBIT-ROLE  TO WS-SWAP-ROLE
               MOVE WS-PAIR-CREDIT-ROLE TO WS-PAIR-DEBIT-ROLE
               MOVE WS-SWAP-ROLE        TO WS-PAIR-CREDIT-ROLE
           END-IF.
      *
           MOVE WS-PAIR-DEBIT-ROLE TO WS-ENTRY-ROLE.
           MOVE 'D'                TO WS-ENTRY-SIDE.
           PERFORM 2510-WRITE-ONE-ENTRY.
           MOVE WS-PAIR-CREDIT-ROLE TO WS-ENTRY-ROLE.
           MOVE 'C'                 TO WS-ENTRY-SIDE.
           PERFORM 2510-WRITE-ONE-ENTRY.
      *
       2510-WRITE-ONE-ENTRY.
      *
           PERFORM 2520-RESOLVE-ACCOUNT.
      *
           MOVE WS-BATCH-NUMBER        TO INVGLJE-BATCH-NUMBER.
           MOVE WS-CURRENT-DATE        TO INVGLJE-POSTING-DATE.
           MOVE INVMAST-DIVISION-CODE  TO INVGLJE-DIVISION-CODE.
           MOVE WS-ENTRY-ACCOUNT       TO INVGLJE-GL-ACCOUNT.
           MOVE WS-ENTRY-ROLE          TO INVGLJE-ACCOUNT-ROLE.
           MOVE WS-ENTRY-SIDE          TO INVGLJE-DEBIT-CREDIT.
           MOVE WS-PAIR-AMOUNT         TO INVGLJE-AMOUNT.
           MOVE WS-SOURCE-EVENT        TO INVGLJE-SOURCE-EVENT.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVGLJE-DOCUMENT-TYPE.
           MOVE INVMAST-INVOICE-NUMBER TO INVGLJE-INVOICE-NUMBER.
           WRITE INVGLJE-RECORD.
      *
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-DIV-ENTRY-COUNT(WS-DIV-IDX).
           IF INVGLJE-DEBIT
               ADD WS-PAIR-AMOUNT TO WS-JOURNAL-DEBITS
               ADD WS-PAIR-AMOUNT TO WS-DIV-DEBIT-TOTAL(WS-DIV-IDX)
               IF WS-ENTRY-ROLE = 'AR  '
                   ADD WS-PAIR-AMOUNT TO WS-JOURNAL-AR-NET
                   ADD WS-PAIR-AMOUNT TO WS-DIV-AR-NET(WS-DIV-IDX)
               END-IF
           ELSE
               ADD WS-PAIR-AMOUNT TO WS-JOURNAL-CREDITS
               ADD WS-PAIR-AMOUNT TO WS-DIV-CREDIT-TOTAL(WS-DIV-IDX)
               IF WS-ENTRY-ROLE = 'AR  '
                   SUBTRACT WS-PAIR-AMOUNT FROM WS-JOURNAL-AR-NET
                   SUBTRACT WS-PAIR-AMOUNT
                       FROM WS-DIV-AR-NET(WS-DIV-IDX)
               END-IF
           END-IF.
      *
       2520-RESOLVE-ACCOUNT.
      *
      *    THE DIVISION'S OWN MAPPING FIRST, THEN THE DIVISION 00
      *    DEFAULT. A ROLE MAPPED NOWHERE STILL POSTS, TO 'UNMAPPED',
      *    SO THE JOURNAL STAYS BALANCED, AND IS FLAGGED.
      *
           SET WS-MAP-IDX TO WS-DIV-IDX.
           PERFORM 2530-PICK-ROLE-ACCOUNT.
           IF WS-ENTRY-ACCOUNT = SPACES
               SET WS-MAP-IDX TO 1
               PERFORM 2530-PICK-ROLE-ACCOUNT
           END-IF.
           IF WS-ENTRY-ACCOUNT = SPACES
               MOVE 'UNMAPPED' TO WS-ENTRY-ACCOUNT
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'DIVISION ' INVMAST-DIVISION-CODE
                      ' ROLE ' WS-ENTRY-ROLE
                      ' HAS NO GLMAP38 ACCOUNT - POSTED TO UNMAPPED'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       2530-PICK-ROLE-ACCOUNT.
      *
           EVALUATE WS-ENTRY-ROLE
               WHEN 'AR  '
                   MOVE WS-MAP-AR-ACCOUNT(WS-MAP-IDX)
                        TO WS-ENTRY-ACCOUNT
               WHEN 'REVI'
                   MOVE WS-MAP-REVI-ACCOUNT(WS-MAP-IDX)
                        TO WS-ENTRY-ACCOUNT
               WHEN 'REVC'
                   MOVE WS-MAP-REVC-ACCOUNT(WS-MAP-IDX)
                        TO WS-ENTRY-ACCOUNT
               WHEN 'REVD'
                   MOVE WS-MAP-REVD-ACCOUNT(WS-MAP-IDX)
                        TO WS-ENTRY-ACCOUNT
               WHEN 'CASH'
                   MOVE WS-MAP-CASH-ACCOUNT(WS-MAP-IDX)
                        TO WS-ENTRY-ACCOUNT
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-ACCOUNT
           END-EVALUATE.
      *
       3000-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > 100
               IF WS-DIV-ENTRY-COUNT(WS-DIV-IDX) > ZERO
                   PERFORM 3100-PRINT-ONE-DIVISION-TOTAL
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'STAMPED: ' WS-STAMP-COUNT
                  ' VOIDED: ' WS-VOID-COUNT
                  ' REINSTATED: ' WS-REINSTATE-COUNT
                  ' CLOSED: ' WS-CLOSE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'JOURNAL ENTRIES: ' WS-ENTRY-COUNT
                  '  PURGED: ' WS-PURGE-COUNT
                  '  UNMAPPED ENTRIES: ' WS-UNMAPPED-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
      *    PROOF ONE: THE JOURNAL BALANCES.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           MOVE WS-JOURNAL-DEBITS  TO WS-EDIT-AMOUNT.
           MOVE WS-JOURNAL-CREDITS TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'TOTAL DEBITS ' WS-EDIT-AMOUNT
                  ' CREDITS ' WS-EDIT-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           IF WS-JOURNAL-DEBITS = WS-JOURNAL-CREDITS
               MOVE 'JOURNAL IN BALANCE' TO WS-RPT-TEXT
           ELSE
               MOVE '*** JOURNAL OUT OF BALANCE ***' TO WS-RPT-TEXT
           END-IF.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
      *    PROOF TWO: PRIOR OPEN AR + AR POSTED - AR PURGED = OPEN AR
      *    ON INVMST38 NOW. A BASELINE RUN HAS NOTHING TO TIE FROM
      *    AND ONLY REPORTS THE STARTING FIGURE.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           IF NOT WS-MODE-BASELINE
               MOVE WS-PRIOR-OPEN-AR TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'PRIOR OPEN AR (MARKER)      ' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
               IF WS-SNAPSHOT-OPEN-AR NOT = WS-PRIOR-OPEN-AR
                   MOVE WS-SNAPSHOT-OPEN-AR TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING '*** SNAPSHOT DISAGREES:    ' WS-EDIT-AMOUNT
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
               END-IF
               MOVE WS-JOURNAL-AR-NET TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'PLUS AR POSTED (NET)        ' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
               MOVE WS-PURGED-OPEN-AR TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'LESS OPEN AR PURGED         ' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
               COMPUTE WS-EXPECTED-OPEN-AR = WS-PRIOR-OPEN-AR
                   + WS-JOURNAL-AR-NET - WS-PURGED-OPEN-AR
               MOVE WS-EXPECTED-OPEN-AR TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'EXPECTED OPEN AR            ' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-CURR-OPEN-AR TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'OPEN AR ON INVMST38         ' WS-EDIT-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           IF NOT WS-MODE-BASELINE
               COMPUTE WS-TIE-DIFFERENCE =
                   WS-CURR-OPEN-AR - WS-EXPECTED-OPEN-AR
               MOVE SPACES TO WS-RPT-TEXT
               IF WS-TIE-DIFFERENCE = ZERO
                   MOVE 'OPEN AR TIES TO INVMST38' TO WS-RPT-TEXT
               ELSE
                   MOVE WS-TIE-DIFFERENCE TO WS-EDIT-AMOUNT
                   STRING '*** OPEN AR DOES NOT TIE BY ' WS-EDIT-AMOUNT
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-IF
               WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       3100-PRINT-ONE-DIVISION-TOTAL.
      *
           SET WS-SUBSCRIPT TO WS-DIV-IDX.
           COMPUTE WS-REPORT-DIVISION-CODE = WS-SUBSCRIPT - 1.
           MOVE WS-DIV-DEBIT-TOTAL(WS-DIV-IDX)  TO WS-EDIT-AMOUNT.
           MOVE WS-DIV-CREDIT-TOTAL(WS-DIV-IDX) TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' WS-REPORT-DIVISION-CODE
                  ' DR ' WS-EDIT-AMOUNT
                  ' CR ' WS-EDIT-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           MOVE WS-DIV-AR-NET(WS-DIV-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' WS-REPORT-DIVISION-CODE
                  ' ENTRIES: ' WS-DIV-ENTRY-COUNT(WS-DIV-IDX)
                  ' AR CHANGE ' WS-EDIT-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
       4000-WRITE-RESTART-MARKER.
      *
      *    WRITTEN LAST, AFTER THE JOURNAL AND SNAPSHOT ARE COMPLETE.
      *
           MOVE WS-CURRENT-DATE  TO INVGLCT-LAST-RUN-DATE
                                    OF INVGLCT-OUT-RECORD.
           MOVE WS-BATCH-NUMBER  TO INVGLCT-BATCH-NUMBER
                                    OF INVGLCT-OUT-RECORD.
           MOVE WS-CURR-OPEN-AR  TO INVGLCT-OPEN-AR-AMOUNT
                                    OF INVGLCT-OUT-RECORD.
           MOVE WS-ENTRY-COUNT   TO INVGLCT-ENTRY-COUNT
                                    OF INVGLCT-OUT-RECORD.
           WRITE INVGLCT-OUT-RECORD.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'POSITIONS CARRIED FORWARD: ' WS-POSITION-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
       8000-CARRY-FORWARD.
      *
      *    THE DAY IS ALREADY ON THE LEDGER: HAND THE MARKER AND THE
      *    SNAPSHOT ON UNCHANGED SO THE JCL SWAP IS HARMLESS.
      *
           MOVE INVGLCT-RECORD TO INVGLCT-OUT-RECORD.
           WRITE INVGLCT-OUT-RECORD.
      *
           PERFORM 1400-READ-NEXT-POSITION.
           PERFORM UNTIL WS-P-EOF
               MOVE INVGLPS-RECORD TO INVGLPS-OUT-RECORD
               WRITE INVGLPS-OUT-RECORD
               ADD 1 TO WS-POSITION-COUNT
               PERFORM 1400-READ-NEXT-POSITION
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'POSITIONS CARRIED FORWARD UNCHANGED: '
                  WS-POSITION-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
      *
       9000-TERMINATE.
      *
           IF NOT WS-MODE-ALREADY-POSTED
               CLOSE INVMAST-FILE
           END-IF.
           CLOSE GLCTL-IN.
           CLOSE GLPOS-IN.
           CLOSE GLCTL-OUT.
           CLOSE GLPOS-OUT.
           CLOSE GLJRNL-FILE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE 'END OF GL JOURNAL CONTROL REPORT' TO WS-RPT-TEXT.
           WRITE CONTROL-RPT-LINE FROM WS-RPT-LINE.
           CLOSE CONTROL-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'GLJING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'POSITIONS'              TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-POSITION-COUNT        TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'STAMPED'                TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-STAMP-COUNT           TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'JOURNAL ROWS'           TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-ENTRY-COUNT           TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'UNMAPPED'               TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-UNMAPPED-COUNT        TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-UNMAPPED-COUNT > ZERO
              OR WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
              OR WS-TIE-DIFFERENCE NOT = ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'UNMAPPED EVENTS, JOURNAL OR AR TIE-OUT UNBALANCED'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
