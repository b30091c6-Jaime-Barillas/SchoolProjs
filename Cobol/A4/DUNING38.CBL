       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DUNING38.
      *
      *****************************************************************
      *    WEEKLY DUNNING RUN.                                         *
      *    SELECTS EVERY OPEN, STAMPED INVOICE AND DEBIT MEMO ON       *
      *    INVMST38 THAT IS PAST ITS INVMAST-DUE-DATE AND DECIDES,     *
      *    FROM THE DIVISION'S DAYS-PAST-DUE THRESHOLDS ON DUNTBL38    *
      *    (SEE INVDUNT), WHICH ESCALATION LEVEL IT HAS EARNED: 1      *
      *    FIRST REMINDER, 2 SECOND NOTICE, 3 FINAL DEMAND. THE        *
      *    DUNHST38 HISTORY (SEE INVDHST) REMEMBERS THE LAST LEVEL     *
      *    SENT FOR EACH MASTER: A LEVEL IS NEVER SENT TWICE, AND A    *
      *    MASTER MOVES UP ONE LEVEL PER RUN AT MOST, SO A CUSTOMER IS *
      *    NEVER HANDED A FINAL DEMAND WITHOUT THE LETTERS BEFORE IT.  *
      *    MASTERS ARE READ IN CUSTOMER ORDER THROUGH THE CUSTOMER     *
      *    NUMBER ALTERNATE KEY (THE BATCH SIDE OF THE INVMSC38        *
      *    PATH), SO EACH CUSTOMER GETS ONE NOTICE ON THE DUNEXT38     *
      *    EXTRACT FOR THE PRINT/MAIL VENDOR (SEE INVDUNX) LISTING ALL *
      *    OF THEIR OVERDUE DOCUMENTS. A NOTICE GOES OUT ONLY WHEN AT  *
      *    LEAST ONE OF THEM MOVES UP A LEVEL; THE REST RIDE ALONG AT  *
      *    THE LEVEL ALREADY SENT, MARKED NOT ESCALATED, AND ARE NOT   *
      *    RECORDED AGAIN ON DUNHST38. CREDIT MEMOS ARE NEVER DUNNED.  *
      *    A DISPUTED MASTER IS HELD FROM COLLECTION: IT IS NOT DUNNED *
      *    BUT KEEPS ITS HISTORY, SO ONCE RELEASED IT PICKS UP AT THE  *
      *    NEXT LEVEL RATHER THAN STARTING OVER.                       *
      *    BEFORE ANY OF THAT, THE HISTORY OF EVERY MASTER NOW CLOSED, *
      *    VOIDED, OR PURGED IS DELETED, SO A SETTLED INVOICE DROPS    *
      *    OUT OF DUNNING WITHOUT ANYONE TOUCHING IT. THE DUNRPT38     *
      *    REPORT LISTS THE NOTICES, THE DROPPED HISTORY, MASTERS      *
      *    WHOSE DUE DATE IS NOT A DATE, AND COUNTS BY DIVISION AND    *
      *    LEVEL.                                                      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DUNT-FILE     ASSIGN TO DUNTBL38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVDUNT-KEY.
      *
           SELECT INVMAST-FILE  ASSIGN TO INVMST38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVMAST-KEY
               ALTERNATE RECORD KEY IS INVMAST-CUSTOMER-NUMBER
                   WITH DUPLICATES.
      *
           SELECT INVCUST-FILE  ASSIGN TO CUSMST38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCUST-KEY.
      *
           SELECT DHST-FILE     ASSIGN TO DUNHST38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVDHST-KEY.
      *
           SELECT DUNX-FILE     ASSIGN TO DUNEXT38
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT DUN-RPT       ASSIGN TO DUNRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DUNT-FILE.
      *
       COPY INVDUNT.
      *
       FD  INVMAST-FILE.
      *
       COPY INVMAST.
      *
       FD  INVCUST-FILE.
      *
       COPY INVCUST.
      *
       FD  DHST-FILE.
      *
       COPY INVDHST.
      *
       FD  DUNX-FILE.
      *
       COPY INVDUNX.
      *
       FD  DUN-RPT.
      *
       01  DUN-RPT-LINE                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-M-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-M-EOF                    VALUE 'Y'.
       01  WS-H-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-H-EOF                    VALUE 'Y'.
      *
       01  WS-MASTER-STATE-SWITCH          PIC X     VALUE 'L'.
           88  WS-MASTER-LIVE              VALUE 'L'.
           88  WS-MASTER-MISSING           VALUE 'N'.
      *
       01  WS-HIST-FOUND-SWITCH            PIC X     VALUE 'N'.
           88  WS-HIST-FOUND               VALUE 'Y'.
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-TODAY-INTEGER                PIC 9(08).
      *
       01  WS-DUE-DATE                     PIC 9(08).
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR                 PIC 9(04).
           05  WS-DUE-MONTH                PIC 9(02).
           05  WS-DUE-DAY                  PIC 9(02).
       01  WS-DUE-INTEGER                  PIC 9(08).
       01  WS-DAYS-PAST-DUE                PIC S9(08).
      *
       01  WS-TARGET-LEVEL                 PIC 9(01).
       01  WS-LAST-LEVEL                   PIC 9(01).
       01  WS-SEND-LEVEL                   PIC 9(01).
       01  WS-LVL                          PIC 9(01).
      *
       01  WS-BUILT-IN-DAYS.
           05  FILLER                      PIC 9(03) VALUE 001.
           05  FILLER                      PIC 9(03) VALUE 030.
           05  FILLER                      PIC 9(03) VALUE 060.
       01  WS-BUILT-IN-TABLE REDEFINES WS-BUILT-IN-DAYS.
           05  WS-BUILT-IN-LEVEL-DAYS      PIC 9(03) OCCURS 3.
      *
       01  WS-DEFAULT-SOURCE               PIC X(20).
      *
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 100 TIMES INDEXED BY WS-DIV-IDX.
               10  WS-DIV-OWN-SWITCH       PIC X.
                   88  WS-DIV-HAS-OWN      VALUE 'Y'.
               10  WS-DIV-LEVEL-DAYS       PIC 9(03) OCCURS 3.
               10  WS-DIV-OVERDUE-COUNT    PIC 9(07).
               10  WS-DIV-SENT-COUNT       PIC 9(07) OCCURS 3.
               10  WS-DIV-HELD-COUNT       PIC 9(07).
               10  WS-DIV-DROPPED-COUNT    PIC 9(07).
      *
       01  WS-CUR-CUSTOMER-NUMBER          PIC 9(08).
      *
       01  WS-NTC-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-NTC-ESC-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-NTC-MAX                      PIC 9(04) VALUE 100.
       01  WS-NTC-LEVEL                    PIC 9(01).
       01  WS-NTC-TOTAL                    PIC S9(11)V99 COMP-3.
       01  WS-NOTICE-TABLE.
           05  WS-NTC-ENTRY OCCURS 100 TIMES INDEXED BY WS-NTC-IDX.
               10  WS-NTC-DIVISION-CODE    PIC 9(02).
               10  WS-NTC-DOCUMENT-TYPE    PIC X(01).
               10  WS-NTC-INVOICE-NUMBER   PIC 9(08).
               10  WS-NTC-AMOUNT           PIC S9(09)V99 COMP-3.
               10  WS-NTC-DUE-DATE         PIC 9(08).
               10  WS-NTC-DAYS-PAST-DUE    PIC 9(05).
               10  WS-NTC-DUNNING-LEVEL    PIC 9(01).
               10  WS-NTC-ESC-SWITCH       PIC X.
                   88  WS-NTC-ESCALATED    VALUE 'Y'.
      *
       01  WS-NOTICE-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-BAD-DUE-DATE-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-OVERDUE-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-SENT-COUNT             PIC 9(07) OCCURS 3.
       01  WS-TOTAL-HELD-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-DROPPED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-DISPUTED-COUNT         PIC 9(07) VALUE ZERO.
      *
       01  WS-EDIT-AMOUNT                  PIC Z(09)9.99-.
       01  WS-EDIT-TOTAL                   PIC Z(11)9.99-.
       01  WS-EDIT-DIVISION                PIC 9(02).
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
           PERFORM 2000-DROP-SETTLED-HISTORY.
           PERFORM 3000-DUN-CUSTOMERS.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
      *
           OPEN INPUT  INVMAST-FILE.
           OPEN INPUT  INVCUST-FILE.
           OPEN I-O    DHST-FILE.
           OPEN OUTPUT DUNX-FILE.
           OPEN OUTPUT DUN-RPT.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'WEEKLY DUNNING RUN ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE ZERO TO WS-TOTAL-SENT-COUNT(1)
                        WS-TOTAL-SENT-COUNT(2)
                        WS-TOTAL-SENT-COUNT(3).
           PERFORM 1100-LOAD-DAYS-TABLE.
      *
       1100-LOAD-DAYS-TABLE.
      *
      *    A DIVISION'S OWN DUNTBL38 RECORD WINS; WITHOUT ONE IT
      *    TAKES DIVISION 00'S, AND WITHOUT THAT THE BUILT-IN
      *    1/30/60. A RECORD WHOSE THRESHOLDS DO NOT RISE WOULD LET
      *    A LEVEL BE SKIPPED OR NEVER REACHED, SO IT IS REPORTED
      *    AND IGNORED.
      *
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > 100
               MOVE 'N'  TO WS-DIV-OWN-SWITCH(WS-DIV-IDX)
               MOVE ZERO TO WS-DIV-OVERDUE-COUNT(WS-DIV-IDX)
                            WS-DIV-SENT-COUNT(WS-DIV-IDX, 1)
                            WS-DIV-SENT-COUNT(WS-DIV-IDX, 2)
                            WS-DIV-SENT-COUNT(WS-DIV-IDX, 3)
                            WS-DIV-HELD-COUNT(WS-DIV-IDX)
                            WS-DIV-DROPPED-COUNT(WS-DIV-IDX)
           END-PERFORM.
      *
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT DUNT-FILE.
           READ DUNT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF
               PERFORM 1110-TAKE-DAYS-RECORD
               READ DUNT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DUNT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
      *
           IF WS-DIV-HAS-OWN(1)
               MOVE 'DIVISION 00 RECORD' TO WS-DEFAULT-SOURCE
           ELSE
               MOVE 'BUILT-IN 1/30/60'   TO WS-DEFAULT-SOURCE
               PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
                   MOVE WS-BUILT-IN-LEVEL-DAYS(WS-LVL)
                        TO WS-DIV-LEVEL-DAYS(1, WS-LVL)
               END-PERFORM
           END-IF.
      *
           PERFORM VARYING WS-DIV-IDX FROM 2 BY 1
               UNTIL WS-DIV-IDX > 100
               IF NOT WS-DIV-HAS-OWN(WS-DIV-IDX)
                   PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
                       MOVE WS-DIV-LEVEL-DAYS(1, WS-LVL)
                            TO WS-DIV-LEVEL-DAYS(WS-DIV-IDX, WS-LVL)
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DAYS-PAST-DUE DEFAULT: ' WS-DEFAULT-SOURCE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       1110-TAKE-DAYS-RECORD.
      *
           IF INVDUNT-DIVISION-CODE NUMERIC
              AND INVDUNT-LEVEL-DAYS(1) NUMERIC
              AND INVDUNT-LEVEL-DAYS(2) NUMERIC
              AND INVDUNT-LEVEL-DAYS(3) NUMERIC
              AND INVDUNT-LEVEL-DAYS(1) > ZERO
              AND INVDUNT-LEVEL-DAYS(2) > INVDUNT-LEVEL-DAYS(1)
              AND INVDUNT-LEVEL-DAYS(3) > INVDUNT-LEVEL-DAYS(2)
               SET WS-DIV-IDX TO INVDUNT-DIVISION-CODE
               SET WS-DIV-IDX UP BY 1
               MOVE 'Y' TO WS-DIV-OWN-SWITCH(WS-DIV-IDX)
               PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
                   MOVE INVDUNT-LEVEL-DAYS(WS-LVL)
                        TO WS-DIV-LEVEL-DAYS(WS-DIV-IDX, WS-LVL)
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'WARNING - DUNTBL38 RECORD FOR DIVISION '
                      INVDUNT-DIVISION-CODE
                      ' IGNORED, DAYS DO NOT RISE'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE DUN-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       2000-DROP-SETTLED-HISTORY.
      *
      *    A MASTER CLOSED, VOIDED, OR PURGED SINCE THE LAST RUN IS
      *    FINISHED WITH DUNNING. ITS HISTORY GOES NOW, BEFORE THE
      *    CUSTOMER PASS, SO NOTHING BELOW EVER SEES IT.
      *
           MOVE 'DUNNING HISTORY DROPPED (SETTLED OR GONE)'
               TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE LOW-VALUES TO INVDHST-KEY.
           START DHST-FILE KEY IS NOT LESS THAN INVDHST-KEY
               INVALID KEY SET WS-H-EOF TO TRUE
           END-START.
           IF NOT WS-H-EOF
               PERFORM 2100-READ-NEXT-HISTORY
           END-IF.
           PERFORM UNTIL WS-H-EOF
               PERFORM 2200-CHECK-ONE-HISTORY
               PERFORM 2100-READ-NEXT-HISTORY
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       2100-READ-NEXT-HISTORY.
      *
           READ DHST-FILE NEXT RECORD
               AT END SET WS-H-EOF TO TRUE
           END-READ.
      *
       2200-CHECK-ONE-HISTORY.
      *
           MOVE INVDHST-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE INVDHST-DOCUMENT-TYPE  TO INVMAST-DOCUMENT-TYPE.
           MOVE INVDHST-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
           SET WS-MASTER-LIVE TO TRUE.
           READ INVMAST-FILE KEY IS INVMAST-KEY
               INVALID KEY SET WS-MASTER-MISSING TO TRUE
           END-READ.
      *
           IF WS-MASTER-MISSING
              OR (NOT INVMAST-OPEN AND NOT INVMAST-DISPUTED)
               DELETE DHST-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               SET WS-DIV-IDX TO INVDHST-DIVISION-CODE
               SET WS-DIV-IDX UP BY 1
               ADD 1 TO WS-DIV-DROPPED-COUNT(WS-DIV-IDX)
               ADD 1 TO WS-TOTAL-DROPPED-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               EVALUATE TRUE
                   WHEN WS-MASTER-MISSING
                       STRING '  ' INVDHST-DIVISION-CODE
                              '-' INVDHST-DOCUMENT-TYPE
                              '-' INVDHST-INVOICE-NUMBER
                              ' LEVEL ' INVDHST-LAST-LEVEL
                              ' - NO LONGER ON INVMST38'
                              DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WHEN INVMAST-VOIDED
                       STRING '  ' INVDHST-DIVISION-CODE
                              '-' INVDHST-DOCUMENT-TYPE
                              '-' INVDHST-INVOICE-NUMBER
                              ' LEVEL ' INVDHST-LAST-LEVEL
                              ' - VOIDED'
                              DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WHEN OTHER
                       STRING '  ' INVDHST-DIVISION-CODE
                              '-' INVDHST-DOCUMENT-TYPE
                              '-' INVDHST-INVOICE-NUMBER
                              ' LEVEL ' INVDHST-LAST-LEVEL
                              ' - CLOSED'
                              DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-EVALUATE
               WRITE DUN-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       3000-DUN-CUSTOMERS.
      *
      *    CUSTOMER NUMBER ZERO IS AN UNSTAMPED RESERVATION, SO THE
      *    PASS STARTS AT CUSTOMER 1.
      *
           MOVE 'NOTICES' TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE 1 TO INVMAST-CUSTOMER-NUMBER.
           START INVMAST-FILE
               KEY IS NOT LESS THAN INVMAST-CUSTOMER-NUMBER
               INVALID KEY SET WS-M-EOF TO TRUE
           END-START.
           IF NOT WS-M-EOF
               PERFORM 3050-READ-NEXT-MASTER
           END-IF.
           PERFORM 3100-DUN-ONE-CUSTOMER
               UNTIL WS-M-EOF.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       3050-READ-NEXT-MASTER.
      *
           READ INVMAST-FILE NEXT RECORD
               AT END SET WS-M-EOF TO TRUE
           END-READ.
      *
       3100-DUN-ONE-CUSTOMER.
      *
      *    ONE CONTROL BREAK PER CUSTOMER. A CUSTOMER WITH MORE
      *    OVERDUE DOCUMENTS THAN ONE NOTICE HOLDS GETS A FURTHER
      *    NOTICE FOR THE REST. A CUSTOMER WHOSE DOCUMENTS ARE ALL
      *    HELD AT THE LEVEL ALREADY SENT GETS NO NOTICE THIS RUN.
      *
           MOVE INVMAST-CUSTOMER-NUMBER TO WS-CUR-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-NTC-COUNT.
           MOVE ZERO TO WS-NTC-ESC-COUNT.
      *
           PERFORM UNTIL WS-M-EOF
                      OR INVMAST-CUSTOMER-NUMBER NOT =
                         WS-CUR-CUSTOMER-NUMBER
               PERFORM 3200-CHECK-ONE-MASTER
               PERFORM 3050-READ-NEXT-MASTER
           END-PERFORM.
      *
           IF WS-NTC-ESC-COUNT > ZERO
               PERFORM 3500-WRITE-NOTICE
           END-IF.
      *
       3200-CHECK-ONE-MASTER.
      *
           IF INVMAST-DISPUTED
               ADD 1 TO WS-TOTAL-DISPUTED-COUNT
           END-IF.
      *
           IF INVMAST-OPEN AND NOT INVMAST-DOC-CREDIT
               MOVE INVMAST-DUE-DATE TO WS-DUE-DATE
               IF WS-DUE-DATE NOT NUMERIC
                  OR WS-DUE-YEAR < 1601
                  OR WS-DUE-MONTH < 01 OR WS-DUE-MONTH > 12
                  OR WS-DUE-DAY < 01 OR WS-DUE-DAY > 31
                   PERFORM 3210-REPORT-BAD-DUE-DATE
               ELSE
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-INTEGER - WS-DUE-INTEGER
                   IF WS-DAYS-PAST-DUE > ZERO
                       PERFORM 3300-SET-LEVEL
                   END-IF
               END-IF
           END-IF.
      *
       3210-REPORT-BAD-DUE-DATE.
      *
           ADD 1 TO WS-BAD-DUE-DATE-COUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '  ** ' INVMAST-DIVISION-CODE
                  '-' INVMAST-DOCUMENT-TYPE
                  '-' INVMAST-INVOICE-NUMBER
                  ' DUE DATE ' INVMAST-DUE-DATE
                  ' IS NOT A DATE, NOT DUNNED'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       3300-SET-LEVEL.
      *
      *    THE LEVEL EARNED IS THE HIGHEST THRESHOLD REACHED; THE
      *    LEVEL SENT IS ONE ABOVE THE LAST ONE SENT, AND ONLY WHEN
      *    THE MASTER HAS EARNED MORE THAN IT HAS ALREADY HAD. A
      *    MASTER THAT HAS NOT EARNED MORE IS HELD AT ITS LAST LEVEL
      *    (ZERO IF IT HAS NEVER BEEN DUNNED) BUT STILL GOES ON THE
      *    CUSTOMER'S NOTICE, SO THE NOTICE SHOWS ALL THAT IS OWED.
      *
           SET WS-DIV-IDX TO INVMAST-DIVISION-CODE.
           SET WS-DIV-IDX UP BY 1.
           ADD 1 TO WS-DIV-OVERDUE-COUNT(WS-DIV-IDX).
           ADD 1 TO WS-TOTAL-OVERDUE-COUNT.
      *
           MOVE ZERO TO WS-TARGET-LEVEL.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
               IF WS-DAYS-PAST-DUE NOT <
                  WS-DIV-LEVEL-DAYS(WS-DIV-IDX, WS-LVL)
                   MOVE WS-LVL TO WS-TARGET-LEVEL
               END-IF
           END-PERFORM.
      *
           MOVE INVMAST-DIVISION-CODE  TO INVDHST-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVDHST-DOCUMENT-TYPE.
           MOVE INVMAST-INVOICE-NUMBER TO INVDHST-INVOICE-NUMBER.
           MOVE ZERO TO WS-LAST-LEVEL.
           READ DHST-FILE KEY IS INVDHST-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE INVDHST-LAST-LEVEL TO WS-LAST-LEVEL
           END-READ.
      *
           IF WS-NTC-COUNT NOT < WS-NTC-MAX
               IF WS-NTC-ESC-COUNT > ZERO
                   PERFORM 3500-WRITE-NOTICE
               END-IF
               MOVE ZERO TO WS-NTC-COUNT
               MOVE ZERO TO WS-NTC-ESC-COUNT
           END-IF.
      *
           PERFORM 3310-ADD-TO-NOTICE.
           IF WS-TARGET-LEVEL > WS-LAST-LEVEL
               COMPUTE WS-SEND-LEVEL = WS-LAST-LEVEL + 1
               MOVE WS-SEND-LEVEL
                    TO WS-NTC-DUNNING-LEVEL(WS-NTC-IDX)
               MOVE 'Y' TO WS-NTC-ESC-SWITCH(WS-NTC-IDX)
               ADD 1 TO WS-NTC-ESC-COUNT
           ELSE
               ADD 1 TO WS-DIV-HELD-COUNT(WS-DIV-IDX)
               ADD 1 TO WS-TOTAL-HELD-COUNT
           END-IF.
      *
       3310-ADD-TO-NOTICE.
      *
           ADD 1 TO WS-NTC-COUNT.
           SET WS-NTC-IDX TO WS-NTC-COUNT.
           MOVE INVMAST-DIVISION-CODE
                TO WS-NTC-DIVISION-CODE(WS-NTC-IDX).
           MOVE INVMAST-DOCUMENT-TYPE
                TO WS-NTC-DOCUMENT-TYPE(WS-NTC-IDX).
           MOVE INVMAST-INVOICE-NUMBER
                TO WS-NTC-INVOICE-NUMBER(WS-NTC-IDX).
           MOVE INVMAST-INVOICE-AMOUNT TO WS-NTC-AMOUNT(WS-NTC-IDX).
           MOVE INVMAST-DUE-DATE       TO WS-NTC-DUE-DATE(WS-NTC-IDX).
           MOVE WS-DAYS-PAST-DUE
                TO WS-NTC-DAYS-PAST-DUE(WS-NTC-IDX).
           MOVE WS-LAST-LEVEL
                TO WS-NTC-DUNNING-LEVEL(WS-NTC-IDX).
           MOVE 'N' TO WS-NTC-ESC-SWITCH(WS-NTC-IDX).
      *
       3500-WRITE-NOTICE.
      *
      *    THE EXTRACT IS WRITTEN BEFORE THE HISTORY IS UPDATED, SO
      *    A LEVEL IS NEVER RECORDED AS SENT WITHOUT A NOTICE FOR IT.
      *    THE NOTICE LEVEL, WHICH PICKS THE LETTER, IS THE HIGHEST
      *    LEVEL REACHED THIS RUN; THE TOTAL COVERS EVERY DOCUMENT.
      *
           MOVE ZERO TO WS-NTC-LEVEL.
           MOVE ZERO TO WS-NTC-TOTAL.
           PERFORM VARYING WS-NTC-IDX FROM 1 BY 1
               UNTIL WS-NTC-IDX > WS-NTC-COUNT
               ADD WS-NTC-AMOUNT(WS-NTC-IDX) TO WS-NTC-TOTAL
               IF WS-NTC-ESCALATED(WS-NTC-IDX)
                  AND WS-NTC-DUNNING-LEVEL(WS-NTC-IDX) > WS-NTC-LEVEL
                   MOVE WS-NTC-DUNNING-LEVEL(WS-NTC-IDX)
                        TO WS-NTC-LEVEL
               END-IF
           END-PERFORM.
      *
           MOVE WS-CUR-CUSTOMER-NUMBER TO INVCUST-CUSTOMER-NUMBER.
           READ INVCUST-FILE
               INVALID KEY MOVE SPACES TO INVCUST-CUSTOMER-NAME
           END-READ.
      *
           MOVE SPACES                 TO INVDUNX-RECORD.
           SET INVDUNX-HEADER          TO TRUE.
           MOVE WS-CUR-CUSTOMER-NUMBER TO INVDUNX-CUSTOMER-NUMBER.
           MOVE WS-CURRENT-DATE        TO INVDUNX-NOTICE-DATE.
           MOVE INVCUST-CUSTOMER-NAME  TO INVDUNX-CUSTOMER-NAME.
           MOVE WS-NTC-LEVEL           TO INVDUNX-NOTICE-LEVEL.
           MOVE WS-NTC-COUNT           TO INVDUNX-INVOICE-COUNT.
           MOVE WS-NTC-TOTAL           TO INVDUNX-TOTAL-OVERDUE.
           WRITE INVDUNX-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
      *
           MOVE WS-NTC-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-RPT-TEXT.
           IF INVCUST-CUSTOMER-NAME = SPACES
               STRING 'CUSTOMER ' WS-CUR-CUSTOMER-NUMBER
                      ' ** NOT ON CUSMST38'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING 'CUSTOMER ' WS-CUR-CUSTOMER-NUMBER
                      ' ' INVCUST-CUSTOMER-NAME
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
           PERFORM VARYING WS-NTC-IDX FROM 1 BY 1
               UNTIL WS-NTC-IDX > WS-NTC-COUNT
               PERFORM 3510-WRITE-NOTICE-DETAIL
               IF WS-NTC-ESCALATED(WS-NTC-IDX)
                   PERFORM 3520-RECORD-HISTORY
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '    NOTICE LEVEL ' WS-NTC-LEVEL
                  '  DOCUMENTS ' WS-NTC-COUNT
                  '  TOTAL OVERDUE ' WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       3510-WRITE-NOTICE-DETAIL.
      *
           MOVE SPACES                 TO INVDUNX-RECORD.
           SET INVDUNX-DETAIL          TO TRUE.
           MOVE WS-CUR-CUSTOMER-NUMBER TO INVDUNX-CUSTOMER-NUMBER.
           MOVE WS-CURRENT-DATE        TO INVDUNX-NOTICE-DATE.
           MOVE WS-NTC-DIVISION-CODE(WS-NTC-IDX)
                TO INVDUNX-DIVISION-CODE.
           MOVE WS-NTC-DOCUMENT-TYPE(WS-NTC-IDX)
                TO INVDUNX-DOCUMENT-TYPE.
           MOVE WS-NTC-INVOICE-NUMBER(WS-NTC-IDX)
                TO INVDUNX-INVOICE-NUMBER.
           MOVE WS-NTC-AMOUNT(WS-NTC-IDX)
                TO INVDUNX-INVOICE-AMOUNT.
           MOVE WS-NTC-DUE-DATE(WS-NTC-IDX)
                TO INVDUNX-DUE-DATE.
           MOVE WS-NTC-DAYS-PAST-DUE(WS-NTC-IDX)
                TO INVDUNX-DAYS-PAST-DUE.
           MOVE WS-NTC-DUNNING-LEVEL(WS-NTC-IDX)
                TO INVDUNX-DUNNING-LEVEL.
           MOVE WS-NTC-ESC-SWITCH(WS-NTC-IDX)
                TO INVDUNX-ESCALATED-SWITCH.
           WRITE INVDUNX-RECORD.
      *
           MOVE WS-NTC-AMOUNT(WS-NTC-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '    ' WS-NTC-DIVISION-CODE(WS-NTC-IDX)
                  '-' WS-NTC-DOCUMENT-TYPE(WS-NTC-IDX)
                  '-' WS-NTC-INVOICE-NUMBER(WS-NTC-IDX)
                  ' ' WS-EDIT-AMOUNT
                  ' DUE ' WS-NTC-DUE-DATE(WS-NTC-IDX)
                  ' +' WS-NTC-DAYS-PAST-DUE(WS-NTC-IDX)
                  ' LVL ' WS-NTC-DUNNING-LEVEL(WS-NTC-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           IF NOT WS-NTC-ESCALATED(WS-NTC-IDX)
               MOVE 'HELD' TO WS-RPT-TEXT(60:4)
           END-IF.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       3520-RECORD-HISTORY.
      *
           MOVE WS-NTC-DIVISION-CODE(WS-NTC-IDX)
                TO INVDHST-DIVISION-CODE.
           MOVE WS-NTC-DOCUMENT-TYPE(WS-NTC-IDX)
                TO INVDHST-DOCUMENT-TYPE.
           MOVE WS-NTC-INVOICE-NUMBER(WS-NTC-IDX)
                TO INVDHST-INVOICE-NUMBER.
           MOVE WS-NTC-DUNNING-LEVEL(WS-NTC-IDX) TO WS-SEND-LEVEL.
      *
           MOVE 'N' TO WS-HIST-FOUND-SWITCH.
           READ DHST-FILE KEY IS INVDHST-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HIST-FOUND TO TRUE
           END-READ.
      *
           IF NOT WS-HIST-FOUND
               MOVE ZERO TO INVDHST-LEVEL-DATE(1)
                            INVDHST-LEVEL-DATE(2)
                            INVDHST-LEVEL-DATE(3)
           END-IF.
           MOVE WS-CUR-CUSTOMER-NUMBER TO INVDHST-CUSTOMER-NUMBER.
           MOVE WS-SEND-LEVEL          TO INVDHST-LAST-LEVEL.
           MOVE WS-CURRENT-DATE
                TO INVDHST-LEVEL-DATE(WS-SEND-LEVEL).
      *
           IF WS-HIST-FOUND
               REWRITE INVDHST-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE INVDHST-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
      *
           SET WS-DIV-IDX TO WS-NTC-DIVISION-CODE(WS-NTC-IDX).
           SET WS-DIV-IDX UP BY 1.
           ADD 1 TO WS-DIV-SENT-COUNT(WS-DIV-IDX, WS-SEND-LEVEL).
           ADD 1 TO WS-TOTAL-SENT-COUNT(WS-SEND-LEVEL).
      *
       4000-PRINT-TOTALS.
      *
           MOVE 'COUNTS BY DIVISION' TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE 'DV DAYS        OVERDUE    LVL1    LVL2    LVL3    HELD'
               TO WS-RPT-TEXT.
           MOVE 'DROPPED' TO WS-RPT-TEXT(56:7).
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > 100
               IF WS-DIV-OVERDUE-COUNT(WS-DIV-IDX) > ZERO
                  OR WS-DIV-DROPPED-COUNT(WS-DIV-IDX) > ZERO
                   PERFORM 4100-PRINT-DIVISION
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'NOTICES WRITTEN        ' WS-NOTICE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DOCUMENTS OVERDUE      ' WS-TOTAL-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'FIRST REMINDERS SENT   ' WS-TOTAL-SENT-COUNT(1)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'SECOND NOTICES SENT    ' WS-TOTAL-SENT-COUNT(2)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'FINAL DEMANDS SENT     ' WS-TOTAL-SENT-COUNT(3)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'HELD AT LEVEL ALREADY  ' WS-TOTAL-HELD-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'HISTORY DROPPED        ' WS-TOTAL-DROPPED-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'BAD DUE DATES          ' WS-BAD-DUE-DATE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DISPUTED, NOT DUNNED   ' WS-TOTAL-DISPUTED-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       4100-PRINT-DIVISION.
      *
           SET WS-EDIT-DIVISION TO WS-DIV-IDX.
           SUBTRACT 1 FROM WS-EDIT-DIVISION.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING WS-EDIT-DIVISION
                  ' ' WS-DIV-LEVEL-DAYS(WS-DIV-IDX, 1)
                  '/' WS-DIV-LEVEL-DAYS(WS-DIV-IDX, 2)
                  '/' WS-DIV-LEVEL-DAYS(WS-DIV-IDX, 3)
                  ' ' WS-DIV-OVERDUE-COUNT(WS-DIV-IDX)
                  ' ' WS-DIV-SENT-COUNT(WS-DIV-IDX, 1)
                  ' ' WS-DIV-SENT-COUNT(WS-DIV-IDX, 2)
                  ' ' WS-DIV-SENT-COUNT(WS-DIV-IDX, 3)
                  ' ' WS-DIV-HELD-COUNT(WS-DIV-IDX)
                  ' ' WS-DIV-DROPPED-COUNT(WS-DIV-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DUN-RPT-LINE FROM WS-RPT-LINE.
      *
       9000-TERMINATE.
      *
           CLOSE INVMAST-FILE.
           CLOSE INVCUST-FILE.
           CLOSE DHST-FILE.
           CLOSE DUNX-FILE.
           CLOSE DUN-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'DUNING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'NOTICES'                TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-NOTICE-COUNT          TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'OVERDUE'                TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-TOTAL-OVERDUE-COUNT   TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'HELD'                   TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-TOTAL-HELD-COUNT      TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'BAD DUE DATE'           TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-BAD-DUE-DATE-COUNT    TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-BAD-DUE-DATE-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'INVOICES WITH UNUSABLE DUE DATES REPORTED'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
