       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BALING38.
      *
      *****************************************************************
      *    NIGHTLY LINE-ITEM BALANCING REPORT.                         *
      *    PROVES THE INVLIN38 LINE-ITEM FILE AGREES WITH THE          *
      *    INVMAST-INVOICE-AMOUNT HEADER FIGURE DTLING38 STAMPS.       *
      *    BOTH FILES ARE KEYED DIVISION/DOCUMENT-TYPE/NUMBER (THE     *
      *    LINE FILE ADDS A LINE NUMBER), SO ONE MATCHED PASS OF THE   *
      *    TWO BROWSES REPORTS, WITH COUNTS BY DIVISION:               *
      *      - OUT OF BALANCE: A MASTER WHOSE LINES' EXTENDED AMOUNTS  *
      *        DO NOT ADD UP TO ITS HEADER AMOUNT.                     *
      *      - NO LINES: A STAMPED MASTER (ONE CARRYING A CUSTOMER     *
      *        NUMBER) WITH NO LINE ITEMS AT ALL.                      *
      *      - ORPHANED LINES: LINES WHOSE MASTER WAS VOIDED, OR WAS   *
      *        NEVER ON INVMST38 AT ALL.                               *
      *    A VOIDED MASTER IS NOT BALANCED - IT BILLS NOTHING - AND    *
      *    AN UNSTAMPED MASTER WITH NO LINES IS SIMPLY NOT BILLED YET. *
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
           SELECT INVLINE-FILE ASSIGN TO INVLIN38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVLINE-KEY.
      *
           SELECT BALANCE-RPT  ASSIGN TO BALRPT38
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
       FD  INVLINE-FILE.
      *
       COPY INVLINE.
      *
       FD  BALANCE-RPT.
      *
       01  BALANCE-RPT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-M-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-M-EOF                    VALUE 'Y'.
       01  WS-L-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-L-EOF                    VALUE 'Y'.
      *
       01  WS-LINE-TOTAL                   PIC S9(11)V99 COMP-3.
       01  WS-LINE-COUNT                   PIC 9(05).
      *
       01  WS-EDIT-HEADER                  PIC Z(09)9.99-.
       01  WS-EDIT-LINES                   PIC Z(09)9.99-.
      *
       01  WS-TOT-TABLE.
           05  WS-TOT-ENTRY OCCURS 100 TIMES INDEXED BY WS-TOT-IDX.
               10  WS-TOT-MASTER-COUNT     PIC 9(07) VALUE ZERO.
               10  WS-TOT-BALANCED-COUNT   PIC 9(07) VALUE ZERO.
               10  WS-TOT-UNBALANCED-COUNT PIC 9(07) VALUE ZERO.
               10  WS-TOT-NO-LINES-COUNT   PIC 9(07) VALUE ZERO.
               10  WS-TOT-VOID-LINE-COUNT  PIC 9(07) VALUE ZERO.
               10  WS-TOT-NO-MST-LINE-COUNT
                                           PIC 9(07) VALUE ZERO.
      *
       01  WS-SUBSCRIPT                    PIC 9(04).
       01  WS-REPORT-DIVISION-CODE         PIC 9(02).
      *
       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-MASTER-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RUN-UNBALANCED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-RUN-NO-LINES-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-RUN-NO-MST-LINE-COUNT        PIC 9(09) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MATCH-MASTER-TO-LINES
               UNTIL WS-M-EOF AND WS-L-EOF.
           PERFORM 3000-PRINT-DIVISION-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           OPEN INPUT  INVMAST-FILE.
           OPEN INPUT  INVLINE-FILE.
           OPEN OUTPUT BALANCE-RPT.
      *
           MOVE 'INVOICE LINE-ITEM BALANCING REPORT' TO WS-RPT-TEXT.
           WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
      *
           MOVE LOW-VALUES TO INVMAST-KEY.
           START INVMAST-FILE KEY IS NOT LESS THAN INVMAST-KEY
               INVALID KEY SET WS-M-EOF TO TRUE
           END-START.
           IF NOT WS-M-EOF
               PERFORM 1100-READ-NEXT-MASTER
           END-IF.
      *
           MOVE LOW-VALUES TO INVLINE-KEY.
           START INVLINE-FILE KEY IS NOT LESS THAN INVLINE-KEY
               INVALID KEY SET WS-L-EOF TO TRUE
           END-START.
           IF NOT WS-L-EOF
               PERFORM 1200-READ-NEXT-LINE
           END-IF.
      *
       1100-READ-NEXT-MASTER.
      *
           READ INVMAST-FILE NEXT RECORD
               AT END SET WS-M-EOF TO TRUE
           END-READ.
      *
       1200-READ-NEXT-LINE.
      *
           READ INVLINE-FILE NEXT RECORD
               AT END SET WS-L-EOF TO TRUE
           END-READ.
      *
       2000-MATCH-MASTER-TO-LINES.
      *
      *    THE LINE FILE'S MASTER-KEY PREFIX AND THE MASTER KEY ARE
      *    THE SAME DISPLAY LAYOUT, SO THEY COMPARE AS ONE FIELD.
      *
           EVALUATE TRUE
               WHEN WS-L-EOF
                   PERFORM 2100-CHECK-MASTER-WITHOUT-LINES
                   PERFORM 1100-READ-NEXT-MASTER
               WHEN WS-M-EOF
                   PERFORM 2200-REPORT-LINE-WITHOUT-MASTER
                   PERFORM 1200-READ-NEXT-LINE
               WHEN INVLINE-MASTER-KEY < INVMAST-KEY
                   PERFORM 2200-REPORT-LINE-WITHOUT-MASTER
                   PERFORM 1200-READ-NEXT-LINE
               WHEN INVLINE-MASTER-KEY > INVMAST-KEY
                   PERFORM 2100-CHECK-MASTER-WITHOUT-LINES
                   PERFORM 1100-READ-NEXT-MASTER
               WHEN OTHER
                   PERFORM 2300-BALANCE-ONE-MASTER
                   PERFORM 1100-READ-NEXT-MASTER
           END-EVALUATE.
      *
       2100-CHECK-MASTER-WITHOUT-LINES.
      *
           SET WS-TOT-IDX TO INVMAST-DIVISION-CODE.
           SET WS-TOT-IDX UP BY 1.
           ADD 1 TO WS-TOT-MASTER-COUNT(WS-TOT-IDX).
      *
           IF NOT INVMAST-VOIDED
              AND INVMAST-CUSTOMER-NUMBER NOT = ZERO
               ADD 1 TO WS-TOT-NO-LINES-COUNT(WS-TOT-IDX)
               MOVE INVMAST-INVOICE-AMOUNT TO WS-EDIT-HEADER
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'DIVISION ' INVMAST-DIVISION-CODE
                      ' TYPE ' INVMAST-DOCUMENT-TYPE
                      ' NUMBER ' INVMAST-INVOICE-NUMBER
                      ' STAMPED ' WS-EDIT-HEADER
                      ' - NO LINES'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       2200-REPORT-LINE-WITHOUT-MASTER.
      *
           SET WS-TOT-IDX TO INVLINE-DIVISION-CODE.
           SET WS-TOT-IDX UP BY 1.
           ADD 1 TO WS-TOT-NO-MST-LINE-COUNT(WS-TOT-IDX).
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' INVLINE-DIVISION-CODE
                  ' TYPE ' INVLINE-DOCUMENT-TYPE
                  ' NUMBER ' INVLINE-INVOICE-NUMBER
                  ' LINE ' INVLINE-LINE-NUMBER
                  ' - NO MASTER RECORD'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE.
      *
       2300-BALANCE-ONE-MASTER.
      *
      *    GATHERS EVERY LINE UNDER THIS MASTER, THEN JUDGES THE
      *    MASTER ONCE. LINES UNDER A VOIDED MASTER ARE ORPHANS - THE
      *    DOCUMENT THEY DESCRIBE NO LONGER BILLS ANYTHING.
      *
           SET WS-TOT-IDX TO INVMAST-DIVISION-CODE.
           SET WS-TOT-IDX UP BY 1.
           ADD 1 TO WS-TOT-MASTER-COUNT(WS-TOT-IDX).
           MOVE ZERO TO WS-LINE-TOTAL.
           MOVE ZERO TO WS-LINE-COUNT.
      *
           PERFORM UNTIL WS-L-EOF
                      OR INVLINE-MASTER-KEY NOT = INVMAST-KEY
               ADD INVLINE-EXTENDED-AMOUNT TO WS-LINE-TOTAL
               ADD 1 TO WS-LINE-COUNT
               IF INVMAST-VOIDED
                   ADD 1 TO WS-TOT-VOID-LINE-COUNT(WS-TOT-IDX)
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DIVISION ' INVLINE-DIVISION-CODE
                          ' TYPE ' INVLINE-DOCUMENT-TYPE
                          ' NUMBER ' INVLINE-INVOICE-NUMBER
                          ' LINE ' INVLINE-LINE-NUMBER
                          ' - MASTER IS VOIDED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE
               END-IF
               PERFORM 1200-READ-NEXT-LINE
           END-PERFORM.
      *
           IF NOT INVMAST-VOIDED
               IF WS-LINE-TOTAL = INVMAST-INVOICE-AMOUNT
                   ADD 1 TO WS-TOT-BALANCED-COUNT(WS-TOT-IDX)
               ELSE
                   ADD 1 TO WS-TOT-UNBALANCED-COUNT(WS-TOT-IDX)
                   MOVE INVMAST-INVOICE-AMOUNT TO WS-EDIT-HEADER
                   MOVE WS-LINE-TOTAL          TO WS-EDIT-LINES
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DIVISION ' INVMAST-DIVISION-CODE
                          ' TYPE ' INVMAST-DOCUMENT-TYPE
                          ' NUMBER ' INVMAST-INVOICE-NUMBER
                          ' OUT OF BALANCE'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING '    HEADER ' WS-EDIT-HEADER
                          ' LINES ' WS-EDIT-LINES
                          ' (' WS-LINE-COUNT ' LINES)'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.
      *
       3000-PRINT-DIVISION-TOTALS.
      *
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > 100
               IF WS-TOT-MASTER-COUNT(WS-TOT-IDX) > ZERO
                  OR WS-TOT-NO-MST-LINE-COUNT(WS-TOT-IDX) > ZERO
                   PERFORM 3100-PRINT-ONE-DIVISION-TOTAL
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE 'END OF BALANCING REPORT' TO WS-RPT-TEXT.
           WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE.
      *
       3100-PRINT-ONE-DIVISION-TOTAL.
      *
           ADD WS-TOT-MASTER-COUNT(WS-TOT-IDX) TO WS-RUN-MASTER-COUNT.
           ADD WS-TOT-UNBALANCED-COUNT(WS-TOT-IDX)
               TO WS-RUN-UNBALANCED-COUNT.
           ADD WS-TOT-NO-LINES-COUNT(WS-TOT-IDX)
               TO WS-RUN-NO-LINES-COUNT.
           ADD WS-TOT-NO-MST-LINE-COUNT(WS-TOT-IDX)
               TO WS-RUN-NO-MST-LINE-COUNT.
           SET WS-SUBSCRIPT TO WS-TOT-IDX.
           COMPUTE WS-REPORT-DIVISION-CODE = WS-SUBSCRIPT - 1.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' WS-REPORT-DIVISION-CODE
                  ' MASTERS: ' WS-TOT-MASTER-COUNT(WS-TOT-IDX)
                  ' BALANCED: ' WS-TOT-BALANCED-COUNT(WS-TOT-IDX)
                  ' OUT: ' WS-TOT-UNBALANCED-COUNT(WS-TOT-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' WS-REPORT-DIVISION-CODE
                  ' NO LINES: ' WS-TOT-NO-LINES-COUNT(WS-TOT-IDX)
                  ' VOID LINES: ' WS-TOT-VOID-LINE-COUNT(WS-TOT-IDX)
                  ' NO MASTER: '
                  WS-TOT-NO-MST-LINE-COUNT(WS-TOT-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE BALANCE-RPT-LINE FROM WS-RPT-LINE.
      *
       9000-TERMINATE.
      *
           CLOSE INVMAST-FILE.
           CLOSE INVLINE-FILE.
           CLOSE BALANCE-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'BALING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'MASTERS'                TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-RUN-MASTER-COUNT      TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'OUT OF BAL'             TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-UNBALANCED-COUNT  TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'NO LINES'               TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RUN-NO-LINES-COUNT    TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'LINE NO MST'            TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-RUN-NO-MST-LINE-COUNT TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-RUN-UNBALANCED-COUNT > ZERO
              OR WS-RUN-NO-MST-LINE-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'MASTERS OUT OF BALANCE OR LINES WITHOUT MASTER'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
