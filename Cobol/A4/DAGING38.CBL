       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DAGING38.
      *
      *****************************************************************
      *    DISPUTED-INVOICE AGING REPORT.                              *
      *    BROWSES THE INVMST38 MASTER FILE IN DIVISION/DOCUMENT       *
      *    ORDER AND LISTS, PER DIVISION, EVERY MASTER DISING38 HAS    *
      *    PUT INTO DISPUTE: THE CUSTOMER, THE AMOUNT, THE DATE THE    *
      *    DISPUTE WAS OPENED, HOW MANY DAYS IT HAS BEEN OPEN, WHO     *
      *    OPENED IT, AND THE REASON CODE. THE OPENING DETAIL IS THE   *
      *    LAST 'O' ENTRY ON THE DSPLOG38 DISPUTE LOG FOR THE MASTER;  *
      *    A DISPUTED MASTER WITH NO SUCH ENTRY IS FLAGGED RATHER      *
      *    THAN AGED, SINCE THE TRAIL THAT SHOULD EXPLAIN IT IS GONE.  *
      *    EACH DIVISION IS TOTALLED BY COUNT AND AMOUNT, BUCKETED     *
      *    0-30 / 31-60 / 61-90 / OVER 90 DAYS OPEN, SO COLLECTIONS    *
      *    CAN SEE WHICH DISPUTES ARE SITTING UNRESOLVED. THE LOG      *
      *    DATE IS THE CICS EIBDATE (0CYYDDD) AND IS EXPANDED THE      *
      *    SAME WAY AGEING38 EXPANDS THE ISSUE DATE.                   *
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
           SELECT DSPLOG-FILE  ASSIGN TO DSPLOG38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVDSPL-KEY.
      *
           SELECT DSPAGE-RPT   ASSIGN TO DAGRPT38
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
       FD  DSPLOG-FILE.
      *
       COPY INVDSPL.
      *
       FD  DSPAGE-RPT.
      *
       01  DSPAGE-RPT-LINE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *
       01  WS-FIRST-RECORD-SWITCH          PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD             VALUE 'Y'.
      *
       01  WS-LOG-DONE-SWITCH              PIC X     VALUE 'N'.
           88  WS-LOG-DONE                 VALUE 'Y'.
      *
       01  WS-OPEN-FOUND-SWITCH            PIC X     VALUE 'N'.
           88  WS-OPEN-FOUND               VALUE 'Y'.
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-TODAY-INTEGER                PIC 9(08).
       01  WS-OPEN-CYYDDD                  PIC 9(07).
       01  WS-OPEN-SPLIT REDEFINES WS-OPEN-CYYDDD.
           05  WS-OPEN-CYY                 PIC 9(04).
           05  WS-OPEN-DDD                 PIC 9(03).
       01  WS-OPEN-YYYYDDD                 PIC 9(07).
       01  WS-OPEN-INTEGER                 PIC 9(08).
       01  WS-AGE-DAYS                     PIC S9(08).
       01  WS-AGE-DISPLAY                  PIC 9(05).
      *
       01  WS-OPEN-OPERATOR-ID             PIC X(08).
       01  WS-OPEN-REASON-CODE             PIC X(04).
      *
       01  WS-PREV-DIVISION-CODE           PIC 9(02) VALUE ZERO.
      *
       01  WS-DIV-DISPUTE-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-DIV-0-30-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-DIV-31-60-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DIV-61-90-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DIV-OVER-90-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-DIV-NO-ENTRY-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-DISPUTE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-NO-ENTRY-COUNT         PIC 9(06) VALUE ZERO.
      *
       01  WS-DIV-DISPUTE-AMOUNT           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  WS-DIV-0-30-AMOUNT              PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  WS-DIV-31-60-AMOUNT             PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  WS-DIV-61-90-AMOUNT             PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  WS-DIV-OVER-90-AMOUNT           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  WS-TOTAL-DISPUTE-AMOUNT         PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC Z(09)9.99-.
       01  WS-TOTAL-EDIT                   PIC Z(11)9.99-.
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
           PERFORM 2000-CHECK-MASTER-RECORD UNTIL WS-EOF.
           PERFORM 4000-PRINT-GRAND-TOTALS.
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
           OPEN INPUT  DSPLOG-FILE.
           OPEN OUTPUT DSPAGE-RPT.
      *
           MOVE 'DISPUTED INVOICE AGING REPORT (DAYS IN DISPUTE)'
               TO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
      *
           MOVE LOW-VALUES TO INVMAST-KEY.
           START INVMAST-FILE KEY IS NOT LESS THAN INVMAST-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
      *
           IF NOT WS-EOF
               READ INVMAST-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
      *
       2000-CHECK-MASTER-RECORD.
      *
           IF WS-FIRST-RECORD
               MOVE INVMAST-DIVISION-CODE TO WS-PREV-DIVISION-CODE
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           ELSE
               IF INVMAST-DIVISION-CODE NOT = WS-PREV-DIVISION-CODE
                   PERFORM 3000-PRINT-DIVISION-TOTALS
                   MOVE INVMAST-DIVISION-CODE
                        TO WS-PREV-DIVISION-CODE
               END-IF
           END-IF.
      *
           IF INVMAST-DISPUTED
               PERFORM 2100-AGE-DISPUTED-MASTER
           END-IF.
      *
           READ INVMAST-FILE NEXT RECORD
               AT END
                   IF NOT WS-FIRST-RECORD
                       PERFORM 3000-PRINT-DIVISION-TOTALS
                   END-IF
                   SET WS-EOF TO TRUE
           END-READ.
      *
       2100-AGE-DISPUTED-MASTER.
      *
           ADD 1 TO WS-DIV-DISPUTE-COUNT.
           ADD INVMAST-INVOICE-AMOUNT TO WS-DIV-DISPUTE-AMOUNT.
      *
           PERFORM 2200-FIND-OPEN-ENTRY.
      *
           MOVE INVMAST-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIV ' INVMAST-DIVISION-CODE
                  ' ' INVMAST-DOCUMENT-TYPE
                  ' ' INVMAST-INVOICE-NUMBER
                  ' CUST ' INVMAST-CUSTOMER-NUMBER
                  ' AMT ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           IF NOT WS-OPEN-FOUND
               ADD 1 TO WS-DIV-NO-ENTRY-COUNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING '   ** NO OPEN ENTRY ON DSPLOG38'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE
           ELSE
               IF WS-OPEN-DDD = ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-OPEN-YYYYDDD =
                       (1900 + WS-OPEN-CYY) * 1000 + WS-OPEN-DDD
                   COMPUTE WS-OPEN-INTEGER =
                       FUNCTION INTEGER-OF-DAY (WS-OPEN-YYYYDDD)
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-OPEN-INTEGER
               END-IF
               PERFORM 2300-BUCKET-DISPUTE
               MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
               MOVE SPACES TO WS-RPT-TEXT
               STRING '   OPENED ' WS-OPEN-CYYDDD
                      '  DAYS ' WS-AGE-DISPLAY
                      '  BY ' WS-OPEN-OPERATOR-ID
                      '  REASON ' WS-OPEN-REASON-CODE
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       2200-FIND-OPEN-ENTRY.
      *
      *    A MASTER'S LOG ENTRIES ARE KEYED IN THE ORDER THEY WERE
      *    WRITTEN, SO THE LAST 'O' ENTRY READ IS THE ONE THAT OPENED
      *    THE CURRENT DISPUTE.
      *
           MOVE 'N' TO WS-OPEN-FOUND-SWITCH.
           MOVE 'N' TO WS-LOG-DONE-SWITCH.
           MOVE INVMAST-DIVISION-CODE  TO INVDSPL-DIVISION-CODE.
           MOVE INVMAST-DOCUMENT-TYPE  TO INVDSPL-DOCUMENT-TYPE.
           MOVE INVMAST-INVOICE-NUMBER TO INVDSPL-INVOICE-NUMBER.
           MOVE ZERO TO INVDSPL-LOG-DATE.
           MOVE ZERO TO INVDSPL-LOG-TIME.
      *
           START DSPLOG-FILE KEY IS NOT LESS THAN INVDSPL-KEY
               INVALID KEY SET WS-LOG-DONE TO TRUE
           END-START.
      *
           PERFORM 2210-READ-NEXT-LOG-ENTRY UNTIL WS-LOG-DONE.
      *
       2210-READ-NEXT-LOG-ENTRY.
      *
           READ DSPLOG-FILE NEXT RECORD
               AT END SET WS-LOG-DONE TO TRUE
           END-READ.
      *
           IF NOT WS-LOG-DONE
               IF INVDSPL-DIVISION-CODE  NOT = INVMAST-DIVISION-CODE
               OR INVDSPL-DOCUMENT-TYPE  NOT = INVMAST-DOCUMENT-TYPE
               OR INVDSPL-INVOICE-NUMBER NOT = INVMAST-INVOICE-NUMBER
                   SET WS-LOG-DONE TO TRUE
               ELSE
                   IF INVDSPL-OPENED
                       MOVE 'Y' TO WS-OPEN-FOUND-SWITCH
                       MOVE INVDSPL-LOG-DATE    TO WS-OPEN-CYYDDD
                       MOVE INVDSPL-OPERATOR-ID TO WS-OPEN-OPERATOR-ID
                       MOVE INVDSPL-REASON-CODE TO WS-OPEN-REASON-CODE
                   END-IF
               END-IF
           END-IF.
      *
       2300-BUCKET-DISPUTE.
      *
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   ADD 1 TO WS-DIV-OVER-90-COUNT
                   ADD INVMAST-INVOICE-AMOUNT TO WS-DIV-OVER-90-AMOUNT
               WHEN WS-AGE-DAYS > 60
                   ADD 1 TO WS-DIV-61-90-COUNT
                   ADD INVMAST-INVOICE-AMOUNT TO WS-DIV-61-90-AMOUNT
               WHEN WS-AGE-DAYS > 30
                   ADD 1 TO WS-DIV-31-60-COUNT
                   ADD INVMAST-INVOICE-AMOUNT TO WS-DIV-31-60-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-DIV-0-30-COUNT
                   ADD INVMAST-INVOICE-AMOUNT TO WS-DIV-0-30-AMOUNT
           END-EVALUATE.
      *
       3000-PRINT-DIVISION-TOTALS.
      *
      *    A DIVISION WITH NOTHING IN DISPUTE PRINTS NOTHING.
      *
           IF WS-DIV-DISPUTE-COUNT > ZERO
               PERFORM 3100-WRITE-DIVISION-LINES
           END-IF.
      *
           ADD WS-DIV-DISPUTE-COUNT  TO WS-TOTAL-DISPUTE-COUNT.
           ADD WS-DIV-DISPUTE-AMOUNT TO WS-TOTAL-DISPUTE-AMOUNT.
           ADD WS-DIV-NO-ENTRY-COUNT TO WS-TOTAL-NO-ENTRY-COUNT.
      *
           MOVE ZERO TO WS-DIV-DISPUTE-COUNT.
           MOVE ZERO TO WS-DIV-0-30-COUNT.
           MOVE ZERO TO WS-DIV-31-60-COUNT.
           MOVE ZERO TO WS-DIV-61-90-COUNT.
           MOVE ZERO TO WS-DIV-OVER-90-COUNT.
           MOVE ZERO TO WS-DIV-NO-ENTRY-COUNT.
           MOVE ZERO TO WS-DIV-DISPUTE-AMOUNT.
           MOVE ZERO TO WS-DIV-0-30-AMOUNT.
           MOVE ZERO TO WS-DIV-31-60-AMOUNT.
           MOVE ZERO TO WS-DIV-61-90-AMOUNT.
           MOVE ZERO TO WS-DIV-OVER-90-AMOUNT.
      *
       3100-WRITE-DIVISION-LINES.
      *
           MOVE WS-DIV-DISPUTE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' WS-PREV-DIVISION-CODE
                  ' DISPUTED: ' WS-DIV-DISPUTE-COUNT
                  ' AMOUNT: ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '0-30: ' WS-DIV-0-30-COUNT
                  '  31-60: ' WS-DIV-31-60-COUNT
                  '  61-90: ' WS-DIV-61-90-COUNT
                  '  OVER 90: ' WS-DIV-OVER-90-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE WS-DIV-0-30-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '0-30 DAYS AMOUNT: ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE WS-DIV-31-60-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '31-60 DAYS AMOUNT: ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE WS-DIV-61-90-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING '61-90 DAYS AMOUNT: ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE WS-DIV-OVER-90-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'OVER 90 DAYS AMOUNT: ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           IF WS-DIV-NO-ENTRY-COUNT > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'DISPUTED WITH NO OPEN ENTRY ON DSPLOG38: '
                      WS-DIV-NO-ENTRY-COUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       4000-PRINT-GRAND-TOTALS.
      *
           MOVE WS-TOTAL-DISPUTE-AMOUNT TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'ALL DIVISIONS DISPUTED: ' WS-TOTAL-DISPUTE-COUNT
                  ' AMOUNT: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE.
      *
           IF WS-TOTAL-NO-ENTRY-COUNT > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'ALL DIVISIONS, NO OPEN ENTRY ON DSPLOG38: '
                      WS-TOTAL-NO-ENTRY-COUNT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE DSPAGE-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       9000-TERMINATE.
      *
           CLOSE INVMAST-FILE.
           CLOSE DSPLOG-FILE.
           CLOSE DSPAGE-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'DAGING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'DISPUTED'               TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-TOTAL-DISPUTE-COUNT   TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'NO LOG ENTRY'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-TOTAL-NO-ENTRY-COUNT  TO INVRLCOM-COUNT-VALUE (2).
      *
           IF WS-TOTAL-NO-ENTRY-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'DISPUTED INVOICES WITH NO DISPUTE LOG ENTRY'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
