      *    THE REMITTANCE RECORD. A MASTER ALREADY CLOSED IS COUNTED   *
      *    AND PASSED OVER; A VOIDED OR MISSING MASTER IS A PROBLEM    *
      *    AR NEEDS TO HEAR ABOUT, SO IT IS REPORTED AS A REJECT, NOT  *
      *    PAPERED OVER. A DISPUTED MASTER IS LIKEWISE REJECTED, AS    *
      *    CLSING38 REFUSES IT, UNTIL THE DISPUTE IS RELEASED. THE     *
      *    REPORT CARRIES CLOSED, ALREADY-CLOSED, AND REJECTED COUNTS  *
      *    PER DIVISION.                                               *
      *    THE CLOSE STAMP USES THE SAME 0CYYDDD/0HHMMSS FORM THE      *
      *    CICS EIBDATE/EIBTIME STAMPS USE, SO AGEING38 AND THE        *
      *    INQUIRY SCREENS READ BATCH AND ONLINE CLOSES ALIKE.         *
      *    AN OPEN MASTER ISSUED IN AN ACCOUNTING PERIOD FINANCE HAS   *
      *    CLOSED ON PRDCTL38 IS REJECTED AS WELL, AS CLSING38 REFUSES *
      *    IT ONLINE. ITS PERIOD IS FOUND FROM THE ISSUE DATE AND THE  *
      *    DIVISION'S FSCAL38 START MONTH (PERIOD 01 IS THE START      *
      *    MONTH), THE SAME WAY PLKING38 FINDS IT.                     *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVMAST-KEY.
      *
           SELECT FSCAL-FILE    ASSIGN TO FSCAL38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVFCAL-KEY.
      *
           SELECT PRDCTL-FILE   ASSIGN TO PRDCTL38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVPRD-KEY.
      *
           SELECT CLOSE-RPT     ASSIGN TO SETRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  INVMAST-FILE.
      *
       COPY INVMAST.
      *
       FD  FSCAL-FILE.
      *
       COPY INVFCAL.
      *
       FD  PRDCTL-FILE.
      *
       COPY INVPRD.
      *
       FD  CLOSE-RPT.
      *
       01  WS-CURRENT-TIME                 PIC 9(06).
       01  WS-TODAY-YYYYDDD                PIC 9(07).
       01  WS-CLOSE-CYYDDD                 PIC 9(07).
      *
       01  WS-ISSUE-CYYDDD                 PIC 9(07).
       01  WS-ISSUE-SPLIT REDEFINES WS-ISSUE-CYYDDD.
           05  WS-ISSUE-CYY                PIC 9(04).
           05  WS-ISSUE-DDD                PIC 9(03).
       01  WS-ISSUE-YYYYDDD                PIC 9(07).
       01  WS-ISSUE-DATE8                  PIC 9(08).
       01  WS-ISSUE-DATE8-SPLIT REDEFINES WS-ISSUE-DATE8.
           05  WS-ISSUE-YEAR               PIC 9(04).
           05  WS-ISSUE-MONTH              PIC 9(02).
           05  WS-ISSUE-DAY                PIC 9(02).
       01  WS-ISSUE-FISCAL-YEAR            PIC 9(04).
       01  WS-ISSUE-PERIOD                 PIC 9(02).
      *
       01  WS-PERIOD-SWITCH                PIC X     VALUE 'N'.
           88  WS-PERIOD-CLOSED            VALUE 'Y'.
      *
       01  WS-FCAL-TABLE.
           05  WS-FCAL-ENTRY OCCURS 100 TIMES INDEXED BY WS-FCAL-IDX.
               10  WS-FCAL-START-MONTH     PIC 9(02) VALUE 01.
      *
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 100 TIMES INDEXED BY WS-DIV-IDX.
               10  WS-DIV-ALREADY-COUNT    PIC 9(07) VALUE ZERO.
               10  WS-DIV-VOIDED-COUNT     PIC 9(07) VALUE ZERO.
               10  WS-DIV-MISSING-COUNT    PIC 9(07) VALUE ZERO.
               10  WS-DIV-DISPUTED-COUNT   PIC 9(07) VALUE ZERO.
               10  WS-DIV-PERIOD-COUNT     PIC 9(07) VALUE ZERO.
      *
       01  WS-BAD-RECORD-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-CLOSED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RUN-REJECTED-COUNT           PIC 9(09) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CLOSE-ONE-REMITTANCE UNTIL WS-EOF.
           PERFORM 3000-PRINT-DIVISION-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
               FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)).
           COMPUTE WS-CLOSE-CYYDDD = WS-TODAY-YYYYDDD - 1900000.
      *
           PERFORM 1050-LOAD-CALENDAR-TABLE.
      *
           OPEN INPUT REMIT-FILE.
           OPEN I-O   INVMAST-FILE.
           OPEN INPUT PRDCTL-FILE.
           OPEN OUTPUT CLOSE-RPT.
      *
           MOVE 'AR REMITTANCE BATCH CLOSE REPORT' TO WS-RPT-TEXT.
           READ REMIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       1050-LOAD-CALENDAR-TABLE.
      *
      *    A DIVISION WITH NO FSCAL38 RECORD KEEPS THE JANUARY
      *    DEFAULT THE TABLE IS INITIALIZED WITH.
      *
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT FSCAL-FILE.
           READ FSCAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF
               IF INVFCAL-START-MONTH NOT < 01
                  AND INVFCAL-START-MONTH NOT > 12
                   SET WS-FCAL-IDX TO INVFCAL-DIVISION-CODE
                   SET WS-FCAL-IDX UP BY 1
                   MOVE INVFCAL-START-MONTH
                        TO WS-FCAL-START-MONTH(WS-FCAL-IDX)
               END-IF
               READ FSCAL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FSCAL-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
      *
       2000-CLOSE-ONE-REMITTANCE.
      *
                          ' REJECTED - MASTER IS VOIDED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE CLOSE-RPT-LINE FROM WS-RPT-LINE
               WHEN INVMAST-DISPUTED
      *
      *    THE CUSTOMER IS CONTESTING THE INVOICE. A PAYMENT AGAINST
      *    IT DOES NOT SETTLE IT UNTIL COLLECTIONS RELEASES THE
      *    DISPUTE, SO AR IS TOLD RATHER THAN THE MASTER CLOSED.
      *
                   ADD 1 TO WS-DIV-DISPUTED-COUNT(WS-DIV-IDX)
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DIVISION ' INVREM-DIVISION-CODE
                          ' INVOICE ' INVREM-INVOICE-NUMBER
                          ' REJECTED - MASTER IS DISPUTED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE CLOSE-RPT-LINE FROM WS-RPT-LINE
               WHEN OTHER
                   PERFORM 2400-CHECK-PERIOD-LOCK
                   IF WS-PERIOD-CLOSED
      *
      *    FINANCE HAS CLOSED THE PERIOD THE INVOICE WAS ISSUED IN AND
      *    REPORTED ITS OPEN BALANCE. THE MASTER IS LEFT OPEN AND THE
      *    SETTLEMENT REPORTED, AS CLSING38 REFUSES IT ONLINE.
      *
                       ADD 1 TO WS-DIV-PERIOD-COUNT(WS-DIV-IDX)
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING 'DIVISION ' INVREM-DIVISION-CODE
                              ' INVOICE ' INVREM-INVOICE-NUMBER
                              ' REJECTED - PERIOD '
                              WS-ISSUE-FISCAL-YEAR '/' WS-ISSUE-PERIOD
                              ' CLOSED'
                              DELIMITED BY SIZE INTO WS-RPT-TEXT
                       WRITE CLOSE-RPT-LINE FROM WS-RPT-LINE
                   ELSE
                       SET INVMAST-CLOSED TO TRUE
                       MOVE WS-CLOSE-CYYDDD TO INVMAST-CLOSE-DATE
                       MOVE WS-CURRENT-TIME TO INVMAST-CLOSE-TIME
                       MOVE INVREM-OPERATOR-ID
                            TO INVMAST-CLOSE-OPERATOR-ID
                       MOVE INVREM-SOURCE-SYSTEM
                            TO INVMAST-CLOSE-SOURCE
                       REWRITE INVMAST-RECORD
                       ADD 1 TO WS-DIV-CLOSED-COUNT(WS-DIV-IDX)
                   END-IF
           END-EVALUATE.
      *
       2300-REPORT-MISSING-MASTER.
                  ' REJECTED - NO MASTER RECORD'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE CLOSE-RPT-LINE FROM WS-RPT-LINE.
      *
       2400-CHECK-PERIOD-LOCK.
      *
      *    A MONTH IN OR AFTER THE DIVISION'S START MONTH IS IN THE
      *    FISCAL YEAR LABELED WITH ITS CALENDAR YEAR, AN EARLIER ONE
      *    IN THE PRIOR YEAR. A YEAR WITH NO PRDCTL38 RECORD, AND AN
      *    ISSUE DATE WITH NO DAY PART, READ AS OPEN.
      *
           MOVE 'N' TO WS-PERIOD-SWITCH.
           MOVE INVMAST-ISSUE-DATE TO WS-ISSUE-CYYDDD.
      *
           IF WS-ISSUE-DDD NOT = ZERO
               COMPUTE WS-ISSUE-YYYYDDD =
                   (1900 + WS-ISSUE-CYY) * 1000 + WS-ISSUE-DDD
               COMPUTE WS-ISSUE-DATE8 =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DAY (WS-ISSUE-YYYYDDD))
               SET WS-FCAL-IDX TO INVMAST-DIVISION-CODE
               SET WS-FCAL-IDX UP BY 1
               IF WS-ISSUE-MONTH NOT <
                  WS-FCAL-START-MONTH(WS-FCAL-IDX)
                   MOVE WS-ISSUE-YEAR TO WS-ISSUE-FISCAL-YEAR
                   COMPUTE WS-ISSUE-PERIOD = WS-ISSUE-MONTH
                       - WS-FCAL-START-MONTH(WS-FCAL-IDX) + 1
               ELSE
                   COMPUTE WS-ISSUE-FISCAL-YEAR = WS-ISSUE-YEAR - 1
                   COMPUTE WS-ISSUE-PERIOD = WS-ISSUE-MONTH + 13
                       - WS-FCAL-START-MONTH(WS-FCAL-IDX)
               END-IF
               MOVE INVMAST-DIVISION-CODE TO INVPRD-DIVISION-CODE
               MOVE WS-ISSUE-FISCAL-YEAR  TO INVPRD-FISCAL-YEAR
               READ PRDCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVPRD-PERIOD-CLOSED(WS-ISSUE-PERIOD)
                           MOVE 'Y' TO WS-PERIOD-SWITCH
                       END-IF
               END-READ
           END-IF.
      *
       3000-PRINT-DIVISION-TOTALS.
      *
                  OR WS-DIV-ALREADY-COUNT(WS-DIV-IDX) > ZERO
                  OR WS-DIV-VOIDED-COUNT(WS-DIV-IDX) > ZERO
                  OR WS-DIV-MISSING-COUNT(WS-DIV-IDX) > ZERO
                  OR WS-DIV-DISPUTED-COUNT(WS-DIV-IDX) > ZERO
                  OR WS-DIV-PERIOD-COUNT(WS-DIV-IDX) > ZERO
                   PERFORM 3100-PRINT-ONE-DIVISION-TOTAL
               END-IF
           END-PERFORM.
      *
       3100-PRINT-ONE-DIVISION-TOTAL.
      *
           ADD WS-DIV-CLOSED-COUNT(WS-DIV-IDX) TO WS-RUN-CLOSED-COUNT.
           ADD WS-DIV-VOIDED-COUNT(WS-DIV-IDX)
               WS-DIV-MISSING-COUNT(WS-DIV-IDX)
               WS-DIV-DISPUTED-COUNT(WS-DIV-IDX)
               WS-DIV-PERIOD-COUNT(WS-DIV-IDX)
               TO WS-RUN-REJECTED-COUNT.
           SET WS-SUBSCRIPT TO WS-DIV-IDX.
           COMPUTE WS-REPORT-DIVISION-CODE = WS-SUBSCRIPT - 1.
           MOVE SPACES TO WS-RPT-TEXT.
                  WS-DIV-MISSING-COUNT(WS-DIV-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE CLOSE-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DIVISION ' WS-REPORT-DIVISION-CODE
                  ' REJECTED DISPUTED: '
                  WS-DIV-DISPUTED-COUNT(WS-DIV-IDX)
                  ' REJECTED PERIOD CLOSED: '
                  WS-DIV-PERIOD-COUNT(WS-DIV-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE CLOSE-RPT-LINE FROM WS-RPT-LINE.
      *
       9000-TERMINATE.
      *
           CLOSE REMIT-FILE.
           CLOSE INVMAST-FILE.
           CLOSE PRDCTL-FILE.
           CLOSE CLOSE-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'SETING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'REMIT READ'             TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-READ-COUNT            TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'CLOSED'                 TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-CLOSED-COUNT      TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'REJECTED'               TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RUN-REJECTED-COUNT    TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'UNREADABLE'             TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-BAD-RECORD-COUNT      TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-RUN-REJECTED-COUNT > ZERO
              OR WS-BAD-RECORD-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'REMITTANCES REJECTED OR UNREADABLE'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
