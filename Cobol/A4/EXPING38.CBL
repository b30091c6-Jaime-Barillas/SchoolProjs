       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  EXPING38.
      *
      *****************************************************************
      *    DUAL-CONTROL REQUEST EXPIRY RUN AND REPORT.                 *
      *    RUN DAILY IN THE QSCING38 BATCH WINDOW. BROWSES THE         *
      *    PNDAPR38 PENDING-APPROVAL FILE AND LAPSES EVERY REQUEST     *
      *    STILL PENDING LONGER THAN ITS EXPIRY HOURS (TAKEN FROM      *
      *    DCTL38 WHEN PNDING38 HELD IT) TO EXPIRED, STAMPED WITH THE  *
      *    RUN DATE AND TIME AND NO APPROVER. AN EXPIRED REQUEST CAN   *
      *    NO LONGER BE APPROVED ON APRING38; THE OPERATOR MUST RAISE  *
      *    THE ACTION AGAIN.                                           *
      *    THE REPORT LISTS EACH REQUEST EXPIRED BY THIS RUN, THEN     *
      *    EACH ONE STILL PENDING WITH THE HOURS IT HAS BEEN OPEN,     *
      *    WITH A COUNT OF EACH. THE REQUEST DATE IS THE CICS EIBDATE  *
      *    (0CYYDDD) AND IS EXPANDED THE SAME WAY AGEING38 EXPANDS     *
      *    THE ISSUE DATE.                                             *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PNDAPR-FILE  ASSIGN TO PNDAPR38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVPND-KEY.
      *
           SELECT EXPIRY-RPT   ASSIGN TO EXPRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PNDAPR-FILE.
      *
       COPY INVPND.
      *
       FD  EXPIRY-RPT.
      *
       01  EXPIRY-RPT-LINE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *
       01  WS-EXPIRED-SWITCH               PIC X     VALUE 'N'.
           88  WS-REQUEST-EXPIRED          VALUE 'Y'.
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(06).
       01  WS-CURRENT-TIME-SPLIT REDEFINES WS-CURRENT-TIME.
           05  WS-NOW-HH                   PIC 9(02).
           05  WS-NOW-MM                   PIC 9(02).
           05  WS-NOW-SS                   PIC 9(02).
       01  WS-TODAY-INTEGER                PIC 9(08).
       01  WS-TODAY-CYYDDD                 PIC 9(07).
       01  WS-TODAY-HHMMSS                 PIC 9(07).
      *
       01  WS-REQ-CYYDDD                   PIC 9(07).
       01  WS-REQ-SPLIT REDEFINES WS-REQ-CYYDDD.
           05  WS-REQ-CYY                  PIC 9(04).
           05  WS-REQ-DDD                  PIC 9(03).
       01  WS-REQ-YYYYDDD                  PIC 9(07).
       01  WS-REQ-HHMMSS                   PIC 9(07).
       01  WS-REQ-TIME-SPLIT REDEFINES WS-REQ-HHMMSS.
           05  FILLER                      PIC 9(01).
           05  WS-REQ-HH                   PIC 9(02).
           05  WS-REQ-MM                   PIC 9(02).
           05  WS-REQ-SS                   PIC 9(02).
      *
       01  WS-ELAPSED-MINUTES              PIC S9(09) COMP-3.
       01  WS-HOURS-OPEN                   PIC 9(05).
       01  WS-EXPIRY-HOURS                 PIC 9(03).
       01  WS-HOURS-EDIT                   PIC ZZZZ9.
      *
       01  WS-EXPIRED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-PENDING-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT           PIC 9(06) VALUE ZERO.
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
           PERFORM 2000-EXPIRE-REQUEST UNTIL WS-EOF.
           PERFORM 3000-START-PENDING-LIST.
           PERFORM 3100-LIST-PENDING-REQUEST UNTIL WS-EOF.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
      *    THE RUN DATE IS PUT INTO THE SAME 0CYYDDD AND 0HHMMSS FORM
      *    CICS USES, SO THE EXPIRY STAMP READS LIKE AN ONLINE ONE.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           COMPUTE WS-TODAY-CYYDDD =
               FUNCTION DAY-OF-INTEGER (WS-TODAY-INTEGER) - 1900000.
           MOVE WS-CURRENT-TIME TO WS-TODAY-HHMMSS.
      *
           OPEN I-O    PNDAPR-FILE.
           OPEN OUTPUT EXPIRY-RPT.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'DUAL-CONTROL REQUEST EXPIRY REPORT  RUN DATE '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
           MOVE 'REQUESTS EXPIRED BY THIS RUN' TO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
      *
           PERFORM 1100-START-AFTER-CONTROL.
      *
       1100-START-AFTER-CONTROL.
      *
      *    KEY ZERO IS THE REQUEST-NUMBER CONTROL RECORD, NOT A
      *    REQUEST, SO EACH PASS STARTS AT REQUEST NUMBER 1.
      *
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 1   TO INVPND-REQUEST-NUMBER.
           START PNDAPR-FILE KEY IS NOT LESS THAN INVPND-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
      *
           IF NOT WS-EOF
               READ PNDAPR-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
      *
       2000-EXPIRE-REQUEST.
      *
           IF INVPND-PENDING
               PERFORM 2100-COMPUTE-HOURS-OPEN
               IF WS-REQUEST-EXPIRED
                   PERFORM 2200-MARK-EXPIRED
               END-IF
           END-IF.
      *
           READ PNDAPR-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2100-COMPUTE-HOURS-OPEN.
      *
      *    MINUTES SINCE THE REQUEST WAS RAISED, AGAINST ITS EXPIRY
      *    HOURS (ZERO READS AS 24, AS ON DCTL38). A REQUEST WITH NO
      *    USABLE DATE IS TREATED AS OVERDUE, AS APRING38 DOES.
      *
           MOVE 'N' TO WS-EXPIRED-SWITCH.
           IF INVPND-EXPIRY-HOURS = ZERO
               MOVE 24 TO WS-EXPIRY-HOURS
           ELSE
               MOVE INVPND-EXPIRY-HOURS TO WS-EXPIRY-HOURS
           END-IF.
      *
           MOVE INVPND-REQUEST-DATE TO WS-REQ-CYYDDD.
           MOVE INVPND-REQUEST-TIME TO WS-REQ-HHMMSS.
      *
           IF WS-REQ-DDD = ZERO
               MOVE 'Y'  TO WS-EXPIRED-SWITCH
               MOVE ZERO TO WS-HOURS-OPEN
           ELSE
               COMPUTE WS-REQ-YYYYDDD =
                   (1900 + WS-REQ-CYY) * 1000 + WS-REQ-DDD
               COMPUTE WS-ELAPSED-MINUTES =
                   (WS-TODAY-INTEGER
                  - FUNCTION INTEGER-OF-DAY (WS-REQ-YYYYDDD)) * 1440
                  + (WS-NOW-HH * 60 + WS-NOW-MM)
                  - (WS-REQ-HH * 60 + WS-REQ-MM)
               IF WS-ELAPSED-MINUTES < ZERO
                   MOVE ZERO TO WS-ELAPSED-MINUTES
               END-IF
               COMPUTE WS-HOURS-OPEN = WS-ELAPSED-MINUTES / 60
               IF WS-ELAPSED-MINUTES > WS-EXPIRY-HOURS * 60
                   MOVE 'Y' TO WS-EXPIRED-SWITCH
               END-IF
           END-IF.
      *
       2200-MARK-EXPIRED.
      *
           SET INVPND-EXPIRED         TO TRUE.
           MOVE SPACES                TO INVPND-APPROVER-ID.
           MOVE SPACES                TO INVPND-DECISION-TERMINAL.
           MOVE WS-TODAY-CYYDDD       TO INVPND-DECISION-DATE.
           MOVE WS-TODAY-HHMMSS       TO INVPND-DECISION-TIME.
           MOVE 'EXPIRED BEFORE A DECISION WAS MADE'
                                      TO INVPND-DECISION-NOTE.
      *
           REWRITE INVPND-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM 2300-PRINT-REQUEST-LINE
           END-REWRITE.
      *
       2300-PRINT-REQUEST-LINE.
      *
           MOVE WS-HOURS-OPEN TO WS-HOURS-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING INVPND-REQUEST-NUMBER
                  ' ' INVPND-REQUEST-TYPE
                  ' DIV ' INVPND-DIVISION-CODE
                  ' ' INVPND-DOCUMENT-TYPE
                  ' ' INVPND-FROM-NUMBER
                  '-' INVPND-TO-NUMBER
                  ' BY ' INVPND-REQUESTER-ID
                  ' OPEN ' WS-HOURS-EDIT
                  '/' WS-EXPIRY-HOURS 'H'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
      *
       3000-START-PENDING-LIST.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
           MOVE 'REQUESTS STILL PENDING' TO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
      *
           PERFORM 1100-START-AFTER-CONTROL.
      *
       3100-LIST-PENDING-REQUEST.
      *
           IF INVPND-PENDING
               PERFORM 2100-COMPUTE-HOURS-OPEN
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 2300-PRINT-REQUEST-LINE
           END-IF.
      *
           READ PNDAPR-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4000-PRINT-TOTALS.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
           STRING 'EXPIRED THIS RUN ' WS-EXPIRED-COUNT
                  '   STILL PENDING ' WS-PENDING-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE.
      *
           IF WS-REWRITE-FAIL-COUNT > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING '** ' WS-REWRITE-FAIL-COUNT
                      ' OVERDUE REQUESTS COULD NOT BE REWRITTEN'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE EXPIRY-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       9000-TERMINATE.
      *
           CLOSE PNDAPR-FILE.
           CLOSE EXPIRY-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'EXPING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'EXPIRED'                TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-EXPIRED-COUNT         TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'PENDING'                TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-PENDING-COUNT         TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'NOT REWRITTEN'          TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-REWRITE-FAIL-COUNT    TO INVRLCOM-COUNT-VALUE (3).
      *
           IF WS-REWRITE-FAIL-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'OVERDUE REQUESTS COULD NOT BE REWRITTEN'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
