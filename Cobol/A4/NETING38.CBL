       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  NETING38.
      *
      *****************************************************************
      *    MEMO NET-POSITION REPORT.                                   *
      *    FOR EVERY ORIGINAL INVOICE WITH CREDIT OR DEBIT MEMOS       *
      *    LINKED TO IT ON INVMST38 (CROSS-REFERENCED ON INVMLK38 BY   *
      *    DTLING38), LISTS THE ORIGINAL AMOUNT, EACH MEMO AGAINST IT, *
      *    AND THE NET BILLED VALUE: ORIGINAL PLUS DEBITS LESS         *
      *    CREDITS. A VOIDED MEMO IS LISTED BUT NOT COUNTED. AN        *
      *    INVOICE WITH NO MEMOS IS NOT LISTED - ITS NET IS ITS OWN    *
      *    AMOUNT. THE AUDITORS' EXCEPTIONS ARE FLAGGED '**':          *
      *      - BROKEN LINK: A LIVE MEMO WHOSE ORIGINAL IS NO LONGER    *
      *        ON INVMST38 OR HAS BEEN VOIDED, OR WHOSE MASTER NAMES   *
      *        AN ORIGINAL THAT INVMLK38 DOES NOT CROSS-REFERENCE.     *
      *      - NO LINK: A LIVE MEMO STAMPED WITHOUT AN ORIGINAL.       *
      *    THE MEMO'S OWN MASTER IS AUTHORITATIVE: A CROSS-REFERENCE   *
      *    LEFT BEHIND WHEN A MEMO WAS RESTAMPED AGAINST ANOTHER       *
      *    ORIGINAL IS SKIPPED.                                        *
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
           SELECT INVMLNK-FILE ASSIGN TO INVMLK38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVMLNK-KEY.
      *
           SELECT NET-RPT      ASSIGN TO NETRPT38
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
       FD  INVMLNK-FILE.
      *
       COPY INVMLNK.
      *
       FD  NET-RPT.
      *
       01  NET-RPT-LINE                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-K-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-K-EOF                    VALUE 'Y'.
       01  WS-M-EOF-SWITCH                 PIC X     VALUE 'N'.
           88  WS-M-EOF                    VALUE 'Y'.
      *
       01  WS-ORIG-STATE-SWITCH            PIC X     VALUE 'N'.
           88  WS-ORIG-LIVE                VALUE 'L'.
           88  WS-ORIG-MISSING             VALUE 'N'.
           88  WS-ORIG-VOIDED              VALUE 'V'.
      *
       01  WS-CURRENT-ORIGINAL.
           05  WS-CUR-ORIG-DIVISION-CODE   PIC 9(02).
           05  WS-CUR-ORIG-INVOICE-NUMBER  PIC 9(08).
      *
       01  WS-NET-AMOUNT                   PIC S9(11)V99 COMP-3.
       01  WS-MEMO-COUNT                   PIC 9(05).
      *
       01  WS-ORIGINAL-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-LINKED-MEMO-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-VOIDED-MEMO-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-BROKEN-LINK-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-NO-LINK-COUNT                PIC 9(07) VALUE ZERO.
      *
       01  WS-EDIT-AMOUNT                  PIC Z(09)9.99-.
       01  WS-EDIT-NET                     PIC Z(11)9.99-.
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
           PERFORM 2000-REPORT-ONE-ORIGINAL
               UNTIL WS-K-EOF.
           PERFORM 3000-CHECK-MEMO-MASTERS.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           OPEN INPUT  INVMAST-FILE.
           OPEN INPUT  INVMLNK-FILE.
           OPEN OUTPUT NET-RPT.
      *
           MOVE 'CREDIT/DEBIT MEMO NET-POSITION REPORT' TO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE LOW-VALUES TO INVMLNK-KEY.
           START INVMLNK-FILE KEY IS NOT LESS THAN INVMLNK-KEY
               INVALID KEY SET WS-K-EOF TO TRUE
           END-START.
           IF NOT WS-K-EOF
               PERFORM 1100-READ-NEXT-LINK
           END-IF.
      *
       1100-READ-NEXT-LINK.
      *
           READ INVMLNK-FILE NEXT RECORD
               AT END SET WS-K-EOF TO TRUE
           END-READ.
      *
       1200-READ-NEXT-MASTER.
      *
           READ INVMAST-FILE NEXT RECORD
               AT END SET WS-M-EOF TO TRUE
           END-READ.
      *
       2000-REPORT-ONE-ORIGINAL.
      *
      *    ONE CONTROL BREAK PER ORIGINAL: THE ORIGINAL'S OWN MASTER
      *    OPENS THE GROUP, EACH CROSS-REFERENCED MEMO FOLLOWS, AND
      *    THE NET CLOSES IT.
      *
           MOVE INVMLNK-ORIG-DIVISION-CODE
                TO WS-CUR-ORIG-DIVISION-CODE.
           MOVE INVMLNK-ORIG-INVOICE-NUMBER
                TO WS-CUR-ORIG-INVOICE-NUMBER.
           MOVE ZERO TO WS-NET-AMOUNT.
           MOVE ZERO TO WS-MEMO-COUNT.
           ADD 1 TO WS-ORIGINAL-COUNT.
      *
           MOVE WS-CUR-ORIG-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE 'I'                        TO INVMAST-DOCUMENT-TYPE.
           MOVE WS-CUR-ORIG-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
           READ INVMAST-FILE
               INVALID KEY SET WS-ORIG-MISSING TO TRUE
               NOT INVALID KEY
                   IF INVMAST-VOIDED
                       SET WS-ORIG-VOIDED TO TRUE
                   ELSE
                       SET WS-ORIG-LIVE TO TRUE
                       MOVE INVMAST-INVOICE-AMOUNT TO WS-NET-AMOUNT
                   END-IF
           END-READ.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           EVALUATE TRUE
               WHEN WS-ORIG-LIVE
                   MOVE INVMAST-INVOICE-AMOUNT TO WS-EDIT-AMOUNT
                   STRING 'ORIGINAL ' WS-CUR-ORIG-DIVISION-CODE
                          '-I-' WS-CUR-ORIG-INVOICE-NUMBER
                          ' CUSTOMER ' INVMAST-CUSTOMER-NUMBER
                          ' ' WS-EDIT-AMOUNT
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN WS-ORIG-VOIDED
                   STRING 'ORIGINAL ' WS-CUR-ORIG-DIVISION-CODE
                          '-I-' WS-CUR-ORIG-INVOICE-NUMBER
                          ' ** ORIGINAL IS VOIDED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN OTHER
                   STRING 'ORIGINAL ' WS-CUR-ORIG-DIVISION-CODE
                          '-I-' WS-CUR-ORIG-INVOICE-NUMBER
                          ' ** ORIGINAL NOT ON INVMST38'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-EVALUATE.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
           PERFORM UNTIL WS-K-EOF
                      OR INVMLNK-ORIG-DIVISION-CODE NOT =
                         WS-CUR-ORIG-DIVISION-CODE
                      OR INVMLNK-ORIG-INVOICE-NUMBER NOT =
                         WS-CUR-ORIG-INVOICE-NUMBER
               PERFORM 2100-REPORT-ONE-MEMO
               PERFORM 1100-READ-NEXT-LINK
           END-PERFORM.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           IF WS-ORIG-LIVE
               MOVE WS-NET-AMOUNT TO WS-EDIT-NET
               STRING '    NET BILLED VALUE ' WS-EDIT-NET
                      ' (' WS-MEMO-COUNT ' MEMOS)'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               IF WS-NET-AMOUNT < ZERO
                   WRITE NET-RPT-LINE FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-TEXT
                   MOVE '    ** NET IS BELOW ZERO' TO WS-RPT-TEXT
               END-IF
           ELSE
               STRING '    NO NET POSITION (' WS-MEMO-COUNT
                      ' LIVE MEMOS WITH BROKEN LINKS)'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
       2100-REPORT-ONE-MEMO.
      *
           MOVE INVMLNK-MEMO-DIVISION-CODE  TO INVMAST-DIVISION-CODE.
           MOVE INVMLNK-MEMO-DOCUMENT-TYPE  TO INVMAST-DOCUMENT-TYPE.
           MOVE INVMLNK-MEMO-INVOICE-NUMBER TO INVMAST-INVOICE-NUMBER.
           MOVE SPACES TO WS-RPT-TEXT.
           READ INVMAST-FILE
               INVALID KEY
                   PERFORM 2110-REPORT-MISSING-MEMO
               NOT INVALID KEY
                   IF INVMAST-ORIG-DIVISION-CODE =
                          WS-CUR-ORIG-DIVISION-CODE
                      AND INVMAST-ORIG-INVOICE-NUMBER =
                          WS-CUR-ORIG-INVOICE-NUMBER
                       PERFORM 2200-TAKE-LINKED-MEMO
                   END-IF
           END-READ.
      *
       2110-REPORT-MISSING-MEMO.
      *
           STRING '    MEMO ' INVMLNK-MEMO-DIVISION-CODE
                  '-' INVMLNK-MEMO-DOCUMENT-TYPE
                  '-' INVMLNK-MEMO-INVOICE-NUMBER
                  ' ** MEMO NOT ON INVMST38'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
       2200-TAKE-LINKED-MEMO.
      *
           MOVE INVMAST-INVOICE-AMOUNT TO WS-EDIT-AMOUNT.
           EVALUATE TRUE
               WHEN INVMAST-VOIDED
                   ADD 1 TO WS-VOIDED-MEMO-COUNT
                   STRING '    MEMO ' INVMAST-DIVISION-CODE
                          '-' INVMAST-DOCUMENT-TYPE
                          '-' INVMAST-INVOICE-NUMBER
                          ' ' WS-EDIT-AMOUNT
                          ' VOIDED - NOT COUNTED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN NOT WS-ORIG-LIVE
                   ADD 1 TO WS-BROKEN-LINK-COUNT
                   ADD 1 TO WS-MEMO-COUNT
                   STRING '    MEMO ' INVMAST-DIVISION-CODE
                          '-' INVMAST-DOCUMENT-TYPE
                          '-' INVMAST-INVOICE-NUMBER
                          ' ' WS-EDIT-AMOUNT
                          ' ** BROKEN LINK'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-LINKED-MEMO-COUNT
                   ADD 1 TO WS-MEMO-COUNT
                   IF INVMAST-DOC-CREDIT
                       SUBTRACT INVMAST-INVOICE-AMOUNT
                           FROM WS-NET-AMOUNT
                   ELSE
                       ADD INVMAST-INVOICE-AMOUNT TO WS-NET-AMOUNT
                   END-IF
                   STRING '    MEMO ' INVMAST-DIVISION-CODE
                          '-' INVMAST-DOCUMENT-TYPE
                          '-' INVMAST-INVOICE-NUMBER
                          ' ' WS-EDIT-AMOUNT
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-EVALUATE.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
       3000-CHECK-MEMO-MASTERS.
      *
      *    A SECOND PASS OVER THE MASTERS THEMSELVES CATCHES THE LIVE
      *    MEMOS THE CROSS-REFERENCE CANNOT SHOW: THOSE STAMPED WITH
      *    NO ORIGINAL, AND THOSE NAMING AN ORIGINAL INVMLK38 DOES
      *    NOT CARRY. A MEMO NUMBER NOT YET STAMPED HAS NO LINK TO
      *    MISS AND IS PASSED OVER.
      *
           MOVE 'MEMOS WITHOUT A USABLE LINK' TO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE LOW-VALUES TO INVMAST-KEY.
           START INVMAST-FILE KEY IS NOT LESS THAN INVMAST-KEY
               INVALID KEY SET WS-M-EOF TO TRUE
           END-START.
           IF NOT WS-M-EOF
               PERFORM 1200-READ-NEXT-MASTER
           END-IF.
      *
           PERFORM UNTIL WS-M-EOF
               IF NOT INVMAST-DOC-INVOICE
                  AND NOT INVMAST-VOIDED
                  AND INVMAST-CUSTOMER-NUMBER NOT = ZERO
                   PERFORM 3100-CHECK-ONE-MEMO
               END-IF
               PERFORM 1200-READ-NEXT-MASTER
           END-PERFORM.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
       3100-CHECK-ONE-MEMO.
      *
           MOVE INVMAST-INVOICE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           IF INVMAST-ORIG-INVOICE-NUMBER = ZERO
               ADD 1 TO WS-NO-LINK-COUNT
               STRING '    MEMO ' INVMAST-DIVISION-CODE
                      '-' INVMAST-DOCUMENT-TYPE
                      '-' INVMAST-INVOICE-NUMBER
                      ' ' WS-EDIT-AMOUNT
                      ' ** NO LINK'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE NET-RPT-LINE FROM WS-RPT-LINE
           ELSE
               MOVE INVMAST-ORIG-DIVISION-CODE
                    TO INVMLNK-ORIG-DIVISION-CODE
               MOVE INVMAST-ORIG-INVOICE-NUMBER
                    TO INVMLNK-ORIG-INVOICE-NUMBER
               MOVE INVMAST-DIVISION-CODE  TO INVMLNK-MEMO-DIVISION-CODE
               MOVE INVMAST-DOCUMENT-TYPE  TO INVMLNK-MEMO-DOCUMENT-TYPE
               MOVE INVMAST-INVOICE-NUMBER
                    TO INVMLNK-MEMO-INVOICE-NUMBER
               READ INVMLNK-FILE
                   INVALID KEY
                       PERFORM 3110-REPORT-UNREFERENCED-LINK
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
      *
       3110-REPORT-UNREFERENCED-LINK.
      *
           ADD 1 TO WS-BROKEN-LINK-COUNT.
           STRING '    MEMO ' INVMAST-DIVISION-CODE
                  '-' INVMAST-DOCUMENT-TYPE
                  '-' INVMAST-INVOICE-NUMBER
                  ' ** LINK TO '
                  INVMAST-ORIG-DIVISION-CODE
                  '-I-' INVMAST-ORIG-INVOICE-NUMBER
                  ' NOT ON INVMLK38'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
       4000-PRINT-TOTALS.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'ORIGINALS WITH MEMOS: ' WS-ORIGINAL-COUNT
                  '   LINKED MEMOS: ' WS-LINKED-MEMO-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'VOIDED MEMOS: ' WS-VOIDED-MEMO-COUNT
                  '   BROKEN LINKS: ' WS-BROKEN-LINK-COUNT
                  '   NO LINK: ' WS-NO-LINK-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE 'END OF MEMO NET-POSITION REPORT' TO WS-RPT-TEXT.
           WRITE NET-RPT-LINE FROM WS-RPT-LINE.
      *
       9000-TERMINATE.
      *
           CLOSE INVMAST-FILE.
           CLOSE INVMLNK-FILE.
           CLOSE NET-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'NETING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'ORIGINALS'              TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-ORIGINAL-COUNT        TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'LINKED MEMOS'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-LINKED-MEMO-COUNT     TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'BROKEN LINKS'           TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-BROKEN-LINK-COUNT     TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'NO LINK'                TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-NO-LINK-COUNT         TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-BROKEN-LINK-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'LIVE MEMOS WITH BROKEN LINKS REPORTED'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
