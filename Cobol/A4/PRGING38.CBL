      *    CALENDAR FILE - A DIVISION WITH NO CALENDAR RECORD READS    *
      *    AS A JANUARY START, WHERE FISCAL AND CALENDAR YEAR          *
      *    COINCIDE.                                                   *
      *    A PURGED MASTER TAKES ITS INVLIN38 LINE ITEMS, ITS INVMLK38 *
      *    MEMO CROSS-REFERENCES (AS ORIGINAL OR AS MEMO), AND ITS     *
      *    DSPLOG38 DISPUTE ENTRIES WITH IT, EACH ARCHIVED TO ITS OWN  *
      *    FILE (INVLINAR / INVMLKAR / DSPLOGAR) BEFORE THE DELETE, SO *
      *    NOTHING IS LEFT ON THE LIVE FILES POINTING AT A MASTER THAT *
      *    IS NO LONGER THERE.                                         *
      *    NOTHING IS PURGED UNLESS THAT DAY'S BCKING38 CHECKPOINT     *
      *    ENDED CLEANLY ON THE RUNLOG38 RUN LOG (SEE RUNING38).       *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
           SELECT INVMAST-ARCH  ASSIGN TO INVMSTAR
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT INVLINE-FILE  ASSIGN TO INVLIN38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVLINE-KEY OF INVLINE-RECORD.
      *
           SELECT INVLINE-ARCH  ASSIGN TO INVLINAR
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT INVMLNK-FILE  ASSIGN TO INVMLK38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVMLNK-KEY OF INVMLNK-RECORD.
      *
           SELECT INVMLNK-ARCH  ASSIGN TO INVMLKAR
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT DSPLOG-FILE   ASSIGN TO DSPLOG38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVDSPL-KEY OF INVDSPL-RECORD.
      *
           SELECT DSPLOG-ARCH   ASSIGN TO DSPLOGAR
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PURGE-RPT     ASSIGN TO PRGRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  INVMAST-ARCH.
      *
       COPY INVMAST REPLACING INVMAST-RECORD BY INVMAST-ARCH-RECORD.
      *
       FD  INVLINE-FILE.
      *
       COPY INVLINE.
      *
       FD  INVLINE-ARCH.
      *
       COPY INVLINE REPLACING INVLINE-RECORD BY INVLINE-ARCH-RECORD.
      *
       FD  INVMLNK-FILE.
      *
       COPY INVMLNK.
      *
       FD  INVMLNK-ARCH.
      *
       COPY INVMLNK REPLACING INVMLNK-RECORD BY INVMLNK-ARCH-RECORD.
      *
       FD  DSPLOG-FILE.
      *
       COPY INVDSPL.
      *
       FD  DSPLOG-ARCH.
      *
       COPY INVDSPL REPLACING INVDSPL-RECORD BY INVDSPL-ARCH-RECORD.
      *
       FD  PURGE-RPT.
      *
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-DEP-EOF-SWITCH               PIC X     VALUE 'N'.
           88  WS-DEP-EOF                  VALUE 'Y'.
      *
       01  WS-KEEP-YEARS                   PIC 9(02).
      *
      *
       01  WS-MST-DIVISION-CODE            PIC 9(02) VALUE ZERO.
       01  WS-MST-MOVED-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-MST-LINE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-MST-LINK-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-MST-DISPUTE-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-MST-FIRST-SWITCH             PIC X     VALUE 'Y'.
           88  WS-MST-FIRST                VALUE 'Y'.
      *
       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-AUDIT-MOVED-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-RUN-VOID-MOVED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-RUN-MST-MOVED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-RUN-LINE-MOVED-COUNT         PIC 9(09) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-CONTROL-TABLE.
           PERFORM 1150-LOAD-CALENDAR-TABLE.
           PERFORM 3000-PURGE-VOID-LOG.
           PERFORM 4000-PURGE-MASTER-FILE.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
                   TO WS-RPT-TEXT
               WRITE PURGE-RPT-LINE FROM WS-RPT-LINE
               CLOSE PURGE-RPT
               MOVE 8 TO INVRLCOM-RETURN-CODE
               MOVE 'RETENTION CARD MISSING OR INVALID'
                   TO INVRLCOM-MESSAGE
               PERFORM 9200-LOG-RUN-END
               STOP RUN
           END-IF.
      *
               MOVE INVAUD-RECORD TO INVAUD-ARCH-RECORD
               WRITE INVAUD-ARCH-RECORD
               ADD 1 TO WS-GRP-MOVED-COUNT
               ADD 1 TO WS-RUN-AUDIT-MOVED-COUNT
               IF INVAUD-BLOCK-END-NUMBER OF INVAUD-RECORD
                   > INVAUD-INVOICE-NUMBER OF INVAUD-RECORD
                   MOVE INVAUD-BLOCK-END-NUMBER OF INVAUD-RECORD
               MOVE INVVOID-RECORD TO INVVOID-ARCH-RECORD
               WRITE INVVOID-ARCH-RECORD
               ADD 1 TO WS-GRP-MOVED-COUNT
               ADD 1 TO WS-RUN-VOID-MOVED-COUNT
               MOVE INVVOID-RANGE-END OF INVVOID-RECORD
                   TO WS-GRP-LAST-NUMBER
           ELSE
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN I-O    INVMAST-FILE.
           OPEN OUTPUT INVMAST-ARCH.
           OPEN I-O    INVLINE-FILE.
           OPEN OUTPUT INVLINE-ARCH.
           OPEN I-O    INVMLNK-FILE.
           OPEN OUTPUT INVMLNK-ARCH.
           OPEN I-O    DSPLOG-FILE.
           OPEN OUTPUT DSPLOG-ARCH.
      *
           MOVE LOW-VALUES TO INVMAST-KEY OF INVMAST-RECORD.
           START INVMAST-FILE KEY IS NOT LESS THAN INVMAST-KEY
      *
           CLOSE INVMAST-FILE.
           CLOSE INVMAST-ARCH.
           CLOSE INVLINE-FILE.
           CLOSE INVLINE-ARCH.
           CLOSE INVMLNK-FILE.
           CLOSE INVMLNK-ARCH.
           CLOSE DSPLOG-FILE.
           CLOSE DSPLOG-ARCH.
      *
       4100-PURGE-ONE-MASTER.
      *
           END-IF.
      *
           IF WS-DISP-PURGE
               PERFORM 4200-PURGE-MASTER-LINES
               PERFORM 4300-PURGE-MASTER-LINKS
               PERFORM 4400-PURGE-MASTER-DISPUTES
               MOVE INVMAST-RECORD TO INVMAST-ARCH-RECORD
               WRITE INVMAST-ARCH-RECORD
               DELETE INVMAST-FILE
               ADD 1 TO WS-MST-MOVED-COUNT
               ADD 1 TO WS-RUN-MST-MOVED-COUNT
           END-IF.
      *
           READ INVMAST-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       4200-PURGE-MASTER-LINES.
      *
      *    THE LINE KEY IS THE MASTER KEY WITH A LINE NUMBER ON THE
      *    END, SO THE MASTER'S LINES ARE ONE GENERIC BROWSE.
      *
           MOVE 'N' TO WS-DEP-EOF-SWITCH.
           MOVE INVMAST-KEY OF INVMAST-RECORD
               TO INVLINE-MASTER-KEY OF INVLINE-RECORD.
           MOVE ZERO TO INVLINE-LINE-NUMBER OF INVLINE-RECORD.
           START INVLINE-FILE KEY IS NOT LESS THAN INVLINE-KEY
               OF INVLINE-RECORD
               INVALID KEY SET WS-DEP-EOF TO TRUE
           END-START.
           IF NOT WS-DEP-EOF
               PERFORM 4210-READ-NEXT-LINE
           END-IF.
           PERFORM UNTIL WS-DEP-EOF
               MOVE INVLINE-RECORD TO INVLINE-ARCH-RECORD
               WRITE INVLINE-ARCH-RECORD
               DELETE INVLINE-FILE
               ADD 1 TO WS-MST-LINE-COUNT
               ADD 1 TO WS-RUN-LINE-MOVED-COUNT
               PERFORM 4210-READ-NEXT-LINE
           END-PERFORM.
      *
       4210-READ-NEXT-LINE.
      *
           READ INVLINE-FILE NEXT RECORD
               AT END SET WS-DEP-EOF TO TRUE
           END-READ.
           IF NOT WS-DEP-EOF
              AND INVLINE-MASTER-KEY OF INVLINE-RECORD
                  NOT = INVMAST-KEY OF INVMAST-RECORD
               SET WS-DEP-EOF TO TRUE
           END-IF.
      *
       4300-PURGE-MASTER-LINKS.
      *
      *    AN INVOICE MAY BE THE ORIGINAL ON ANY NUMBER OF
      *    CROSS-REFERENCES, KEYED ORIGINAL FIRST; A MEMO IS ON AT
      *    MOST ONE, FOUND THROUGH THE ORIGINAL ITS MASTER NAMES.
      *
           IF INVMAST-DOC-INVOICE OF INVMAST-RECORD
               MOVE 'N' TO WS-DEP-EOF-SWITCH
               MOVE INVMAST-DIVISION-CODE OF INVMAST-RECORD
                   TO INVMLNK-ORIG-DIVISION-CODE OF INVMLNK-RECORD
               MOVE INVMAST-INVOICE-NUMBER OF INVMAST-RECORD
                   TO INVMLNK-ORIG-INVOICE-NUMBER OF INVMLNK-RECORD
               MOVE LOW-VALUES TO INVMLNK-MEMO-KEY OF INVMLNK-RECORD
               START INVMLNK-FILE KEY IS NOT LESS THAN INVMLNK-KEY
                   OF INVMLNK-RECORD
                   INVALID KEY SET WS-DEP-EOF TO TRUE
               END-START
               IF NOT WS-DEP-EOF
                   PERFORM 4310-READ-NEXT-LINK
               END-IF
               PERFORM UNTIL WS-DEP-EOF
                   PERFORM 4320-ARCHIVE-LINK
                   PERFORM 4310-READ-NEXT-LINK
               END-PERFORM
           ELSE
               IF INVMAST-ORIG-INVOICE-NUMBER OF INVMAST-RECORD
                   NOT = ZERO
                   MOVE INVMAST-ORIG-DIVISION-CODE OF INVMAST-RECORD
                       TO INVMLNK-ORIG-DIVISION-CODE OF INVMLNK-RECORD
                   MOVE INVMAST-ORIG-INVOICE-NUMBER OF INVMAST-RECORD
                       TO INVMLNK-ORIG-INVOICE-NUMBER OF INVMLNK-RECORD
                   MOVE INVMAST-KEY OF INVMAST-RECORD
                       TO INVMLNK-MEMO-KEY OF INVMLNK-RECORD
                   READ INVMLNK-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 4320-ARCHIVE-LINK
                   END-READ
               END-IF
           END-IF.
      *
       4310-READ-NEXT-LINK.
      *
           READ INVMLNK-FILE NEXT RECORD
               AT END SET WS-DEP-EOF TO TRUE
           END-READ.
           IF NOT WS-DEP-EOF
              AND (INVMLNK-ORIG-DIVISION-CODE OF INVMLNK-RECORD
                      NOT = INVMAST-DIVISION-CODE OF INVMAST-RECORD
                OR INVMLNK-ORIG-INVOICE-NUMBER OF INVMLNK-RECORD
                      NOT = INVMAST-INVOICE-NUMBER OF INVMAST-RECORD)
               SET WS-DEP-EOF TO TRUE
           END-IF.
      *
       4320-ARCHIVE-LINK.
      *
           MOVE INVMLNK-RECORD TO INVMLNK-ARCH-RECORD.
           WRITE INVMLNK-ARCH-RECORD.
           DELETE INVMLNK-FILE.
           ADD 1 TO WS-MST-LINK-COUNT.
      *
       4400-PURGE-MASTER-DISPUTES.
      *
      *    THE LOG KEY IS THE MASTER KEY FOLLOWED BY THE DATE AND
      *    TIME OF THE ENTRY.
      *
           MOVE 'N' TO WS-DEP-EOF-SWITCH.
           MOVE INVMAST-DIVISION-CODE OF INVMAST-RECORD
               TO INVDSPL-DIVISION-CODE OF INVDSPL-RECORD.
           MOVE INVMAST-DOCUMENT-TYPE OF INVMAST-RECORD
               TO INVDSPL-DOCUMENT-TYPE OF INVDSPL-RECORD.
           MOVE INVMAST-INVOICE-NUMBER OF INVMAST-RECORD
               TO INVDSPL-INVOICE-NUMBER OF INVDSPL-RECORD.
           MOVE ZERO TO INVDSPL-LOG-DATE OF INVDSPL-RECORD.
           MOVE ZERO TO INVDSPL-LOG-TIME OF INVDSPL-RECORD.
           START DSPLOG-FILE KEY IS NOT LESS THAN INVDSPL-KEY
               OF INVDSPL-RECORD
               INVALID KEY SET WS-DEP-EOF TO TRUE
           END-START.
           IF NOT WS-DEP-EOF
               PERFORM 4410-READ-NEXT-DISPUTE
           END-IF.
           PERFORM UNTIL WS-DEP-EOF
               MOVE INVDSPL-RECORD TO INVDSPL-ARCH-RECORD
               WRITE INVDSPL-ARCH-RECORD
               DELETE DSPLOG-FILE
               ADD 1 TO WS-MST-DISPUTE-COUNT
               PERFORM 4410-READ-NEXT-DISPUTE
           END-PERFORM.
      *
       4410-READ-NEXT-DISPUTE.
      *
           READ DSPLOG-FILE NEXT RECORD
               AT END SET WS-DEP-EOF TO TRUE
           END-READ.
           IF NOT WS-DEP-EOF
              AND (INVDSPL-DIVISION-CODE OF INVDSPL-RECORD
                      NOT = INVMAST-DIVISION-CODE OF INVMAST-RECORD
                OR INVDSPL-DOCUMENT-TYPE OF INVDSPL-RECORD
                      NOT = INVMAST-DOCUMENT-TYPE OF INVMAST-RECORD
                OR INVDSPL-INVOICE-NUMBER OF INVDSPL-RECORD
                      NOT = INVMAST-INVOICE-NUMBER OF INVMAST-RECORD)
               SET WS-DEP-EOF TO TRUE
           END-IF.
      *
       4900-REPORT-MASTER-DIVISION.
      *
                      ' RECORDS TO INVMSTAR'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE PURGE-RPT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               STRING '  WITH ' WS-MST-LINE-COUNT ' LINES, '
                      WS-MST-LINK-COUNT ' MEMO LINKS, '
                      WS-MST-DISPUTE-COUNT ' DISPUTE ENTRIES'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE PURGE-RPT-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE ZERO TO WS-MST-MOVED-COUNT.
           MOVE ZERO TO WS-MST-LINE-COUNT.
           MOVE ZERO TO WS-MST-LINK-COUNT.
           MOVE ZERO TO WS-MST-DISPUTE-COUNT.
      *
       9000-TERMINATE.
      *
           CLOSE PURGE-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'PRGING38'      TO INVRLCOM-JOB-NAME.
           MOVE 'BCKING38'      TO INVRLCOM-PREREQ-JOB (1).
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
           IF INVRLCOM-PREREQ-MISSING
      *
      *    NOTHING IS PURGED WITHOUT TODAY'S CLEAN CHECKPOINT TO FALL
      *    BACK ON. THE REFUSAL IS THE WHOLE REPORT.
      *
               OPEN OUTPUT PURGE-RPT
               MOVE SPACES TO WS-RPT-TEXT
               MOVE 'RETENTION PURGE AND ARCHIVE REPORT' TO WS-RPT-TEXT
               WRITE PURGE-RPT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               STRING INVRLCOM-MESSAGE DELIMITED BY '  '
                      ' - NOTHING PURGED' DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
               WRITE PURGE-RPT-LINE FROM WS-RPT-LINE
               CLOSE PURGE-RPT
               MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'AUDIT PURGED'           TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-RUN-AUDIT-MOVED-COUNT TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'VOID PURGED'            TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-VOID-MOVED-COUNT  TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'MST PURGED'             TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RUN-MST-MOVED-COUNT   TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'LINE PURGED'            TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-RUN-LINE-MOVED-COUNT  TO INVRLCOM-COUNT-VALUE (4).
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
