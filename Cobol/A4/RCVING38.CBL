       01  WS-RPT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT             PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-CKPT-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-RUN-REBUILT-COUNT            PIC 9(04) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-CHECKPOINT.
           PERFORM 3000-APPLY-AUDIT-TRAIL.
           PERFORM 4000-REBUILD-CTLG38.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
               SET WS-DIV-IDX TO INVCKPT-DIVISION-CODE
               SET WS-DIV-IDX UP BY 1
               SET WS-DIV-IS-PRESENT(WS-DIV-IDX) TO TRUE
               ADD 1 TO WS-RUN-CKPT-COUNT
               MOVE INVCKPT-NEXT-INVOICE-NUMBER
                    TO WS-DIV-NEXT-NUMBER(WS-DIV-IDX)
               MOVE INVCKPT-RANGE-START
           PERFORM UNTIL WS-EOF
               IF INVAUD-ACTION-REJECTED
                  OR INVAUD-ACTION-QUIESCE OR INVAUD-ACTION-RESUME
                  OR INVAUD-ACTION-DISPUTED
                  OR INVAUD-ACTION-DISP-RELEASED
                  OR INVAUD-ACTION-PERIOD-CLOSED
                  OR INVAUD-ACTION-PERIOD-OPENED
                   CONTINUE
               ELSE
                   PERFORM 3005-APPLY-ONE-AUDIT-RECORD
      *    REJ AUTHORIZATION-REJECTION RECORDS ARE FILTERED OUT BY
      *    THE CALLER - THEY CARRY NO ISSUANCE AND A ZERO FISCAL
      *    YEAR, AND APPLYING ONE WOULD FABRICATE A DIVISION ENTRY
      *    IN THE REBUILD TABLE. DSP/DSR DISPUTE RECORDS ARE
      *    FILTERED TOO - THEY NAME A DOCUMENT THAT MAY BELONG TO AN
      *    EARLIER FISCAL YEAR'S NUMBERS. PCL/POP PERIOD RECORDS
      *    CARRY NO NUMBER AND A FISCAL YEAR THAT MAY BE A CLOSED
      *    PRIOR YEAR, SO THEY ARE FILTERED AS WELL. A NEW
      *    SERIES-CREATE RECORD IS APPLIED LIKE A ROLLOVER MARKER -
      *    IT ESTABLISHES THE DIVISION'S RANGE START AND NEXT NUMBER
      *    (AND ACTIVE STATUS) EVEN IF NOTHING HAS BEEN ISSUED YET.
      *    A RET RECORD RE-FREEZES THE SERIES: A RETIREMENT THAT
      *    HAPPENED AFTER THE LAST BCKING38 CHECKPOINT EXISTS ONLY IN
      *    THE AUDIT TRAIL, AND DROPPING IT HERE WOULD REBUILD THE
      *    DIVISION ACTIVE AND LET ISSUANCE RESUME AGAINST A FROZEN
      *    SERIES.
      *
                   MOVE WS-DIV-SERIES-STATUS(WS-DIV-IDX)
                        TO INVCTL-SERIES-STATUS
                   WRITE INVCTL-RECORD
                   ADD 1 TO WS-RUN-REBUILT-COUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'REBUILT DIVISION ' INVCTL-DIVISION-CODE
                          ' NEXT-INVOICE-NUMBER '
       9000-TERMINATE.
      *
           CLOSE RECOVER-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'RCVING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'CKPT DIVS'              TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-RUN-CKPT-COUNT        TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'REBUILT DIVS'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-REBUILT-COUNT     TO INVRLCOM-COUNT-VALUE (2).
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
