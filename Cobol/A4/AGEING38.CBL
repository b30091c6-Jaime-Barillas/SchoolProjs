       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-OPEN-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-RUN-AGED-COUNT               PIC 9(09) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-MASTER-RECORD UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
       2100-AGE-OPEN-INVOICE.
      *
           ADD 1 TO WS-DIV-OPEN-COUNT.
           ADD 1 TO WS-RUN-OPEN-COUNT.
           ADD INVMAST-INVOICE-AMOUNT TO WS-DIV-OPEN-AMOUNT.
           IF INVMAST-INVOICE-AMOUNT = ZERO
               ADD 1 TO WS-NO-AMOUNT-COUNT
      *
       2200-REPORT-AGED-INVOICE.
      *
           ADD 1 TO WS-RUN-AGED-COUNT.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
      *
           CLOSE INVMAST-FILE.
           CLOSE AGING-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'AGEING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'OPEN'                   TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-RUN-OPEN-COUNT        TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'AGED OVER 30'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-AGED-COUNT        TO INVRLCOM-COUNT-VALUE (2).
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
