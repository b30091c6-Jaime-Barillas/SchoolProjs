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
           PERFORM 1100-LOAD-VOID-TABLE.
           PERFORM 2000-EXAMINE-AUDIT-RECORD UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
           CLOSE INVAUD-FILE.
           CLOSE INVMAST-FILE.
           CLOSE BLOCK-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'BRSING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'BLOCKS'                 TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-BLOCK-COUNT           TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'OVER THRESH'            TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-STALE-BLOCK-COUNT     TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'STILL OPEN'             TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-OPEN-BLOCK-COUNT      TO INVRLCOM-COUNT-VALUE (3).
      *
           IF WS-OPEN-BLOCK-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'STALE BLOCK RESERVATIONS STILL OPEN'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
