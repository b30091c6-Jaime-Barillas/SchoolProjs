       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-MATCHED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-RUN-UNACK-OLD-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-RUN-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MATCH-ONE-PAIR
               UNTIL WS-E-EOF AND WS-K-EOF.
           PERFORM 3000-PRINT-DIVISION-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
       3100-PRINT-ONE-DIVISION-TOTAL.
      *
           ADD WS-DIV-MATCHED-COUNT(WS-DIV-IDX) TO WS-RUN-MATCHED-COUNT.
           ADD WS-DIV-UNACK-OLD-COUNT(WS-DIV-IDX)
               TO WS-RUN-UNACK-OLD-COUNT.
           ADD WS-DIV-GHOST-COUNT(WS-DIV-IDX)
               WS-DIV-MISMATCH-COUNT(WS-DIV-IDX)
               TO WS-RUN-EXCEPTION-COUNT.
           SET WS-SUBSCRIPT TO WS-DIV-IDX.
           COMPUTE WS-REPORT-DIVISION-CODE = WS-SUBSCRIPT - 1.
           MOVE SPACES TO WS-RPT-TEXT.
           CLOSE ACK-FILE.
           CLOSE INVEXT-FILE.
           CLOSE ACK-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'ACKING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'ACKS READ'              TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-ACK-READ-COUNT        TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'ACKNOWLEDGED'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-MATCHED-COUNT     TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'UNACK OVER'             TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RUN-UNACK-OLD-COUNT   TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'EXCEPTIONS'             TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-RUN-EXCEPTION-COUNT   TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-RUN-UNACK-OLD-COUNT > ZERO
              OR WS-RUN-EXCEPTION-COUNT > ZERO
              OR WS-BAD-ACK-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'DELIVERIES UNACKNOWLEDGED OR IN EXCEPTION'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
