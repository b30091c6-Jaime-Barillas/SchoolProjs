       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-RUN-AWM-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-RUN-MWA-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-RUN-VWM-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-RUN-VDM-COUNT                PIC 9(09) VALUE ZERO.
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
           PERFORM 3000-CHECK-VOID-LOG.
           PERFORM 4000-PRINT-DIVISION-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
       4100-PRINT-ONE-DIVISION-TOTAL.
      *
           ADD WS-TOT-AWM-COUNT(WS-TOT-IDX) TO WS-RUN-AWM-COUNT.
           ADD WS-TOT-MWA-COUNT(WS-TOT-IDX) TO WS-RUN-MWA-COUNT.
           ADD WS-TOT-VWM-COUNT(WS-TOT-IDX) TO WS-RUN-VWM-COUNT.
           ADD WS-TOT-VDM-COUNT(WS-TOT-IDX) TO WS-RUN-VDM-COUNT.
           SET WS-SUBSCRIPT TO WS-TOT-IDX.
           COMPUTE WS-REPORT-DIVISION-CODE = WS-SUBSCRIPT - 1.
           MOVE SPACES TO WS-RPT-TEXT.
           CLOSE INVMAST-FILE.
           CLOSE INVCTL-FILE.
           CLOSE CROSS-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'CRSING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'AUDIT NO MST'           TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-RUN-AWM-COUNT         TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'MST NO AUDIT'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-MWA-COUNT         TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'VOID NO MST'            TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RUN-VWM-COUNT         TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'VOID STATUS'            TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-RUN-VDM-COUNT         TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-RUN-AWM-COUNT > ZERO OR WS-RUN-MWA-COUNT > ZERO
              OR WS-RUN-VWM-COUNT > ZERO OR WS-RUN-VDM-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'INTEGRITY EXCEPTIONS REPORTED'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
