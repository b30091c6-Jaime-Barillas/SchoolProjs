       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-AUDIT-READ-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-ISSUANCE-COUNT               PIC 9(09) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-AUDIT-RECORD UNTIL WS-EOF.
           PERFORM 3000-REPORT-ALL-DIVISIONS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
       2000-TALLY-AUDIT-RECORD.
      *
           ADD 1 TO WS-AUDIT-READ-COUNT.
           IF INVAUD-ACTION-ISSUED
               ADD 1 TO WS-ISSUANCE-COUNT
               PERFORM 2100-TALLY-ISSUANCE
           END-IF.
      *
      *
           CLOSE INVAUD-FILE.
           CLOSE STATS-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'STAING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'AUDIT READ'             TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-AUDIT-READ-COUNT      TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'ISSUANCES'              TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-ISSUANCE-COUNT        TO INVRLCOM-COUNT-VALUE (2).
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
