       01  WS-RPT-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT              PIC X(70) VALUE SPACES.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 1400-LOAD-CHECKPOINT-TABLE.
           PERFORM 2000-PROCESS-AUDIT-LOG UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
           CLOSE INVCTL-FILE.
           CLOSE RECCKP-OUT.
           CLOSE RECON-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'RECING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'NEW RECORDS'            TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-RUN-NEW-COUNT         TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'GAPS'                   TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-RUN-GAP-COUNT         TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'DUPLICATES'             TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RUN-DUP-COUNT         TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'EXPLAINED'              TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-RUN-EXPL-COUNT        TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-RUN-GAP-COUNT > ZERO
              OR WS-RUN-DUP-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'UNEXPLAINED GAPS OR DUPLICATES REPORTED'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
