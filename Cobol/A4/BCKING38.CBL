       01  WS-RPT-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT            PIC X(70) VALUE SPACES.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
      *
           WRITE BACKUP-RPT-LINE FROM WS-RPT-LINE.
           CLOSE BACKUP-RPT.
      *
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-SNAPSHOT-CTLG38.
      *
           CLOSE INVVOID-FILE.
           CLOSE INVVOID-BACKUP.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'BCKING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'DIVISIONS'              TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-DIVISION-COUNT        TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'AUDIT COPIED'           TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-AUDIT-COUNT           TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'VOIDS COPIED'           TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-VOID-COUNT            TO INVRLCOM-COUNT-VALUE (3).
      *
           IF WS-DIVISION-COUNT = ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'NO DIVISIONS ON CTLG38 - NOTHING CHECKPOINTED'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
