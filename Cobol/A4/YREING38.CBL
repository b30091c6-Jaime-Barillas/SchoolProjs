      *    ALONE BY THE JANUARY RUN AND PICKED UP BY THE APRIL RUN     *
      *    OF THE SAME PARAMETER YEAR. A DIVISION WITH NO CALENDAR     *
      *    RECORD READS AS A JANUARY START AND BEHAVES AS ALWAYS.      *
      *    THE ROLLOVER DOES NOT START UNLESS THAT DAY'S BCKING38      *
      *    CHECKPOINT ENDED CLEANLY ON THE RUNLOG38 RUN LOG (SEE       *
      *    RUNING38): THE CHECKPOINT IS THE RESTART POINT IF THE       *
      *    ROLLOVER IS INTERRUPTED.                                    *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-RPT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(70) VALUE SPACES.
      *
       01  WS-ROLLED-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-RANGE-COUNT                  PIC 9(04) VALUE ZERO.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 9100-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ROLLOVER-DIVISION UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
                      ' IS RETIRED - SKIPPED, HISTORY LEFT INTACT'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF INVCTL-FISCAL-YEAR >= WS-NEW-FISCAL-YEAR
                   MOVE SPACES TO WS-RPT-TEXT
                          ' - SKIPPED, ROLLOVER NOT REPEATED'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 1200-DERIVE-RUN-FISCAL-YEAR
                   IF WS-DIV-RUN-FY < WS-NEW-FISCAL-YEAR
                              ' NOT YET STARTED - SKIPPED'
                              DELIMITED BY SIZE INTO WS-RPT-TEXT
                       WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM 2100-ARCHIVE-AND-RESET-DIVISION
                   END-IF
                  ' STARTING AT INVOICE NUMBER 1'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE.
           ADD 1 TO WS-ROLLED-COUNT.
      *
       2150-REPORT-ARCHIVED-RANGE.
      *
                  '-' INVHIST-RANGE-END
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE.
           ADD 1 TO WS-RANGE-COUNT.
      *
       2200-WRITE-ROLLOVER-MARKER.
      *
           SET INVAUD-ACTION-ROLLOVER     TO TRUE.
           MOVE SPACES                    TO INVAUD-OPERATOR-ID.
           MOVE 'FISCAL YEAR-END ROLLOVER' TO INVAUD-REASON-TEXT.
           MOVE SPACES                    TO INVAUD-APPROVER-ID.
           WRITE INVAUD-RECORD.
      *
       9000-TERMINATE.
           CLOSE INVHIST-FILE.
           CLOSE INVAUD-FILE.
           CLOSE ROLLOVER-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'YREING38'      TO INVRLCOM-JOB-NAME.
           MOVE 'BCKING38'      TO INVRLCOM-PREREQ-JOB (1).
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
           IF INVRLCOM-PREREQ-MISSING
      *
      *    THE CHECKPOINT IS RCVING38'S RESTART POINT IF THE ROLLOVER
      *    IS INTERRUPTED, SO WITHOUT TODAY'S CLEAN BCKING38 RUN THE
      *    ROLLOVER DOES NOT START. THE REFUSAL IS THE WHOLE REPORT.
      *
               OPEN OUTPUT ROLLOVER-RPT
               MOVE SPACES TO WS-RPT-TEXT
               MOVE 'FISCAL YEAR-END INVOICE NUMBER ROLLOVER'
                   TO WS-RPT-TEXT
               WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               STRING INVRLCOM-MESSAGE DELIMITED BY '  '
                      ' - NOTHING ROLLED OVER' DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
               WRITE ROLLOVER-RPT-LINE FROM WS-RPT-LINE
               CLOSE ROLLOVER-RPT
               MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'ROLLED OVER'            TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-ROLLED-COUNT          TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'SKIPPED'                TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-SKIPPED-COUNT         TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'RANGES ARCHV'           TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-RANGE-COUNT           TO INVRLCOM-COUNT-VALUE (3).
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
