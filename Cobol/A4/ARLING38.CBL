      *    START MONTH ON THE FSCAL38 FISCAL CALENDAR - THE SAME      *
      *    DERIVATION THE PURGE AND THE THREE-WAY AUDIT USE, SO THE   *
      *    INQUIRY KEYS LINE UP WITH WHAT THE PURGE ARCHIVED.         *
      *    THE BUILD DOES NOT START UNLESS THAT DAY'S PRGING38 PURGE  *
      *    ENDED CLEANLY ON THE RUNLOG38 RUN LOG (SEE RUNING38).      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
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
           PERFORM 1050-LOAD-CALENDAR-TABLE.
           PERFORM 1100-LOAD-VOID-ARCHIVE.
           PERFORM 2000-BUILD-MASTER-INQUIRY.
           PERFORM 3000-BUILD-RANGE-INQUIRY.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           WRITE BUILD-RPT-LINE FROM WS-RPT-LINE.
           CLOSE BUILD-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'ARLING38'      TO INVRLCOM-JOB-NAME.
           MOVE 'PRGING38'      TO INVRLCOM-PREREQ-JOB (1).
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
           IF INVRLCOM-PREREQ-MISSING
      *
      *    THE EXTRACTS ARE BUILT FROM WHAT THE PURGE ARCHIVED, SO
      *    BUILDING AHEAD OF A PURGE THAT HAS NOT FINISHED CLEANLY
      *    TODAY WOULD LOAD A HALF-MOVED ARCHIVE. THE REFUSAL IS THE
      *    WHOLE REPORT.
      *
               OPEN OUTPUT BUILD-RPT
               MOVE 'ARCHIVE INQUIRY FILE BUILD REPORT' TO WS-RPT-TEXT
               WRITE BUILD-RPT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-TEXT
               STRING INVRLCOM-MESSAGE DELIMITED BY '  '
                      ' - NOTHING BUILT' DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
               WRITE BUILD-RPT-LINE FROM WS-RPT-LINE
               CLOSE BUILD-RPT
               MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'VOIDS LOADED'           TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-VOID-COUNT            TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'MASTERS'                TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-MASTER-COUNT          TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'RANGES'                 TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-HIST-COUNT            TO INVRLCOM-COUNT-VALUE (3).
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
