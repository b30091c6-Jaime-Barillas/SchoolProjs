       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  SUMING38.
      *
      *****************************************************************
      *    MORNING BATCH-WINDOW SUMMARY.                               *
      *    READS THE RUNLOG38 RUN LOG THE BATCH JOBS WRITE THROUGH     *
      *    RUNING38 AND PRINTS, JOB BY JOB FROM ITS OWN JOB TABLE, THE *
      *    OUTCOME OF EACH JOB'S LATEST RUN STARTED IN THE LAST 24     *
      *    HOURS - OK, WARNING (RC 0004), STOPPED (RC 0008, REFUSED BY *
      *    A PREREQUISITE OR ITS PARAMETERS), FAILED (ANY OTHER RC),   *
      *    DID NOT END (STILL RUNNING OR ABENDED), OR NOT RUN - WITH   *
      *    ITS ELAPSED TIME AND KEY COUNTS SIDE BY SIDE WITH ITS       *
      *    LATEST RUN BEFORE THAT (THE PREVIOUS NIGHT'S), SO LAST      *
      *    NIGHT CAN BE CHECKED FROM ONE PAGE INSTEAD OF FROM SYSOUT.  *
      *    A JOB RERUN IN THE WINDOW SHOWS ITS LATEST RUN AND HOW MANY *
      *    RUNS IT TOOK. A NIGHTLY JOB IS ALWAYS LISTED, AND ONE THAT  *
      *    DID NOT RUN - EVEN ONE THAT HAS NEVER LOGGED - COUNTS AS A  *
      *    PROBLEM. AN ON-DEMAND JOB (YEAR-END, PURGE, REBUILD,        *
      *    WEEKLY, AND AD HOC REPORT RUNS) IS LISTED ONLY WHEN IT RAN. *
      *    THIS JOB LOGS ITSELF BUT LEAVES ITSELF OFF THE REPORT.      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RUNLOG-FILE   ASSIGN TO RUNLOG38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVRUN-KEY.
      *
           SELECT SUMMARY-RPT   ASSIGN TO SUMRPT38
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RUNLOG-FILE.
      *
       COPY INVRUN.
      *
       FD  SUMMARY-RPT.
      *
       01  SUMMARY-RPT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(06).
       01  WS-TODAY-INTEGER                PIC 9(08).
       01  WS-WINDOW-DATE                  PIC 9(08).
       01  WS-WINDOW-STAMP                 PIC 9(14).
       01  WS-RUN-STAMP                    PIC 9(14).
      *
      *
      *    THE JOBS THE SUMMARY REPORTS ON, IN REPORT ORDER, EACH
      *    FLAGGED NIGHTLY ('N') OR ON DEMAND ('D'). THE NIGHTLY
      *    ENTRIES ARE THE JOBS QSCING38 REQUIRES BEFORE A RESUME; A
      *    NEW BATCH JOB IS ADDED TO BOTH LISTS.
      *
       01  WS-SUMMARY-JOB-VALUES.
           05  FILLER                      PIC X(09) VALUE 'BCKING38N'.
           05  FILLER                      PIC X(09) VALUE 'RECING38N'.
           05  FILLER                      PIC X(09) VALUE 'CRSING38N'.
           05  FILLER                      PIC X(09) VALUE 'SETING38N'.
           05  FILLER                      PIC X(09) VALUE 'STAING38N'.
           05  FILLER                      PIC X(09) VALUE 'BRSING38N'.
           05  FILLER                      PIC X(09) VALUE 'ACKING38N'.
           05  FILLER                      PIC X(09) VALUE 'EXPING38N'.
           05  FILLER                      PIC X(09) VALUE 'BALING38N'.
           05  FILLER                      PIC X(09) VALUE 'GLJING38N'.
           05  FILLER                      PIC X(09) VALUE 'YREING38D'.
           05  FILLER                      PIC X(09) VALUE 'PRGING38D'.
           05  FILLER                      PIC X(09) VALUE 'ARLING38D'.
           05  FILLER                      PIC X(09) VALUE 'RCVING38D'.
           05  FILLER                      PIC X(09) VALUE 'DUNING38D'.
           05  FILLER                      PIC X(09) VALUE 'RBLING38D'.
           05  FILLER                      PIC X(09) VALUE 'AGEING38D'.
           05  FILLER                      PIC X(09) VALUE 'DAGING38D'.
           05  FILLER                      PIC X(09) VALUE 'NETING38D'.
       01  WS-SUMMARY-JOB-TABLE REDEFINES WS-SUMMARY-JOB-VALUES.
           05  WS-SUMMARY-JOB OCCURS 19 TIMES
                              INDEXED BY WS-JOB-IDX.
               10  WS-SJ-JOB-NAME          PIC X(08).
               10  WS-SJ-SCHEDULE          PIC X(01).
                   88  WS-SJ-NIGHTLY       VALUE 'N'.
                   88  WS-SJ-ON-DEMAND     VALUE 'D'.
      *
       01  WS-GROUP-JOB-NAME               PIC X(08).
       01  WS-WINDOW-RUN-COUNT             PIC 9(02).
       01  WS-CNT-IDX                      PIC 9(02).
      *
      *    ENTRY 1 HOLDS THE JOB'S LATEST RUN INSIDE THE WINDOW,
      *    ENTRY 2 ITS LATEST RUN BEFORE IT.
      *
       01  WS-SAVED-RUNS.
           05  WS-SAVED-RUN OCCURS 2 TIMES
                            INDEXED BY WS-SAVE-IDX.
               10  WS-SV-FOUND-SWITCH      PIC X.
                   88  WS-SV-FOUND         VALUE 'Y'.
               10  WS-SV-START-DATE        PIC 9(08).
               10  WS-SV-START-TIME        PIC 9(06).
               10  WS-SV-STATE             PIC X(01).
                   88  WS-SV-ENDED         VALUE 'E'.
               10  WS-SV-ELAPSED-SECONDS   PIC 9(07).
               10  WS-SV-RETURN-CODE       PIC 9(04).
               10  WS-SV-COUNT-ENTRY OCCURS 4 TIMES.
                   15  WS-SV-COUNT-LABEL   PIC X(12).
                   15  WS-SV-COUNT-VALUE   PIC 9(09).
               10  WS-SV-MESSAGE           PIC X(50).
      *
       01  WS-OUTCOME                      PIC X(11).
       01  WS-COUNT-CHANGE                 PIC S9(10).
       01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-PREV-COUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHANGE-EDIT                  PIC +ZZZ,ZZZ,ZZ9.
       01  WS-RUNS-EDIT                    PIC Z9.
      *
       01  WS-EL-SECONDS                   PIC 9(07).
       01  WS-EL-HOURS                     PIC 9(04).
       01  WS-EL-REST                      PIC 9(04).
       01  WS-EL-MINUTES                   PIC 9(02).
       01  WS-EL-SECS                      PIC 9(02).
       01  WS-ELAPSED-EDIT.
           05  WS-EE-HOURS                 PIC ZZ9.
           05  FILLER                      PIC X     VALUE ':'.
           05  WS-EE-MINUTES               PIC 99.
           05  FILLER                      PIC X     VALUE ':'.
           05  WS-EE-SECS                  PIC 99.
       01  WS-PREV-ELAPSED-EDIT            PIC X(09).
      *
       01  WS-JOB-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-OK-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-WARNING-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-STOPPED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-FAILED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-NOT-ENDED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-NOT-RUN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-PROBLEM-COUNT                PIC 9(05) VALUE ZERO.
      *
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
           PERFORM 2000-REPORT-ONE-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > 19.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9200-LOG-RUN-END.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
      *    THE WINDOW IS THE 24 HOURS UP TO NOW: EVERY RUN STARTED AT
      *    OR AFTER THIS TIME YESTERDAY.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           COMPUTE WS-WINDOW-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 1).
           COMPUTE WS-WINDOW-STAMP =
               WS-WINDOW-DATE * 1000000 + WS-CURRENT-TIME.
      *
           OPEN INPUT  RUNLOG-FILE.
           OPEN OUTPUT SUMMARY-RPT.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'BATCH WINDOW MORNING SUMMARY  RUN DATE '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'RUNS STARTED SINCE ' WS-WINDOW-DATE
                  ' ' WS-CURRENT-TIME
                  ', AGAINST EACH JOB''S RUN BEFORE THAT'
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
      *
       2000-REPORT-ONE-JOB.
      *
      *    ONE JOB'S RUNS ARE CONTIGUOUS ON THE LOG, OLDEST FIRST, SO
      *    THE LAST RUN SAVED INTO EACH ENTRY IS THE LATEST OF ITS KIND.
      *
           MOVE WS-SJ-JOB-NAME (WS-JOB-IDX) TO WS-GROUP-JOB-NAME.
           MOVE ZERO            TO WS-WINDOW-RUN-COUNT.
           MOVE 'N'             TO WS-SV-FOUND-SWITCH (1).
           MOVE 'N'             TO WS-SV-FOUND-SWITCH (2).
      *
           MOVE 'N'               TO WS-EOF-SWITCH.
           MOVE WS-GROUP-JOB-NAME TO INVRUN-JOB-NAME.
           MOVE ZERO              TO INVRUN-START-DATE.
           MOVE ZERO              TO INVRUN-START-TIME.
           START RUNLOG-FILE KEY IS NOT LESS THAN INVRUN-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               READ RUNLOG-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
      *
           PERFORM 2100-TAKE-RUN
               UNTIL WS-EOF
                  OR INVRUN-JOB-NAME NOT = WS-GROUP-JOB-NAME.
      *
           IF WS-SJ-NIGHTLY (WS-JOB-IDX) OR WS-SV-FOUND (1)
               PERFORM 2200-PRINT-JOB
           END-IF.
      *
       2100-TAKE-RUN.
      *
           COMPUTE WS-RUN-STAMP =
               INVRUN-START-DATE * 1000000 + INVRUN-START-TIME.
           IF WS-RUN-STAMP NOT < WS-WINDOW-STAMP
               SET WS-SAVE-IDX TO 1
               ADD 1 TO WS-WINDOW-RUN-COUNT
           ELSE
               SET WS-SAVE-IDX TO 2
           END-IF.
      *
           MOVE 'Y'                    TO WS-SV-FOUND-SWITCH
                                              (WS-SAVE-IDX).
           MOVE INVRUN-START-DATE      TO WS-SV-START-DATE
                                              (WS-SAVE-IDX).
           MOVE INVRUN-START-TIME      TO WS-SV-START-TIME
                                              (WS-SAVE-IDX).
           MOVE INVRUN-STATE           TO WS-SV-STATE (WS-SAVE-IDX).
           MOVE INVRUN-ELAPSED-SECONDS TO WS-SV-ELAPSED-SECONDS
                                              (WS-SAVE-IDX).
           MOVE INVRUN-RETURN-CODE     TO WS-SV-RETURN-CODE
                                              (WS-SAVE-IDX).
           MOVE INVRUN-MESSAGE         TO WS-SV-MESSAGE (WS-SAVE-IDX).
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 4
               MOVE INVRUN-COUNT-LABEL (WS-CNT-IDX)
                    TO WS-SV-COUNT-LABEL (WS-SAVE-IDX WS-CNT-IDX)
               MOVE INVRUN-COUNT-VALUE (WS-CNT-IDX)
                    TO WS-SV-COUNT-VALUE (WS-SAVE-IDX WS-CNT-IDX)
           END-PERFORM.
      *
           READ RUNLOG-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
       2200-PRINT-JOB.
      *
      *    ONLY A NIGHTLY JOB REACHES HERE WITHOUT A RUN IN THE
      *    WINDOW, SO NOT RUN IS ALWAYS A MISSED NIGHTLY JOB.
      *
           ADD 1 TO WS-JOB-COUNT.
      *
           EVALUATE TRUE
               WHEN NOT WS-SV-FOUND (1)
                   MOVE 'NOT RUN'     TO WS-OUTCOME
                   ADD 1 TO WS-NOT-RUN-COUNT
               WHEN NOT WS-SV-ENDED (1)
                   MOVE 'DID NOT END' TO WS-OUTCOME
                   ADD 1 TO WS-NOT-ENDED-COUNT
               WHEN WS-SV-RETURN-CODE (1) = 0
                   MOVE 'OK'          TO WS-OUTCOME
                   ADD 1 TO WS-OK-COUNT
               WHEN WS-SV-RETURN-CODE (1) = 4
                   MOVE 'WARNING'     TO WS-OUTCOME
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-SV-RETURN-CODE (1) = 8
                   MOVE 'STOPPED'     TO WS-OUTCOME
                   ADD 1 TO WS-STOPPED-COUNT
               WHEN OTHER
                   MOVE 'FAILED'      TO WS-OUTCOME
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           IF WS-SV-FOUND (1)
               MOVE WS-WINDOW-RUN-COUNT TO WS-RUNS-EDIT
               STRING WS-GROUP-JOB-NAME ' ' WS-OUTCOME
                      '  RC ' WS-SV-RETURN-CODE (1)
                      '  STARTED ' WS-SV-START-DATE (1)
                      ' ' WS-SV-START-TIME (1)
                      '  RUNS ' WS-RUNS-EDIT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING WS-GROUP-JOB-NAME ' ' WS-OUTCOME
                      '  NO RUN STARTED IN THE LAST 24 HOURS'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
      *
           IF WS-SV-FOUND (1)
               PERFORM 2300-PRINT-ELAPSED
               IF WS-SV-MESSAGE (1) NOT = SPACES
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING '  ' WS-SV-MESSAGE (1)
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
               END-IF
               PERFORM 2400-PRINT-COUNT
                   VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 4
           ELSE
               IF WS-SV-FOUND (2)
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING '  LAST RAN ' WS-SV-START-DATE (2)
                          ' ' WS-SV-START-TIME (2)
                          ' RC ' WS-SV-RETURN-CODE (2)
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
               ELSE
                   MOVE '  NO RUN OF THIS JOB HAS EVER BEEN LOGGED'
                       TO WS-RPT-TEXT
                   WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
      *
       2300-PRINT-ELAPSED.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           IF NOT WS-SV-ENDED (1)
               MOVE '  NO END LOGGED - STILL RUNNING OR ABENDED'
                   TO WS-RPT-TEXT
               WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
           ELSE
               IF WS-SV-FOUND (2) AND WS-SV-ENDED (2)
                   MOVE WS-SV-ELAPSED-SECONDS (2) TO WS-EL-SECONDS
                   PERFORM 2310-EDIT-ELAPSED
                   MOVE WS-ELAPSED-EDIT TO WS-PREV-ELAPSED-EDIT
               ELSE
                   MOVE '     NONE'      TO WS-PREV-ELAPSED-EDIT
               END-IF
               MOVE WS-SV-ELAPSED-SECONDS (1) TO WS-EL-SECONDS
               PERFORM 2310-EDIT-ELAPSED
               STRING '  ELAPSED    ' WS-ELAPSED-EDIT
                      '  PREVIOUS ' WS-PREV-ELAPSED-EDIT
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       2310-EDIT-ELAPSED.
      *
           DIVIDE WS-EL-SECONDS BY 3600
               GIVING WS-EL-HOURS REMAINDER WS-EL-REST.
           DIVIDE WS-EL-REST BY 60
               GIVING WS-EL-MINUTES REMAINDER WS-EL-SECS.
           MOVE WS-EL-HOURS   TO WS-EE-HOURS.
           MOVE WS-EL-MINUTES TO WS-EE-MINUTES.
           MOVE WS-EL-SECS    TO WS-EE-SECS.
      *
       2400-PRINT-COUNT.
      *
      *    A JOB ALWAYS LOGS THE SAME COUNT IN THE SAME SLOT, SO THE
      *    PREVIOUS RUN'S SLOT IS COMPARED ONLY WHEN ITS LABEL MATCHES
      *    (A STOPPED RUN LOGS NO COUNTS AT ALL).
      *
           IF WS-SV-COUNT-LABEL (1 WS-CNT-IDX) NOT = SPACES
               MOVE WS-SV-COUNT-VALUE (1 WS-CNT-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO WS-RPT-TEXT
               IF WS-SV-FOUND (2)
                  AND WS-SV-COUNT-LABEL (2 WS-CNT-IDX)
                      = WS-SV-COUNT-LABEL (1 WS-CNT-IDX)
                   MOVE WS-SV-COUNT-VALUE (2 WS-CNT-IDX)
                        TO WS-PREV-COUNT-EDIT
                   COMPUTE WS-COUNT-CHANGE =
                       WS-SV-COUNT-VALUE (1 WS-CNT-IDX)
                     - WS-SV-COUNT-VALUE (2 WS-CNT-IDX)
                   MOVE WS-COUNT-CHANGE TO WS-CHANGE-EDIT
                   STRING '  ' WS-SV-COUNT-LABEL (1 WS-CNT-IDX)
                          ' ' WS-COUNT-EDIT
                          '  PREV ' WS-PREV-COUNT-EDIT
                          '  CHANGE ' WS-CHANGE-EDIT
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               ELSE
                   STRING '  ' WS-SV-COUNT-LABEL (1 WS-CNT-IDX)
                          ' ' WS-COUNT-EDIT
                          '  PREV        NONE'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-IF
               WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       3000-PRINT-TOTALS.
      *
           COMPUTE WS-PROBLEM-COUNT = WS-STOPPED-COUNT
                                    + WS-FAILED-COUNT
                                    + WS-NOT-ENDED-COUNT
                                    + WS-NOT-RUN-COUNT.
      *
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'JOBS ' WS-JOB-COUNT
                  '   OK ' WS-OK-COUNT
                  '   WARNING ' WS-WARNING-COUNT
                  '   STOPPED ' WS-STOPPED-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING 'FAILED ' WS-FAILED-COUNT
                  '   DID NOT END ' WS-NOT-ENDED-COUNT
                  '   NOT RUN ' WS-NOT-RUN-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT.
           WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE.
      *
           IF WS-PROBLEM-COUNT > ZERO
               MOVE SPACES TO WS-RPT-TEXT
               STRING '** ' WS-PROBLEM-COUNT
                      ' JOBS STOPPED, FAILED, UNFINISHED, OR NOT RUN'
                      DELIMITED BY SIZE INTO WS-RPT-TEXT
               WRITE SUMMARY-RPT-LINE FROM WS-RPT-LINE
           END-IF.
      *
       9000-TERMINATE.
      *
           CLOSE RUNLOG-FILE.
           CLOSE SUMMARY-RPT.
      *
       9100-LOG-RUN-START.
      *
           MOVE SPACES          TO INVRLCOM-AREA.
           SET INVRLCOM-START   TO TRUE.
           MOVE 'SUMING38'      TO INVRLCOM-JOB-NAME.
           CALL 'RUNING38' USING INVRLCOM-AREA.
      *
       9200-LOG-RUN-END.
      *
           SET INVRLCOM-END TO TRUE.
           MOVE 'JOBS'                   TO INVRLCOM-COUNT-LABEL (1).
           MOVE WS-JOB-COUNT             TO INVRLCOM-COUNT-VALUE (1).
           MOVE 'OK'                     TO INVRLCOM-COUNT-LABEL (2).
           MOVE WS-OK-COUNT              TO INVRLCOM-COUNT-VALUE (2).
           MOVE 'WARNING'                TO INVRLCOM-COUNT-LABEL (3).
           MOVE WS-WARNING-COUNT         TO INVRLCOM-COUNT-VALUE (3).
           MOVE 'PROBLEMS'               TO INVRLCOM-COUNT-LABEL (4).
           MOVE WS-PROBLEM-COUNT         TO INVRLCOM-COUNT-VALUE (4).
      *
           IF WS-PROBLEM-COUNT > ZERO
               MOVE 4 TO INVRLCOM-RETURN-CODE
               MOVE 'JOBS STOPPED, FAILED, UNFINISHED, OR NOT RUN'
                   TO INVRLCOM-MESSAGE
           END-IF.
      *
           CALL 'RUNING38' USING INVRLCOM-AREA.
           MOVE INVRLCOM-RETURN-CODE TO RETURN-CODE.
