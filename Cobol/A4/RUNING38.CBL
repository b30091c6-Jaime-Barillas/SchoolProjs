       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RUNING38.
      *
      *****************************************************************
      *    BATCH RUN-LOG SUBPROGRAM.                                   *
      *    EVERY BATCH JOB CALLS THIS AT START AND AT END SO THE       *
      *    RUNLOG38 FILE HOLDS ONE RECORD PER RUN - START, END,        *
      *    RETURN CODE, ELAPSED TIME, AND THE JOB'S KEY COUNTS - AND   *
      *    LAST NIGHT'S WINDOW CAN BE READ FROM ONE PLACE INSTEAD OF   *
      *    PIECED TOGETHER FROM SYSOUT (SUMING38 REPORTS IT).          *
      *    AT START THE CALLER NAMES ITS PREREQUISITE JOBS. EACH ONE'S *
      *    LATEST RUN STARTED TODAY MUST HAVE ENDED UNDER RETURN CODE  *
      *    0008; A PREREQUISITE THAT NEVER RAN TODAY, IS STILL RUNNING *
      *    (OR ABENDED), OR WAS ITSELF STOPPED, REFUSES THE CALLER,    *
      *    WHICH THEN STOPS BEFORE TOUCHING ANY FILE - SO PRGING38     *
      *    CANNOT PURGE WITHOUT THAT NIGHT'S BCKING38 CHECKPOINT, AND  *
      *    ARLING38 CANNOT REBUILD AHEAD OF THE PURGE. THE REFUSAL IS  *
      *    LOGGED AS A RUN ENDED 0008 WITH THE REASON.                 *
      *    RUNLOG38 IS OPENED AND CLOSED ON EVERY CALL, SO IT IS NEVER *
      *    HELD ACROSS A JOB STEP. A LOG THAT CANNOT BE WRITTEN IS     *
      *    REPORTED BACK ('12') BUT NEVER STOPS A JOB.                 *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG38
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVRUN-KEY.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RUNLOG-FILE.
      *
       COPY INVRUN.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *
       01  WS-PRQ-FOUND-SWITCH             PIC X     VALUE 'N'.
           88  WS-PRQ-FOUND                VALUE 'Y'.
      *
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(06).
       01  WS-CURRENT-TIME-SPLIT REDEFINES WS-CURRENT-TIME.
           05  WS-NOW-HH                   PIC 9(02).
           05  WS-NOW-MM                   PIC 9(02).
           05  WS-NOW-SS                   PIC 9(02).
      *
       01  WS-START-TIME                   PIC 9(06).
       01  WS-START-TIME-SPLIT REDEFINES WS-START-TIME.
           05  WS-START-HH                 PIC 9(02).
           05  WS-START-MM                 PIC 9(02).
           05  WS-START-SS                 PIC 9(02).
      *
       01  WS-ELAPSED-SECONDS              PIC S9(09) COMP-3.
      *
       01  WS-PRQ-IDX                      PIC 9(02).
       01  WS-CNT-IDX                      PIC 9(02).
       01  WS-PRQ-JOB-NAME                 PIC X(08).
       01  WS-PRQ-STATE                    PIC X(01).
       01  WS-PRQ-RETURN-CODE              PIC 9(04).
      *
       LINKAGE SECTION.
      *
       COPY INVRLCOM.
      *
       PROCEDURE DIVISION USING INVRLCOM-AREA.
      *
       0000-MAIN-CONTROL.
      *
           MOVE '00' TO INVRLCOM-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME.
      *
           OPEN I-O RUNLOG-FILE.
      *
           EVALUATE TRUE
               WHEN INVRLCOM-START
                   PERFORM 1000-START-RUN
               WHEN INVRLCOM-END
                   PERFORM 2000-END-RUN
               WHEN OTHER
                   MOVE '16' TO INVRLCOM-STATUS
           END-EVALUATE.
      *
           CLOSE RUNLOG-FILE.
           GOBACK.
      *
       1000-START-RUN.
      *
           MOVE WS-CURRENT-DATE TO INVRLCOM-START-DATE.
           MOVE WS-CURRENT-TIME TO INVRLCOM-START-TIME.
           MOVE ZERO            TO INVRLCOM-RETURN-CODE.
           MOVE SPACES          TO INVRLCOM-MESSAGE.
      *
           PERFORM 1100-CHECK-PREREQUISITE
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 4
                  OR NOT INVRLCOM-SUCCESS.
      *
           MOVE INVRLCOM-JOB-NAME   TO INVRUN-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO INVRUN-START-DATE.
           MOVE WS-CURRENT-TIME     TO INVRUN-START-TIME.
           MOVE ZERO                TO INVRUN-ELAPSED-SECONDS.
           PERFORM 1200-CLEAR-RUN-COUNTS
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 4.
           MOVE INVRLCOM-MESSAGE    TO INVRUN-MESSAGE.
      *
           IF INVRLCOM-PREREQ-MISSING
      *
      *    THE REFUSED RUN IS LOGGED AS ALREADY ENDED, SO THE
      *    SUMMARY SHOWS IT STOPPED RATHER THAN ABENDED.
      *
               SET INVRUN-ENDED         TO TRUE
               MOVE WS-CURRENT-DATE     TO INVRUN-END-DATE
               MOVE WS-CURRENT-TIME     TO INVRUN-END-TIME
               MOVE 8                   TO INVRUN-RETURN-CODE
               MOVE 8                   TO INVRLCOM-RETURN-CODE
           ELSE
               SET INVRUN-RUNNING       TO TRUE
               MOVE ZERO                TO INVRUN-END-DATE
               MOVE ZERO                TO INVRUN-END-TIME
               MOVE ZERO                TO INVRUN-RETURN-CODE
           END-IF.
      *
           WRITE INVRUN-RECORD
               INVALID KEY
                   IF INVRLCOM-SUCCESS
                       MOVE '12' TO INVRLCOM-STATUS
                   END-IF
           END-WRITE.
      *
       1100-CHECK-PREREQUISITE.
      *
      *    THE PREREQUISITE'S RUNS FOR TODAY READ IN START ORDER; THE
      *    LAST ONE READ IS ITS LATEST, AND ONLY THAT ONE COUNTS - A
      *    CLEAN RUN FOLLOWED BY A FAILED RERUN IS NOT CLEAN.
      *
           MOVE INVRLCOM-PREREQ-JOB (WS-PRQ-IDX) TO WS-PRQ-JOB-NAME.
      *
           IF WS-PRQ-JOB-NAME NOT = SPACES
              AND WS-PRQ-JOB-NAME NOT = LOW-VALUES
               MOVE 'N'             TO WS-PRQ-FOUND-SWITCH
               MOVE 'N'             TO WS-EOF-SWITCH
               MOVE WS-PRQ-JOB-NAME TO INVRUN-JOB-NAME
               MOVE WS-CURRENT-DATE TO INVRUN-START-DATE
               MOVE ZERO            TO INVRUN-START-TIME
               START RUNLOG-FILE KEY IS NOT LESS THAN INVRUN-KEY
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               PERFORM 1110-READ-PREREQUISITE-RUN UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN NOT WS-PRQ-FOUND
                       STRING 'PREREQUISITE ' WS-PRQ-JOB-NAME
                              ' HAS NOT RUN TODAY'
                              DELIMITED BY SIZE INTO INVRLCOM-MESSAGE
                       MOVE '08' TO INVRLCOM-STATUS
                   WHEN WS-PRQ-STATE NOT = 'E'
                       STRING 'PREREQUISITE ' WS-PRQ-JOB-NAME
                              ' HAS NOT ENDED'
                              DELIMITED BY SIZE INTO INVRLCOM-MESSAGE
                       MOVE '08' TO INVRLCOM-STATUS
                   WHEN WS-PRQ-RETURN-CODE NOT < 8
                       STRING 'PREREQUISITE ' WS-PRQ-JOB-NAME
                              ' ENDED RC ' WS-PRQ-RETURN-CODE
                              DELIMITED BY SIZE INTO INVRLCOM-MESSAGE
                       MOVE '08' TO INVRLCOM-STATUS
               END-EVALUATE
           END-IF.
      *
       1110-READ-PREREQUISITE-RUN.
      *
           READ RUNLOG-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
      *
           IF NOT WS-EOF
               IF INVRUN-JOB-NAME NOT = WS-PRQ-JOB-NAME
                  OR INVRUN-START-DATE NOT = WS-CURRENT-DATE
                   SET WS-EOF TO TRUE
               ELSE
                   MOVE 'Y'                TO WS-PRQ-FOUND-SWITCH
                   MOVE INVRUN-STATE       TO WS-PRQ-STATE
                   MOVE INVRUN-RETURN-CODE TO WS-PRQ-RETURN-CODE
               END-IF
           END-IF.
      *
       1200-CLEAR-RUN-COUNTS.
      *
      *    THE CALLER'S COUNT TABLE IS CLEARED HERE TOO, SO A JOB
      *    THAT REPORTS FEWER THAN FOUR COUNTS LOGS ZERO FOR THE REST.
      *
           MOVE SPACES TO INVRUN-COUNT-LABEL (WS-CNT-IDX).
           MOVE ZERO   TO INVRUN-COUNT-VALUE (WS-CNT-IDX).
           MOVE SPACES TO INVRLCOM-COUNT-LABEL (WS-CNT-IDX).
           MOVE ZERO   TO INVRLCOM-COUNT-VALUE (WS-CNT-IDX).
      *
       2000-END-RUN.
      *
           MOVE INVRLCOM-JOB-NAME   TO INVRUN-JOB-NAME.
           MOVE INVRLCOM-START-DATE TO INVRUN-START-DATE.
           MOVE INVRLCOM-START-TIME TO INVRUN-START-TIME.
      *
           READ RUNLOG-FILE
               INVALID KEY
                   MOVE '12' TO INVRLCOM-STATUS
           END-READ.
      *
           IF INVRLCOM-SUCCESS
               MOVE INVRLCOM-START-TIME TO WS-START-TIME
               COMPUTE WS-ELAPSED-SECONDS =
                   (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                  - FUNCTION INTEGER-OF-DATE (INVRLCOM-START-DATE))
                  * 86400
                  + (WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS)
                  - (WS-START-HH * 3600 + WS-START-MM * 60
                     + WS-START-SS)
               IF WS-ELAPSED-SECONDS < ZERO
                   MOVE ZERO TO WS-ELAPSED-SECONDS
               END-IF
               SET INVRUN-ENDED          TO TRUE
               MOVE WS-CURRENT-DATE      TO INVRUN-END-DATE
               MOVE WS-CURRENT-TIME      TO INVRUN-END-TIME
               MOVE WS-ELAPSED-SECONDS   TO INVRUN-ELAPSED-SECONDS
               MOVE INVRLCOM-RETURN-CODE TO INVRUN-RETURN-CODE
               PERFORM 2100-TAKE-RUN-COUNT
                   VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 4
               MOVE INVRLCOM-MESSAGE     TO INVRUN-MESSAGE
               REWRITE INVRUN-RECORD
                   INVALID KEY
                       MOVE '12' TO INVRLCOM-STATUS
               END-REWRITE
           END-IF.
      *
       2100-TAKE-RUN-COUNT.
      *
           MOVE INVRLCOM-COUNT-LABEL (WS-CNT-IDX)
                TO INVRUN-COUNT-LABEL (WS-CNT-IDX).
           MOVE INVRLCOM-COUNT-VALUE (WS-CNT-IDX)
                TO INVRUN-COUNT-VALUE (WS-CNT-IDX).
