      *****************************************************************
      *    INVRLCOM.CPY                                               *
      *    PARAMETER AREA FOR RUNING38, THE RUN-LOG SUBPROGRAM EVERY  *
      *    BATCH JOB CALLS AT START AND END.                           *
      *      'S' START - CHECKS EACH PREREQUISITE JOB NAMED IN THE     *
      *          TABLE: ITS LATEST RUN STARTED TODAY MUST HAVE ENDED   *
      *          WITH A RETURN CODE UNDER 0008. ALL MET, THE RUN IS    *
      *          LOGGED AS STARTED ('00') AND THE START DATE AND TIME  *
      *          COME BACK AS ITS KEY. ONE NOT MET, THE RUN IS LOGGED  *
      *          AS ENDED 0008 WITH THE REASON, WHICH ALSO COMES BACK  *
      *          IN THE MESSAGE ('08'); THE CALLER STOPS, TOUCHING     *
      *          NOTHING, AND DOES NOT CALL 'E'.                       *
      *      'E' END - REWRITES THE RUN'S RECORD WITH THE RETURN       *
      *          CODE, COUNTS, AND MESSAGE THE CALLER SUPPLIES.        *
      *    '12' MEANS RUNLOG38 COULD NOT BE WRITTEN; THE JOB RUNS      *
      *    ON REGARDLESS, SINCE THE LOG MUST NEVER STOP THE WINDOW.    *
      *****************************************************************
       01  INVRLCOM-AREA.
           05  INVRLCOM-FUNCTION          PIC X(01).
               88  INVRLCOM-START         VALUE 'S'.
               88  INVRLCOM-END           VALUE 'E'.
           05  INVRLCOM-JOB-NAME          PIC X(08).
           05  INVRLCOM-PREREQ-JOB        PIC X(08) OCCURS 4.
           05  INVRLCOM-START-DATE        PIC 9(08).
           05  INVRLCOM-START-TIME        PIC 9(06).
           05  INVRLCOM-RETURN-CODE       PIC 9(04).
           05  INVRLCOM-COUNT-ENTRY       OCCURS 4.
               10  INVRLCOM-COUNT-LABEL   PIC X(12).
               10  INVRLCOM-COUNT-VALUE   PIC 9(09).
           05  INVRLCOM-MESSAGE           PIC X(50).
           05  INVRLCOM-STATUS            PIC XX.
               88  INVRLCOM-SUCCESS       VALUE '00'.
               88  INVRLCOM-PREREQ-MISSING VALUE '08'.
               88  INVRLCOM-LOG-FAILED    VALUE '12'.
               88  INVRLCOM-BAD-FUNCTION  VALUE '16'.
