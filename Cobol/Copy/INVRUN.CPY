      *****************************************************************
      *    INVRUN.CPY                                                 *
      *    RECORD LAYOUT FOR THE RUNLOG38 BATCH RUN LOG. EVERY BATCH  *
      *    JOB WRITES ONE RECORD WHEN IT STARTS (STATE 'R') THROUGH    *
      *    THE RUNING38 SUBPROGRAM AND REWRITES IT WHEN IT ENDS        *
      *    (STATE 'E') WITH ITS RETURN CODE, ELAPSED SECONDS, AND UP   *
      *    TO FOUR KEY RECORD COUNTS. A RECORD STILL IN STATE 'R' AT   *
      *    THE END OF THE WINDOW IS A JOB THAT ABENDED OR IS STILL     *
      *    RUNNING. KEYED JOB NAME/START DATE/START TIME, SO ONE JOB'S *
      *    RUNS READ TOGETHER, OLDEST FIRST.                           *
      *    RETURN CODES: 0000 CLEAN, 0004 ENDED WITH EXCEPTIONS ON     *
      *    ITS REPORT, 0008 STOPPED BEFORE DOING ANY WORK (A           *
      *    PREREQUISITE JOB HAD NOT RUN CLEANLY, OR THE JOB REFUSED    *
      *    ITS PARAMETERS).                                            *
      *****************************************************************
       01  INVRUN-RECORD.
           05  INVRUN-KEY.
               10  INVRUN-JOB-NAME           PIC X(08).
               10  INVRUN-START-DATE         PIC 9(08).
               10  INVRUN-START-TIME         PIC 9(06).
           05  INVRUN-STATE                  PIC X(01).
               88  INVRUN-RUNNING            VALUE 'R'.
               88  INVRUN-ENDED              VALUE 'E'.
           05  INVRUN-END-DATE               PIC 9(08).
           05  INVRUN-END-TIME               PIC 9(06).
           05  INVRUN-ELAPSED-SECONDS        PIC 9(07).
           05  INVRUN-RETURN-CODE            PIC 9(04).
               88  INVRUN-RC-CLEAN           VALUE 0.
               88  INVRUN-RC-WARNING         VALUE 4.
               88  INVRUN-RC-STOPPED         VALUE 8.
           05  INVRUN-COUNT-ENTRY            OCCURS 4.
               10  INVRUN-COUNT-LABEL        PIC X(12).
               10  INVRUN-COUNT-VALUE        PIC 9(09).
           05  INVRUN-MESSAGE                PIC X(50).
