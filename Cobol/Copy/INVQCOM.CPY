      *    INVQCOM.CPY                                                *
      *    DFHCOMMAREA LAYOUT FOR QSCING38, THE OPERATOR QUIESCE/     *
      *    RESUME TRANSACTION THAT HANDS THE CONTROL AND MASTER FILES  *
      *    TO THE BATCH WINDOW AND TAKES THEM BACK. A RESUME THAT      *
      *    FINDS A REQUIRED NIGHTLY JOB WITH NO CLEAN RUN ON RUNLOG38  *
      *    SINCE THE QUIESCE STILL RESUMES, BUT RETURNS '04' AND, IF   *
      *    THE CALLER PASSED THE LONGER AREA, NAMES THE MISSING JOBS.  *
      *****************************************************************
       01  INVQCOM-AREA.
           05  INVQCOM-ACTION             PIC X(01).
           05  INVQCOM-OPERATOR-ID        PIC X(08).
           05  INVQCOM-STATUS             PIC XX.
               88  INVQCOM-SUCCESS        VALUE '00'.
               88  INVQCOM-RESUMED-WARNING VALUE '04'.
               88  INVQCOM-ALREADY-SET    VALUE '08'.
               88  INVQCOM-OPEN-FAILED    VALUE '12'.
               88  INVQCOM-NOT-AUTHORIZED VALUE '16'.
               88  INVQCOM-BAD-ACTION     VALUE '20'.
           05  INVQCOM-MISSING-COUNT      PIC 9(02).
           05  INVQCOM-MISSING-JOBS.
               10  INVQCOM-MISSING-JOB    PIC X(08) OCCURS 10.
