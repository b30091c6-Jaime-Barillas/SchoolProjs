      *****************************************************************
      *    INVGLCT.CPY                                                *
      *    RECORD LAYOUT FOR THE GLJING38 RESTART MARKER (GLCTLIN/    *
      *    GLCTLOT). A SINGLE RECORD SAYING WHICH RUN DATE WAS LAST    *
      *    JOURNALED, UNDER WHICH BATCH NUMBER, AND THE OPEN AR        *
      *    DOLLARS ON INVMST38 AT THAT POINT - THE STARTING FIGURE THE *
      *    NEXT RUN'S CONTROL REPORT TIES FORWARD FROM. A RUN WHOSE    *
      *    DATE IS NOT LATER THAN THE MARKER'S POSTS NOTHING, SO A     *
      *    RERUN NEVER DOUBLE-POSTS A DAY.                             *
      *****************************************************************
       01  INVGLCT-RECORD.
           05  INVGLCT-LAST-RUN-DATE         PIC 9(08).
           05  INVGLCT-BATCH-NUMBER          PIC 9(06).
           05  INVGLCT-OPEN-AR-AMOUNT        PIC S9(13)V99 COMP-3.
           05  INVGLCT-ENTRY-COUNT           PIC 9(07).
