      *****************************************************************
      *    INVAPRS.CPY                                                *
      *    DFHCOMMAREA LAYOUT CARRIED ACROSS PSEUDO-CONVERSATIONAL    *
      *    TURNS OF APRING38, THE DUAL-CONTROL APPROVAL SCREEN, SO THE *
      *    REQUEST LAST SHOWN NEED NOT BE REKEYED TO DECIDE IT.        *
      *****************************************************************
       01  INVAPRS-AREA.
           05  INVAPRS-REQUEST-NUMBER     PIC 9(08).
