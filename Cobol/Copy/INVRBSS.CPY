      *****************************************************************
      *    INVRBSS.CPY                                                *
      *    DFHCOMMAREA LAYOUT CARRIED ACROSS PSEUDO-CONVERSATIONAL    *
      *    TURNS OF RBSING38, THE RECURRING BILLING SCHEDULE SCREEN,   *
      *    SO THE SCHEDULE LAST SHOWN NEED NOT BE REKEYED FOR THE      *
      *    NEXT ACTION.                                                *
      *****************************************************************
       01  INVRBSS-AREA.
           05  INVRBSS-SCHEDULE-NUMBER    PIC 9(08).
