      *****************************************************************
      *    INVPERS.CPY                                                *
      *    DFHCOMMAREA LAYOUT CARRIED ACROSS PSEUDO-CONVERSATIONAL    *
      *    TURNS OF PERING38, THE ACCOUNTING PERIOD SCREEN, SO THE     *
      *    DIVISION AND FISCAL YEAR LAST SHOWN NEED NOT BE REKEYED     *
      *    FOR THE NEXT ACTION.                                        *
      *****************************************************************
       01  INVPERS-AREA.
           05  INVPERS-DIVISION-CODE      PIC 9(02).
           05  INVPERS-FISCAL-YEAR        PIC 9(04).
