      *****************************************************************
      *    INVDSPS.CPY                                                *
      *    DFHCOMMAREA LAYOUT CARRIED ACROSS PSEUDO-CONVERSATIONAL    *
      *    TURNS OF DISING38, THE INVOICE DISPUTE SCREEN, SO THE       *
      *    DOCUMENT LAST SHOWN NEED NOT BE REKEYED FOR THE NEXT        *
      *    ACTION.                                                     *
      *****************************************************************
       01  INVDSPS-AREA.
           05  INVDSPS-DIVISION-CODE      PIC 9(02).
           05  INVDSPS-DOCUMENT-TYPE      PIC X(01).
           05  INVDSPS-INVOICE-NUMBER     PIC 9(08).
