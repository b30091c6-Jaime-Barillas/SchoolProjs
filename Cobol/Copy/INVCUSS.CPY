      *****************************************************************
      *    INVCUSS.CPY                                                *
      *    DFHCOMMAREA LAYOUT CARRIED ACROSS PSEUDO-CONVERSATIONAL    *
      *    TURNS OF CUSING38, THE CUSTOMER ACCOUNT INQUIRY SCREEN.     *
      *    THE SKIP COUNT IS HOW MANY OF THE CUSTOMER'S DOCUMENTS      *
      *    EARLIER PAGES ALREADY SHOWED; ZERO STARTS AT THE TOP.       *
      *****************************************************************
       01  INVCUSS-AREA.
           05  INVCUSS-CUSTOMER-NUMBER    PIC 9(08).
           05  INVCUSS-SKIP-COUNT         PIC 9(04).
