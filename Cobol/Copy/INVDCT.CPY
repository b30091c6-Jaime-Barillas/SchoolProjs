      *****************************************************************
      *    INVDCT.CPY                                                 *
      *    RECORD LAYOUT FOR THE DCTL38 DUAL-CONTROL LIMIT TABLE. ONE *
      *    RECORD PER DIVISION GIVING THE POINT ABOVE WHICH AN ACTION  *
      *    NEEDS A SECOND OPERATOR'S APPROVAL ON APRING38 BEFORE IT    *
      *    TAKES EFFECT:                                               *
      *      CORRECT LIMIT   - HOW FAR ONE CTLING38 CORRECTION MAY     *
      *                        MOVE THE NEXT INVOICE NUMBER            *
      *      RANGE LIMIT     - HOW MANY NUMBERS ONE RNGING38 RANGE     *
      *                        VOID MAY RELEASE                        *
      *      REINSTATE LIMIT - THE LARGEST MASTER AMOUNT RSTING38 MAY  *
      *                        REINSTATE                               *
      *    AN ACTION AT OR UNDER ITS LIMIT TAKES EFFECT AS BEFORE. THE *
      *    EXPIRY HOURS SAY HOW LONG A HELD REQUEST WAITS FOR A        *
      *    DECISION BEFORE IT LAPSES (ZERO MEANS 24). DIVISION 00 (NOT *
      *    A REAL DIVISION IN THIS SHOP) IS THE DEFAULT FOR A DIVISION *
      *    WITH NO RECORD OF ITS OWN; WITH NO 00 RECORD EITHER,        *
      *    NOTHING IS HELD.                                            *
      *****************************************************************
       01  INVDCT-RECORD.
           05  INVDCT-KEY.
               10  INVDCT-DIVISION-CODE      PIC 9(02).
           05  INVDCT-CORRECT-LIMIT          PIC 9(08).
           05  INVDCT-RANGE-LIMIT            PIC 9(08).
           05  INVDCT-REINSTATE-LIMIT        PIC 9(09)V99.
           05  INVDCT-EXPIRY-HOURS           PIC 9(03).
