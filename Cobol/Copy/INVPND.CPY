      *****************************************************************
      *    INVPND.CPY                                                 *
      *    RECORD LAYOUT FOR THE PNDAPR38 PENDING-APPROVAL FILE. ONE  *
      *    RECORD PER ACTION HELD FOR DUAL CONTROL BECAUSE IT WAS OVER *
      *    ITS DIVISION'S DCTL38 LIMIT, KEYED BY A REQUEST NUMBER THAT *
      *    PNDING38 ASSIGNS FROM THE CONTROL RECORD (REQUEST NUMBER    *
      *    ZERO), WHICH CARRIES ONLY THE LAST NUMBER GIVEN OUT.        *
      *    THE REQUEST TYPE SAYS WHICH ACTION WAS HELD:                *
      *      COR - CTLING38 CORRECTION. FROM IS THE NEXT INVOICE       *
      *            NUMBER WHEN ASKED, TO IS THE NUMBER ASKED FOR.      *
      *      VOI - RNGING38 RANGE VOID. FROM/TO IS THE RANGE.          *
      *      RIN - RSTING38 REINSTATEMENT. FROM AND TO ARE THE NUMBER. *
      *    THE MEASURE IS WHAT WAS HELD AGAINST THE LIMIT (DISTANCE,   *
      *    COUNT, OR AMOUNT). A REQUEST STAYS PENDING UNTIL A SECOND   *
      *    OPERATOR APPROVES ('A' - APPLIED IN THE SAME UNIT OF WORK)  *
      *    OR REJECTS ('J') IT ON APRING38, OR UNTIL ITS EXPIRY HOURS  *
      *    PASS AND EXPING38 LAPSES IT ('E'). DATES AND                *
      *    TIMES ARE CICS EIBDATE (0CYYDDD) AND EIBTIME (0HHMMSS)      *
      *    VALUES.                                                     *
      *****************************************************************
       01  INVPND-RECORD.
           05  INVPND-KEY.
               10  INVPND-REQUEST-NUMBER     PIC 9(08).
           05  INVPND-REQUEST-TYPE           PIC X(03).
               88  INVPND-CORRECTION         VALUE 'COR'.
               88  INVPND-RANGE-VOID         VALUE 'VOI'.
               88  INVPND-REINSTATE          VALUE 'RIN'.
           05  INVPND-STATUS                 PIC X(01).
               88  INVPND-PENDING            VALUE 'P'.
               88  INVPND-APPROVED           VALUE 'A'.
               88  INVPND-REJECTED           VALUE 'J'.
               88  INVPND-EXPIRED            VALUE 'E'.
           05  INVPND-DIVISION-CODE          PIC 9(02).
           05  INVPND-DOCUMENT-TYPE          PIC X(01).
           05  INVPND-FROM-NUMBER            PIC 9(08).
           05  INVPND-TO-NUMBER              PIC 9(08).
           05  INVPND-MEASURE                PIC S9(09)V99 COMP-3.
           05  INVPND-REASON-CODE            PIC X(04).
           05  INVPND-REASON-TEXT            PIC X(40).
           05  INVPND-REQUESTER-ID           PIC X(08).
           05  INVPND-REQUEST-TERMINAL       PIC X(04).
           05  INVPND-REQUEST-DATE           PIC 9(07).
           05  INVPND-REQUEST-TIME           PIC 9(07).
           05  INVPND-EXPIRY-HOURS           PIC 9(03).
           05  INVPND-APPROVER-ID            PIC X(08).
           05  INVPND-DECISION-TERMINAL      PIC X(04).
           05  INVPND-DECISION-DATE          PIC 9(07).
           05  INVPND-DECISION-TIME          PIC 9(07).
           05  INVPND-DECISION-NOTE          PIC X(40).
      *
      *    THE CONTROL RECORD (REQUEST NUMBER ZERO).
      *
       01  INVPND-CONTROL-RECORD REDEFINES INVPND-RECORD.
           05  FILLER                        PIC 9(08).
           05  INVPND-LAST-REQUEST-NUMBER    PIC 9(08).
           05  FILLER                        PIC X(160).
