      *****************************************************************
      *    INVPNCOM.CPY                                               *
      *    DFHCOMMAREA LAYOUT FOR PNDING38, THE DUAL-CONTROL SERVICE  *
      *    LINKED TO BY CTLING38, RNGING38, RSTING38, AND APRING38.    *
      *      'S' SUBMIT - THE MEASURE IS CHECKED AGAINST THE           *
      *          DIVISION'S DCTL38 LIMIT FOR THE REQUEST TYPE. AT OR   *
      *          UNDER IT THE CALLER GOES AHEAD ('00'); OVER IT THE    *
      *          ACTION IS WRITTEN TO PNDAPR38 AND ITS REQUEST NUMBER  *
      *          RETURNED ('04').                                      *
      *      'V' VERIFY - CONFIRMS THE REQUEST NUMBER NAMES AN         *
      *          APPROVED REQUEST OF THIS TYPE FOR THIS DIVISION,      *
      *          DOCUMENT TYPE, AND NUMBERS, FROM THIS REQUESTER,      *
      *          APPROVED BY THIS APPROVER ('00'); ANYTHING ELSE IS    *
      *          REFUSED ('08').                                       *
      *****************************************************************
       01  INVPNCOM-AREA.
           05  INVPNCOM-FUNCTION          PIC X(01).
               88  INVPNCOM-SUBMIT        VALUE 'S'.
               88  INVPNCOM-VERIFY        VALUE 'V'.
           05  INVPNCOM-REQUEST-TYPE      PIC X(03).
           05  INVPNCOM-DIVISION-CODE     PIC 9(02).
           05  INVPNCOM-DOCUMENT-TYPE     PIC X(01).
           05  INVPNCOM-FROM-NUMBER       PIC 9(08).
           05  INVPNCOM-TO-NUMBER         PIC 9(08).
           05  INVPNCOM-MEASURE           PIC S9(09)V99 COMP-3.
           05  INVPNCOM-REASON-CODE       PIC X(04).
           05  INVPNCOM-REASON-TEXT       PIC X(40).
           05  INVPNCOM-REQUESTER-ID      PIC X(08).
           05  INVPNCOM-APPROVER-ID       PIC X(08).
           05  INVPNCOM-REQUEST-NUMBER    PIC 9(08).
           05  INVPNCOM-STATUS            PIC XX.
               88  INVPNCOM-GO-AHEAD      VALUE '00'.
               88  INVPNCOM-HELD          VALUE '04'.
               88  INVPNCOM-NOT-APPROVED  VALUE '08'.
               88  INVPNCOM-FILE-ERROR    VALUE '12'.
