      *****************************************************************
      *    INVCUST.CPY                                                *
      *    RECORD LAYOUT FOR THE CUSMST38 CUSTOMER MASTER FILE.       *
      *    ONE RECORD PER CUSTOMER NUMBER, KEPT BY AR. CARRIES THE     *
      *    CUSTOMER NAME, THE DIVISIONS THAT MAY BILL THE CUSTOMER     *
      *    (UP TO TEN, OR A BLANKET ALL-DIVISIONS FLAG - AN UNUSED     *
      *    SLOT HOLDS 00, THE SAME CONVENTION AS OPAUTH38), WHETHER    *
      *    THE ACCOUNT IS ACTIVE, AND WHETHER CREDIT HAS BEEN HELD.    *
      *    READ BY DTLING38 BEFORE IT STAMPS A CUSTOMER NUMBER ONTO    *
      *    AN INVMST38 MASTER, AND BY THE CUSING38 ACCOUNT INQUIRY.    *
      *****************************************************************
       01  INVCUST-RECORD.
           05  INVCUST-KEY.
               10  INVCUST-CUSTOMER-NUMBER   PIC 9(08).
           05  INVCUST-CUSTOMER-NAME         PIC X(30).
           05  INVCUST-ALL-DIVISIONS-FLAG    PIC X(01).
               88  INVCUST-ALL-DIVISIONS     VALUE 'Y'.
           05  INVCUST-DIVISION-LIST.
               10  INVCUST-DIVISION-CODE     PIC 9(02) OCCURS 10.
           05  INVCUST-STATUS                PIC X(01).
               88  INVCUST-ACTIVE            VALUE 'A'.
               88  INVCUST-INACTIVE          VALUE 'I'.
           05  INVCUST-CREDIT-HOLD-FLAG      PIC X(01).
               88  INVCUST-CREDIT-HOLD       VALUE 'Y'.
