      *****************************************************************
      *    INVGLPS.CPY                                                *
      *    RECORD LAYOUT FOR THE GL POSITION SNAPSHOT (GLPOSIN/       *
      *    GLPOSOT). ONE RECORD PER STAMPED INVMST38 MASTER, IN MASTER *
      *    KEY ORDER, HOLDING WHAT THE GENERAL LEDGER HAS ALREADY BEEN *
      *    TOLD ABOUT IT AS OF THE LAST GLJING38 RUN: ITS BILLED VALUE *
      *    (THE STAMPED AMOUNT UNLESS VOIDED) AND ITS SETTLED VALUE    *
      *    (THE AMOUNT AGAIN ONCE CLOSED), BOTH SIGNED NEGATIVE FOR A  *
      *    CREDIT MEMO. OPEN AR FOR THE MASTER IS BILLED LESS SETTLED. *
      *    THE NEXT RUN JOURNALS ONLY THE DIFFERENCE BETWEEN THIS AND  *
      *    THE MASTER AS IT NOW STANDS, SO EACH DOLLAR IS POSTED ONCE. *
      *****************************************************************
       01  INVGLPS-RECORD.
           05  INVGLPS-KEY.
               10  INVGLPS-DIVISION-CODE     PIC 9(02).
               10  INVGLPS-DOCUMENT-TYPE     PIC X(01).
               10  INVGLPS-INVOICE-NUMBER    PIC 9(08).
           05  INVGLPS-STATUS                PIC X(01).
           05  INVGLPS-BILLED-AMOUNT         PIC S9(09)V99 COMP-3.
           05  INVGLPS-SETTLED-AMOUNT        PIC S9(09)V99 COMP-3.
