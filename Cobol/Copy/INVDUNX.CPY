      *****************************************************************
      *    INVDUNX.CPY                                                *
      *    RECORD LAYOUT FOR THE DUNEXT38 NOTICE EXTRACT HANDED TO    *
      *    THE PRINT/MAIL VENDOR. ONE NOTICE PER CUSTOMER PER DUNNING  *
      *    RUN: A HEADER ('H') NAMING THE CUSTOMER, THE HIGHEST LEVEL  *
      *    ON THE NOTICE (THE VENDOR PICKS THE LETTER FROM IT), THE    *
      *    NUMBER OF INVOICES, AND THE TOTAL OVERDUE, FOLLOWED BY ONE  *
      *    DETAIL ('D') PER OVERDUE DOCUMENT WITH ITS OWN LEVEL AND    *
      *    WHETHER IT MOVED UP TO THAT LEVEL ON THIS NOTICE ('Y') OR   *
      *    IS LISTED AT A LEVEL ALREADY SENT ('N'; LEVEL 0 MEANS NOT   *
      *    YET DUNNED). ALL AMOUNTS ARE UNSIGNED DISPLAY FOR THE       *
      *    VENDOR.                                                     *
      *****************************************************************
       01  INVDUNX-RECORD.
           05  INVDUNX-RECORD-TYPE           PIC X(01).
               88  INVDUNX-HEADER            VALUE 'H'.
               88  INVDUNX-DETAIL            VALUE 'D'.
           05  INVDUNX-CUSTOMER-NUMBER       PIC 9(08).
           05  INVDUNX-NOTICE-DATE           PIC 9(08).
           05  INVDUNX-BODY                  PIC X(60).
           05  INVDUNX-HEADER-BODY REDEFINES INVDUNX-BODY.
               10  INVDUNX-CUSTOMER-NAME     PIC X(30).
               10  INVDUNX-NOTICE-LEVEL      PIC 9(01).
               10  INVDUNX-INVOICE-COUNT     PIC 9(04).
               10  INVDUNX-TOTAL-OVERDUE     PIC 9(11)V99.
               10  FILLER                    PIC X(12).
           05  INVDUNX-DETAIL-BODY REDEFINES INVDUNX-BODY.
               10  INVDUNX-DIVISION-CODE     PIC 9(02).
               10  INVDUNX-DOCUMENT-TYPE     PIC X(01).
               10  INVDUNX-INVOICE-NUMBER    PIC 9(08).
               10  INVDUNX-INVOICE-AMOUNT    PIC 9(09)V99.
               10  INVDUNX-DUE-DATE          PIC 9(08).
               10  INVDUNX-DAYS-PAST-DUE     PIC 9(05).
               10  INVDUNX-DUNNING-LEVEL     PIC 9(01).
               10  INVDUNX-ESCALATED-SWITCH  PIC X(01).
                   88  INVDUNX-ESCALATED     VALUE 'Y'.
                   88  INVDUNX-NOT-ESCALATED VALUE 'N'.
               10  FILLER                    PIC X(23).
