      *****************************************************************
      *    INVLNCOM.CPY                                               *
      *    DFHCOMMAREA LAYOUT FOR LINING38, THE LINE-ITEM SERVICE      *
      *    TRANSACTION THE BILLING SYSTEM LINKS TO ONCE PER INVOICE    *
      *    LINE, ALONGSIDE THE DTLING38 HEADER STAMP. A LINE NUMBER    *
      *    ALREADY ON FILE IS REPLACED, SO A RESENT INVOICE DOES NOT   *
      *    DOUBLE ITS LINES. THE EXTENDED AMOUNT MUST EQUAL QUANTITY   *
      *    TIMES UNIT PRICE, ROUNDED TO THE CENT.                      *
      *****************************************************************
       01  INVLNCOM-AREA.
           05  INVLNCOM-DIVISION-CODE     PIC 9(02).
           05  INVLNCOM-DOCUMENT-TYPE     PIC X(01).
               88  INVLNCOM-DOC-INVOICE   VALUE 'I'.
               88  INVLNCOM-DOC-CREDIT    VALUE 'C'.
               88  INVLNCOM-DOC-DEBIT     VALUE 'D'.
           05  INVLNCOM-INVOICE-NUMBER    PIC 9(08).
           05  INVLNCOM-LINE-NUMBER       PIC 9(04).
           05  INVLNCOM-PRODUCT-CODE      PIC X(10).
           05  INVLNCOM-QUANTITY          PIC S9(07)V99 COMP-3.
           05  INVLNCOM-UNIT-PRICE        PIC S9(07)V99 COMP-3.
           05  INVLNCOM-EXTENDED-AMOUNT   PIC S9(09)V99 COMP-3.
           05  INVLNCOM-STATUS            PIC XX.
               88  INVLNCOM-SUCCESS       VALUE '00'.
               88  INVLNCOM-NOTFND        VALUE '04'.
               88  INVLNCOM-NOT-OPEN      VALUE '08'.
               88  INVLNCOM-OPEN-FAILED   VALUE '12'.
               88  INVLNCOM-QUIESCED      VALUE '16'.
               88  INVLNCOM-BAD-LINE      VALUE '20'.
               88  INVLNCOM-BAD-EXTENSION VALUE '24'.
