      *****************************************************************
      *    INVLINE.CPY                                                *
      *    RECORD LAYOUT FOR THE INVLIN38 INVOICE LINE-ITEM FILE.     *
      *    ONE RECORD PER BILLED LINE, KEYED BY DIVISION/DOCUMENT      *
      *    TYPE/INVOICE NUMBER/LINE NUMBER - THE INVMST38 KEY WITH A   *
      *    LINE NUMBER ON THE END, SO A MASTER'S LINES FOLLOW IT IN    *
      *    KEY ORDER. WRITTEN BY LINING38 WHEN THE BILLING SYSTEM      *
      *    SENDS THE DETAIL BEHIND THE DTLING38 HEADER STAMP; THE      *
      *    EXTENDED AMOUNTS OF A MASTER'S LINES SHOULD ADD UP TO       *
      *    INVMAST-INVOICE-AMOUNT, WHICH BALING38 PROVES NIGHTLY.      *
      *****************************************************************
       01  INVLINE-RECORD.
           05  INVLINE-KEY.
               10  INVLINE-MASTER-KEY.
                   15  INVLINE-DIVISION-CODE PIC 9(02).
                   15  INVLINE-DOCUMENT-TYPE PIC X(01).
                   15  INVLINE-INVOICE-NUMBER PIC 9(08).
               10  INVLINE-LINE-NUMBER       PIC 9(04).
           05  INVLINE-PRODUCT-CODE          PIC X(10).
           05  INVLINE-QUANTITY              PIC S9(07)V99 COMP-3.
           05  INVLINE-UNIT-PRICE            PIC S9(07)V99 COMP-3.
           05  INVLINE-EXTENDED-AMOUNT       PIC S9(09)V99 COMP-3.
           05  INVLINE-EIBDATE               PIC S9(7) COMP-3.
           05  INVLINE-EIBTIME               PIC S9(7) COMP-3.
