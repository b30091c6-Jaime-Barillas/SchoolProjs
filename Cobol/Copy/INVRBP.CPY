      *****************************************************************
      *    INVRBP.CPY                                                 *
      *    RECORD LAYOUT FOR THE RBLPUB38 HELD-PUBLICATION FILE. THE   *
      *    RBLING38 BILLING RUN ISSUES INVOICES INSIDE THE BATCH       *
      *    WINDOW, WHERE THE INVPUB TD QUEUE CANNOT BE WRITTEN, SO IT  *
      *    PARKS ONE RECORD HERE PER INVOICE INSTEAD. QSCING38 MOVES   *
      *    THEM ONTO INVPUB WHEN IT RESUMES ONLINE ISSUANCE, DELETING  *
      *    EACH AS IT GOES. THE LAYOUT IS BYTE-FOR-BYTE THE INVPUB     *
      *    RECORD, WITH THE MASTER KEY FIELDS GROUPED AS THE VSAM KEY  *
      *    SO A RERUN CANNOT PARK THE SAME INVOICE TWICE.              *
      *****************************************************************
       01  INVRBP-RECORD.
           05  INVRBP-KEY.
               10  INVRBP-DIVISION-CODE      PIC 9(02).
               10  INVRBP-DOCUMENT-TYPE      PIC X(01).
               10  INVRBP-INVOICE-NUMBER     PIC 9(08).
           05  INVRBP-EIBDATE                PIC S9(7) COMP-3.
           05  INVRBP-EIBTIME                PIC S9(7) COMP-3.
