      *****************************************************************
      *    INVDHST.CPY                                                *
      *    RECORD LAYOUT FOR THE DUNHST38 DUNNING HISTORY FILE.       *
      *    ONE RECORD PER INVMST38 MASTER THAT HAS BEEN DUNNED, KEYED  *
      *    THE SAME WAY AS THE MASTER, GIVING THE HIGHEST LEVEL SENT   *
      *    AND THE DATE (YYYYMMDD) EACH LEVEL WENT OUT. DUNING38 SENDS *
      *    A LEVEL ONLY ONCE AND ESCALATES FROM THE LAST ONE SENT; IT  *
      *    DELETES THE RECORD ONCE THE MASTER IS CLOSED, VOIDED, OR    *
      *    GONE, SO A SETTLED INVOICE DROPS OUT OF DUNNING BY ITSELF.  *
      *****************************************************************
       01  INVDHST-RECORD.
           05  INVDHST-KEY.
               10  INVDHST-DIVISION-CODE     PIC 9(02).
               10  INVDHST-DOCUMENT-TYPE     PIC X(01).
               10  INVDHST-INVOICE-NUMBER    PIC 9(08).
           05  INVDHST-CUSTOMER-NUMBER       PIC 9(08).
           05  INVDHST-LAST-LEVEL            PIC 9(01).
           05  INVDHST-LEVEL-DATE            PIC 9(08) OCCURS 3.
