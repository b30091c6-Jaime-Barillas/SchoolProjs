      *    TRANSACTION THE BILLING SYSTEM LINKS TO AFTER IT PRINTS AN  *
      *    INVOICE, CARRYING CUSTOMER NUMBER, INVOICE AMOUNT, AND DUE  *
      *    DATE (YYYYMMDD) ONTO THE INVMST38 MASTER RECORD.            *
      *    THE CUSTOMER MUST BE ON CUSMST38: '20' NOT ON FILE, '24'    *
      *    INACTIVE, '28' ON CREDIT HOLD, '32' NOT BILLED FROM THIS    *
      *    DIVISION. A MEMO'S LINK TO ITS ORIGINAL INVOICE IS CHECKED  *
      *    AS WELL ('36', '40', '44' - SEE BELOW). A MASTER ISSUED IN  *
      *    AN ACCOUNTING PERIOD FINANCE HAS CLOSED ON PRDCTL38 IS NOT  *
      *    RESTAMPED ('48').                                           *
      *****************************************************************
       01  INVDTCOM-AREA.
           05  INVDTCOM-DIVISION-CODE     PIC 9(02).
               88  INVDTCOM-NOT-OPEN      VALUE '08'.
               88  INVDTCOM-OPEN-FAILED   VALUE '12'.
               88  INVDTCOM-QUIESCED      VALUE '16'.
               88  INVDTCOM-CUST-NOTFND   VALUE '20'.
               88  INVDTCOM-CUST-INACTIVE VALUE '24'.
               88  INVDTCOM-CUST-HOLD     VALUE '28'.
               88  INVDTCOM-CUST-DIVISION VALUE '32'.
               88  INVDTCOM-ORIG-NOTFND   VALUE '36'.
               88  INVDTCOM-ORIG-VOIDED   VALUE '40'.
               88  INVDTCOM-ORIG-OVERDRAWN VALUE '44'.
               88  INVDTCOM-PERIOD-CLOSED VALUE '48'.
      *
      *    THE DOCUMENT TYPE IS APPENDED AFTER THE STATUS SO CALLERS
      *    BUILT BEFORE THE MEMO SERIES EXISTED KEEP THEIR FIELD
               88  INVDTCOM-DOC-INVOICE   VALUE 'I'.
               88  INVDTCOM-DOC-CREDIT    VALUE 'C'.
               88  INVDTCOM-DOC-DEBIT     VALUE 'D'.
      *
      *    A CREDIT OR DEBIT MEMO NAMES THE ORIGINAL INVOICE IT
      *    ADJUSTS, APPENDED LIKE THE DOCUMENT TYPE. THE ORIGINAL MUST
      *    BE ON INVMST38 ('36') AND NOT VOIDED ('40'), AND A CREDIT
      *    MAY NOT TAKE ITS NET BILLED VALUE BELOW ZERO ('44'). ONLY
      *    AN EXPLICIT ZERO STAMPS THE MEMO UNLINKED; A COMMAREA TOO
      *    SHORT TO HOLD THESE FIELDS LEAVES THE MEMO'S EXISTING LINK
      *    UNCHANGED. THE FIELDS ARE IGNORED ON AN INVOICE.
      *
           05  INVDTCOM-ORIG-DIVISION-CODE PIC 9(02).
           05  INVDTCOM-ORIG-INVOICE-NUMBER PIC 9(08).
