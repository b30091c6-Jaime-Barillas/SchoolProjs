               88  INVMAST-OPEN              VALUE 'O'.
               88  INVMAST-VOIDED            VALUE 'V'.
               88  INVMAST-CLOSED            VALUE 'C'.
      *
      *    A DISPUTED MASTER IS STILL OWED BUT HELD FROM COLLECTION:
      *    DISING38 MOVES AN OPEN MASTER TO 'D' AND BACK, AND NOTHING
      *    MAY CLOSE OR VOID IT UNTIL THE DISPUTE IS RELEASED. THE
      *    HISTORY OF EACH DISPUTE IS ON DSPLOG38 (SEE INVDSPL).
      *
               88  INVMAST-DISPUTED          VALUE 'D'.
           05  INVMAST-CLOSE-DATE            PIC S9(7) COMP-3.
           05  INVMAST-CLOSE-TIME            PIC S9(7) COMP-3.
           05  INVMAST-CLOSE-OPERATOR-ID     PIC X(08).
           05  INVMAST-CUSTOMER-NUMBER       PIC 9(08).
           05  INVMAST-INVOICE-AMOUNT        PIC S9(09)V99 COMP-3.
           05  INVMAST-DUE-DATE              PIC 9(08).
      *
      *    A CREDIT OR DEBIT MEMO CARRIES THE DIVISION AND NUMBER OF
      *    THE ORIGINAL INVOICE IT ADJUSTS, STAMPED BY DTLING38 AND
      *    CROSS-REFERENCED ON INVMLK38. ZERO ON AN INVOICE AND ON A
      *    MEMO STAMPED WITHOUT A LINK. APPENDED AT THE END OF THE
      *    RECORD: EXISTING CLUSTERS ARE REFORMATTED BY ZERO-FILLING
      *    THE TWO FIELDS ON EVERY RECORD.
      *
           05  INVMAST-ORIG-DIVISION-CODE    PIC 9(02).
           05  INVMAST-ORIG-INVOICE-NUMBER   PIC 9(08).
