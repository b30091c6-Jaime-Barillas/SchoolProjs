      *****************************************************************
      *    INVMLNK.CPY                                                *
      *    RECORD LAYOUT FOR THE INVMLK38 MEMO-LINK CROSS-REFERENCE.  *
      *    ONE RECORD PER CREDIT OR DEBIT MEMO LINKED TO AN ORIGINAL   *
      *    INVOICE, KEYED ORIGINAL FIRST SO EVERY MEMO AGAINST ONE     *
      *    INVOICE IS A SINGLE GENERIC BROWSE. WRITTEN BY DTLING38     *
      *    WHEN IT STAMPS A LINKED MEMO (THE SAME LINK IS CARRIED ON   *
      *    THE MEMO'S OWN INVMST38 MASTER); A RESTAMP THAT MOVES THE   *
      *    MEMO TO ANOTHER ORIGINAL DELETES THE OLD RECORD. THE        *
      *    ORIGINAL IS ALWAYS AN INVOICE ('I') DOCUMENT.               *
      *****************************************************************
       01  INVMLNK-RECORD.
           05  INVMLNK-KEY.
               10  INVMLNK-ORIGINAL-KEY.
                   15  INVMLNK-ORIG-DIVISION-CODE PIC 9(02).
                   15  INVMLNK-ORIG-INVOICE-NUMBER PIC 9(08).
               10  INVMLNK-MEMO-KEY.
                   15  INVMLNK-MEMO-DIVISION-CODE PIC 9(02).
                   15  INVMLNK-MEMO-DOCUMENT-TYPE PIC X(01).
                   15  INVMLNK-MEMO-INVOICE-NUMBER PIC 9(08).
           05  INVMLNK-EIBDATE               PIC S9(7) COMP-3.
           05  INVMLNK-EIBTIME               PIC S9(7) COMP-3.
