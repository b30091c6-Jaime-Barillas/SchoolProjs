      *****************************************************************
      *    INVGLJE.CPY                                                *
      *    RECORD LAYOUT FOR THE GLJRNL38 GENERAL LEDGER JOURNAL FILE *
      *    HANDED TO THE GL INTERFACE. ONE ENTRY PER DEBIT OR CREDIT;  *
      *    EVERY CHANGE GLJING38 FINDS ON A MASTER IS WRITTEN AS A     *
      *    BALANCED PAIR, SO THE FILE ALWAYS NETS TO ZERO. THE AMOUNT  *
      *    IS NEVER NEGATIVE - THE DEBIT/CREDIT FLAG CARRIES THE SIDE. *
      *    THE SOURCE EVENT SAYS WHAT HAPPENED TO THE MASTER:          *
      *      STP - AMOUNT STAMPED OR RESTAMPED (DTLING38)              *
      *      VOD - STAMPED DOCUMENT VOIDED (VOIDING38, RNGING38)       *
      *      RIN - VOIDED DOCUMENT REINSTATED (RSTING38)               *
      *      CLS - DOCUMENT CLOSED (CLSING38, SETING38)                *
      *****************************************************************
       01  INVGLJE-RECORD.
           05  INVGLJE-BATCH-NUMBER          PIC 9(06).
           05  INVGLJE-POSTING-DATE          PIC 9(08).
           05  INVGLJE-DIVISION-CODE         PIC 9(02).
           05  INVGLJE-GL-ACCOUNT            PIC X(10).
           05  INVGLJE-ACCOUNT-ROLE          PIC X(04).
           05  INVGLJE-DEBIT-CREDIT          PIC X(01).
               88  INVGLJE-DEBIT             VALUE 'D'.
               88  INVGLJE-CREDIT            VALUE 'C'.
           05  INVGLJE-AMOUNT                PIC S9(11)V99 COMP-3.
           05  INVGLJE-SOURCE-EVENT          PIC X(03).
               88  INVGLJE-EVENT-STAMP       VALUE 'STP'.
               88  INVGLJE-EVENT-VOID        VALUE 'VOD'.
               88  INVGLJE-EVENT-REINSTATE   VALUE 'RIN'.
               88  INVGLJE-EVENT-CLOSE       VALUE 'CLS'.
           05  INVGLJE-DOCUMENT-TYPE         PIC X(01).
           05  INVGLJE-INVOICE-NUMBER        PIC 9(08).
