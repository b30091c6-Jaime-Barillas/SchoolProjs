      *****************************************************************
      *    INVDUNT.CPY                                                *
      *    RECORD LAYOUT FOR THE DUNTBL38 DUNNING DAYS-PAST-DUE       *
      *    TABLE. ONE RECORD PER DIVISION GIVING, FOR EACH ESCALATION  *
      *    LEVEL, THE DAYS PAST INVMAST-DUE-DATE AT WHICH DUNING38     *
      *    SENDS IT:                                                   *
      *      LEVEL 1 - FIRST REMINDER                                  *
      *      LEVEL 2 - SECOND NOTICE                                   *
      *      LEVEL 3 - FINAL DEMAND                                    *
      *    THE THREE FIGURES MUST RISE. DIVISION 00 (NOT A REAL        *
      *    DIVISION IN THIS SHOP) IS THE DEFAULT FOR A DIVISION WITH   *
      *    NO RECORD OF ITS OWN; WITH NO 00 RECORD EITHER, THE RUN     *
      *    USES 1/30/60 DAYS AND SAYS SO ON ITS REPORT.                *
      *****************************************************************
       01  INVDUNT-RECORD.
           05  INVDUNT-KEY.
               10  INVDUNT-DIVISION-CODE     PIC 9(02).
           05  INVDUNT-LEVEL-DAYS            PIC 9(03) OCCURS 3.
