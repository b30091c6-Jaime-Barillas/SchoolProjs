      *****************************************************************
      *    INVPRD.CPY                                                 *
      *    RECORD LAYOUT FOR THE PRDCTL38 ACCOUNTING PERIOD CONTROL   *
      *    FILE. ONE RECORD PER DIVISION AND FISCAL YEAR, CARRYING     *
      *    THE STATE OF EACH OF THE YEAR'S TWELVE PERIODS. PERIOD 01   *
      *    IS THE DIVISION'S FSCAL38 START MONTH, SO A DOCUMENT'S      *
      *    PERIOD IS FOUND FROM ITS ISSUE DATE THE SAME WAY ITS        *
      *    FISCAL YEAR IS. FINANCE CLOSES AND REOPENS PERIODS ON THE   *
      *    PERING38 SCREEN; ONCE A PERIOD IS CLOSED, NO SERVICE MAY    *
      *    VOID, REINSTATE, RESTAMP, OR CLOSE A MASTER ISSUED IN IT -  *
      *    A CORRECTION GOES THROUGH A CREDIT OR DEBIT MEMO INSTEAD.   *
      *    A YEAR WITH NO RECORD HERE HAS EVERY PERIOD OPEN.           *
      *****************************************************************
       01  INVPRD-RECORD.
           05  INVPRD-KEY.
               10  INVPRD-DIVISION-CODE      PIC 9(02).
               10  INVPRD-FISCAL-YEAR        PIC 9(04).
           05  INVPRD-PERIOD-ENTRY           OCCURS 12 TIMES.
               10  INVPRD-PERIOD-STATE       PIC X(01).
                   88  INVPRD-PERIOD-OPEN    VALUE 'O' ' '.
                   88  INVPRD-PERIOD-CLOSED  VALUE 'C'.
               10  INVPRD-CHANGE-DATE        PIC S9(7) COMP-3.
               10  INVPRD-CHANGE-TIME        PIC S9(7) COMP-3.
               10  INVPRD-CHANGE-OPERATOR-ID PIC X(08).
