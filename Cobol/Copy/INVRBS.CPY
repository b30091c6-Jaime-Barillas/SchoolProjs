      *****************************************************************
      *    INVRBS.CPY                                                 *
      *    RECORD LAYOUT FOR THE RBLSCH38 RECURRING BILLING SCHEDULE  *
      *    FILE. ONE RECORD PER FIXED CHARGE BILLED TO A CUSTOMER ON   *
      *    A REGULAR CYCLE, KEYED BY A SCHEDULE NUMBER THAT RBSING38   *
      *    ASSIGNS FROM THE CONTROL RECORD (SCHEDULE NUMBER ZERO).     *
      *    THE RBLING38 BILLING RUN ISSUES AN INVOICE FOR EVERY        *
      *    ACTIVE SCHEDULE WHOSE NEXT BILL DATE HAS COME, THEN MOVES   *
      *    THE NEXT BILL DATE ON BY THE FREQUENCY (MONTHLY, QUARTERLY, *
      *    OR ANNUAL), KEEPING THE DAY OF THE MONTH THE SCHEDULE WAS   *
      *    SET UP WITH (OR THE MONTH'S LAST DAY, IF SHORTER). A        *
      *    SCHEDULE WHOSE NEXT BILL DATE PASSES ITS END DATE ENDS;     *
      *    AN END DATE OF ZERO MEANS IT RUNS UNTIL ENDED ON RBSING38.  *
      *    DATES ARE YYYYMMDD EXCEPT THE CHANGE STAMP, WHICH IS CICS   *
      *    EIBDATE (0CYYDDD) AND EIBTIME (0HHMMSS) FORM.               *
      *    THE PENDING INVOICE NUMBER IS THE RUN'S RESTART POINT: IT   *
      *    IS WRITTEN TO THE SCHEDULE BEFORE THE MASTER IS, AND        *
      *    CLEARED ONLY WHEN THE SCHEDULE IS ADVANCED, SO A RERUN      *
      *    AFTER AN ABEND FINISHES THAT INVOICE INSTEAD OF ISSUING A   *
      *    SECOND ONE. ZERO MEANS NOTHING IS IN FLIGHT.                *
      *****************************************************************
       01  INVRBS-RECORD.
           05  INVRBS-KEY.
               10  INVRBS-SCHEDULE-NUMBER    PIC 9(08).
           05  INVRBS-CUSTOMER-NUMBER        PIC 9(08).
           05  INVRBS-DIVISION-CODE          PIC 9(02).
           05  INVRBS-PRODUCT-CODE           PIC X(10).
           05  INVRBS-BILL-AMOUNT            PIC S9(09)V99 COMP-3.
           05  INVRBS-FREQUENCY              PIC X(01).
               88  INVRBS-MONTHLY            VALUE 'M'.
               88  INVRBS-QUARTERLY          VALUE 'Q'.
               88  INVRBS-ANNUAL             VALUE 'A'.
           05  INVRBS-BILL-DAY               PIC 9(02).
           05  INVRBS-NEXT-BILL-DATE         PIC 9(08).
           05  INVRBS-END-DATE               PIC 9(08).
           05  INVRBS-TERMS-DAYS             PIC 9(03).
           05  INVRBS-STATUS                 PIC X(01).
               88  INVRBS-ACTIVE             VALUE 'A'.
               88  INVRBS-SUSPENDED          VALUE 'S'.
               88  INVRBS-ENDED              VALUE 'E'.
           05  INVRBS-BILLED-COUNT           PIC 9(05).
           05  INVRBS-LAST-BILL-DATE         PIC 9(08).
           05  INVRBS-LAST-INVOICE-NUMBER    PIC 9(08).
           05  INVRBS-PENDING-INVOICE-NUMBER PIC 9(08).
           05  INVRBS-PENDING-FISCAL-YEAR    PIC 9(04).
           05  INVRBS-CHANGE-OPERATOR-ID     PIC X(08).
           05  INVRBS-CHANGE-DATE            PIC 9(07).
           05  INVRBS-CHANGE-TIME            PIC 9(07).
      *
      *    THE CONTROL RECORD (SCHEDULE NUMBER ZERO). BESIDES THE
      *    LAST SCHEDULE NUMBER GIVEN OUT IT CARRIES THE DATE OF THE
      *    LAST BILLING RUN AND WHETHER THAT RUN FINISHED, SO A RUN
      *    THAT FINDS ITS PREDECESSOR STILL MARKED RUNNING KNOWS IT
      *    IS A RESTART AND SAYS SO ON THE REGISTER.
      *
       01  INVRBS-CONTROL-RECORD REDEFINES INVRBS-RECORD.
           05  FILLER                        PIC 9(08).
           05  INVRBS-LAST-SCHEDULE-NUMBER   PIC 9(08).
           05  INVRBS-RUN-DATE               PIC 9(08).
           05  INVRBS-RUN-STATE              PIC X(01).
               88  INVRBS-RUN-IN-PROGRESS    VALUE 'R'.
               88  INVRBS-RUN-COMPLETE       VALUE 'C'.
           05  FILLER                        PIC X(87).
