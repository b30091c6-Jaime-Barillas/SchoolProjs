      *****************************************************************
      *    INVPLCOM.CPY                                               *
      *    DFHCOMMAREA LAYOUT FOR PLKING38, THE PERIOD-LOCK CHECK      *
      *    SERVICE LINKED TO BY VOIDING38, RNGING38, RSTING38,         *
      *    DTLING38, AND CLSING38 BEFORE THEY CHANGE A MASTER. THE     *
      *    CALLER PASSES THE MASTER'S DIVISION AND ISSUE DATE; THE     *
      *    SERVICE RETURNS THE FISCAL YEAR AND PERIOD THE DATE FALLS   *
      *    IN AND WHETHER PRDCTL38 HAS THAT PERIOD OPEN ('00') OR      *
      *    CLOSED ('08'). AN ISSUE DATE WITH NO DAY PART (A MASTER     *
      *    WRITTEN BEFORE ISSUE DATES WERE KEPT) CANNOT BE PLACED IN   *
      *    A PERIOD AND READS AS OPEN, WITH PERIOD ZERO.               *
      *****************************************************************
       01  INVPLCOM-AREA.
           05  INVPLCOM-DIVISION-CODE     PIC 9(02).
           05  INVPLCOM-ISSUE-DATE        PIC S9(7) COMP-3.
           05  INVPLCOM-FISCAL-YEAR       PIC 9(04).
           05  INVPLCOM-PERIOD            PIC 9(02).
           05  INVPLCOM-STATUS            PIC XX.
               88  INVPLCOM-PERIOD-OPEN   VALUE '00'.
               88  INVPLCOM-PERIOD-CLOSED VALUE '08'.
               88  INVPLCOM-FILE-ERROR    VALUE '12'.
