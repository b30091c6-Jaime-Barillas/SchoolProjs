      *****************************************************************
      *    MAPP38.CPY                                                 *
      *    SYMBOLIC MAP FOR MAP MAPP38 (MAPSET MAPP38S), GENERATED     *
      *    FROM Cobol/A4/MAPP38.bms. USED BY PERING38 TO SHOW, CLOSE,  *
      *    AND REOPEN ACCOUNTING PERIODS.                              *
      *****************************************************************
       01  MAPP38I.
           05  FILLER                PIC X(12).
           05  DIVCDL                PIC S9(4) COMP.
           05  DIVCDF                PIC X.
           05  FILLER REDEFINES DIVCDF.
               10  DIVCDA            PIC X.
           05  DIVCDI                PIC X(2).
           05  FYEARL                PIC S9(4) COMP.
           05  FYEARF                PIC X.
           05  FILLER REDEFINES FYEARF.
               10  FYEARA            PIC X.
           05  FYEARI                PIC X(4).
           05  PERIODL               PIC S9(4) COMP.
           05  PERIODF               PIC X.
           05  FILLER REDEFINES PERIODF.
               10  PERIODA           PIC X.
           05  PERIODI               PIC X(2).
           05  ACTNL                 PIC S9(4) COMP.
           05  ACTNF                 PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA             PIC X.
           05  ACTNI                 PIC X(1).
           05  OPIDL                 PIC S9(4) COMP.
           05  OPIDF                 PIC X.
           05  FILLER REDEFINES OPIDF.
               10  OPIDA             PIC X.
           05  OPIDI                 PIC X(8).
           05  NOTEL                 PIC S9(4) COMP.
           05  NOTEF                 PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA             PIC X.
           05  NOTEI                 PIC X(40).
           05  FYSTRTL               PIC S9(4) COMP.
           05  FYSTRTF               PIC X.
           05  FILLER REDEFINES FYSTRTF.
               10  FYSTRTA           PIC X.
           05  FYSTRTI               PIC X(40).
           05  PDLINEI-GROUP.
               10  PDLINE-ENTRY OCCURS 12 TIMES.
                   15  PDLINEL       PIC S9(4) COMP.
                   15  PDLINEF       PIC X.
                   15  PDLINEI       PIC X(70).
           05  MSGL                  PIC S9(4) COMP.
           05  MSGF                  PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA              PIC X.
           05  MSGI                  PIC X(79).
      *
       01  MAPP38O REDEFINES MAPP38I.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  DIVCDO                PIC X(2).
           05  FILLER                PIC X(3).
           05  FYEARO                PIC X(4).
           05  FILLER                PIC X(3).
           05  PERIODO               PIC X(2).
           05  FILLER                PIC X(3).
           05  ACTNO                 PIC X(1).
           05  FILLER                PIC X(3).
           05  OPIDO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  NOTEO                 PIC X(40).
           05  FILLER                PIC X(3).
           05  FYSTRTO               PIC X(40).
           05  PDLINEO-GROUP.
               10  PDLINEO-ENTRY OCCURS 12 TIMES.
                   15  FILLER        PIC X(3).
                   15  PDLINEO       PIC X(70).
           05  FILLER                PIC X(3).
           05  MSGO                  PIC X(79).
