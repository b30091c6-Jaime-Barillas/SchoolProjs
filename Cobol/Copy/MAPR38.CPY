      *****************************************************************
      *    MAPR38.CPY                                                 *
      *    SYMBOLIC MAP FOR MAP MAPR38 (MAPSET MAPR38S), GENERATED     *
      *    FROM Cobol/A4/MAPR38.bms. USED BY RBSING38 TO MAINTAIN      *
      *    RECURRING BILLING SCHEDULES.                                *
      *****************************************************************
       01  MAPR38I.
           05  FILLER                PIC X(12).
           05  SCHNOL                PIC S9(4) COMP.
           05  SCHNOF                PIC X.
           05  FILLER REDEFINES SCHNOF.
               10  SCHNOA            PIC X.
           05  SCHNOI                PIC X(8).
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
           05  CUSTNOL               PIC S9(4) COMP.
           05  CUSTNOF               PIC X.
           05  FILLER REDEFINES CUSTNOF.
               10  CUSTNOA           PIC X.
           05  CUSTNOI               PIC X(8).
           05  CUSTNML               PIC S9(4) COMP.
           05  CUSTNMF               PIC X.
           05  FILLER REDEFINES CUSTNMF.
               10  CUSTNMA           PIC X.
           05  CUSTNMI               PIC X(30).
           05  DIVCDL                PIC S9(4) COMP.
           05  DIVCDF                PIC X.
           05  FILLER REDEFINES DIVCDF.
               10  DIVCDA            PIC X.
           05  DIVCDI                PIC X(2).
           05  PRODCDL               PIC S9(4) COMP.
           05  PRODCDF               PIC X.
           05  FILLER REDEFINES PRODCDF.
               10  PRODCDA           PIC X.
           05  PRODCDI               PIC X(10).
           05  AMTDL                 PIC S9(4) COMP.
           05  AMTDF                 PIC X.
           05  FILLER REDEFINES AMTDF.
               10  AMTDA             PIC X.
           05  AMTDI                 PIC X(9).
           05  AMTCL                 PIC S9(4) COMP.
           05  AMTCF                 PIC X.
           05  FILLER REDEFINES AMTCF.
               10  AMTCA             PIC X.
           05  AMTCI                 PIC X(2).
           05  FREQL                 PIC S9(4) COMP.
           05  FREQF                 PIC X.
           05  FILLER REDEFINES FREQF.
               10  FREQA             PIC X.
           05  FREQI                 PIC X(1).
           05  NEXTDTL               PIC S9(4) COMP.
           05  NEXTDTF               PIC X.
           05  FILLER REDEFINES NEXTDTF.
               10  NEXTDTA           PIC X.
           05  NEXTDTI               PIC X(8).
           05  ENDDTL                PIC S9(4) COMP.
           05  ENDDTF                PIC X.
           05  FILLER REDEFINES ENDDTF.
               10  ENDDTA            PIC X.
           05  ENDDTI                PIC X(8).
           05  TERMSL                PIC S9(4) COMP.
           05  TERMSF                PIC X.
           05  FILLER REDEFINES TERMSF.
               10  TERMSA            PIC X.
           05  TERMSI                PIC X(3).
           05  SCHSTL                PIC S9(4) COMP.
           05  SCHSTF                PIC X.
           05  FILLER REDEFINES SCHSTF.
               10  SCHSTA            PIC X.
           05  SCHSTI                PIC X(50).
           05  LASTBLL               PIC S9(4) COMP.
           05  LASTBLF               PIC X.
           05  FILLER REDEFINES LASTBLF.
               10  LASTBLA           PIC X.
           05  LASTBLI               PIC X(50).
           05  PENDNGL               PIC S9(4) COMP.
           05  PENDNGF               PIC X.
           05  FILLER REDEFINES PENDNGF.
               10  PENDNGA           PIC X.
           05  PENDNGI               PIC X(50).
           05  CHGBYL                PIC S9(4) COMP.
           05  CHGBYF                PIC X.
           05  FILLER REDEFINES CHGBYF.
               10  CHGBYA            PIC X.
           05  CHGBYI                PIC X(50).
           05  MSGL                  PIC S9(4) COMP.
           05  MSGF                  PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA              PIC X.
           05  MSGI                  PIC X(79).
      *
       01  MAPR38O REDEFINES MAPR38I.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  SCHNOO                PIC X(8).
           05  FILLER                PIC X(3).
           05  ACTNO                 PIC X(1).
           05  FILLER                PIC X(3).
           05  OPIDO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  CUSTNOO               PIC X(8).
           05  FILLER                PIC X(3).
           05  CUSTNMO               PIC X(30).
           05  FILLER                PIC X(3).
           05  DIVCDO                PIC X(2).
           05  FILLER                PIC X(3).
           05  PRODCDO               PIC X(10).
           05  FILLER                PIC X(3).
           05  AMTDO                 PIC X(9).
           05  FILLER                PIC X(3).
           05  AMTCO                 PIC X(2).
           05  FILLER                PIC X(3).
           05  FREQO                 PIC X(1).
           05  FILLER                PIC X(3).
           05  NEXTDTO               PIC X(8).
           05  FILLER                PIC X(3).
           05  ENDDTO                PIC X(8).
           05  FILLER                PIC X(3).
           05  TERMSO                PIC X(3).
           05  FILLER                PIC X(3).
           05  SCHSTO                PIC X(50).
           05  FILLER                PIC X(3).
           05  LASTBLO               PIC X(50).
           05  FILLER                PIC X(3).
           05  PENDNGO               PIC X(50).
           05  FILLER                PIC X(3).
           05  CHGBYO                PIC X(50).
           05  FILLER                PIC X(3).
           05  MSGO                  PIC X(79).
