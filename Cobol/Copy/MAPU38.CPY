      *****************************************************************
      *    MAPU38.CPY                                                 *
      *    SYMBOLIC MAP FOR MAP MAPU38 (MAPSET MAPU38S), GENERATED     *
      *    FROM Cobol/A4/MAPU38.bms. USED BY DISING38 TO OPEN,         *
      *    RELEASE, AND INQUIRE ON INVOICE DISPUTES.                   *
      *****************************************************************
       01  MAPU38I.
           05  FILLER                PIC X(12).
           05  DIVCDL                PIC S9(4) COMP.
           05  DIVCDF                PIC X.
           05  FILLER REDEFINES DIVCDF.
               10  DIVCDA            PIC X.
           05  DIVCDI                PIC X(2).
           05  DOCTYPL               PIC S9(4) COMP.
           05  DOCTYPF               PIC X.
           05  FILLER REDEFINES DOCTYPF.
               10  DOCTYPA           PIC X.
           05  DOCTYPI               PIC X(1).
           05  INVNOL                PIC S9(4) COMP.
           05  INVNOF                PIC X.
           05  FILLER REDEFINES INVNOF.
               10  INVNOA            PIC X.
           05  INVNOI                PIC X(8).
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
           05  RSNCDL                PIC S9(4) COMP.
           05  RSNCDF                PIC X.
           05  FILLER REDEFINES RSNCDF.
               10  RSNCDA            PIC X.
           05  RSNCDI                PIC X(4).
           05  NOTEL                 PIC S9(4) COMP.
           05  NOTEF                 PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA             PIC X.
           05  NOTEI                 PIC X(60).
           05  MSTSTL                PIC S9(4) COMP.
           05  MSTSTF                PIC X.
           05  FILLER REDEFINES MSTSTF.
               10  MSTSTA            PIC X.
           05  MSTSTI                PIC X(30).
           05  CUSTNOL               PIC S9(4) COMP.
           05  CUSTNOF               PIC X.
           05  FILLER REDEFINES CUSTNOF.
               10  CUSTNOA           PIC X.
           05  CUSTNOI               PIC X(8).
           05  AMTL                  PIC S9(4) COMP.
           05  AMTF                  PIC X.
           05  FILLER REDEFINES AMTF.
               10  AMTA              PIC X.
           05  AMTI                  PIC X(16).
           05  DUEDTL                PIC S9(4) COMP.
           05  DUEDTF                PIC X.
           05  FILLER REDEFINES DUEDTF.
               10  DUEDTA            PIC X.
           05  DUEDTI                PIC X(8).
           05  DSPDTL                PIC S9(4) COMP.
           05  DSPDTF                PIC X.
           05  FILLER REDEFINES DSPDTF.
               10  DSPDTA            PIC X.
           05  DSPDTI                PIC X(16).
           05  DSPOPL                PIC S9(4) COMP.
           05  DSPOPF                PIC X.
           05  FILLER REDEFINES DSPOPF.
               10  DSPOPA            PIC X.
           05  DSPOPI                PIC X(8).
           05  DSPRSL                PIC S9(4) COMP.
           05  DSPRSF                PIC X.
           05  FILLER REDEFINES DSPRSF.
               10  DSPRSA            PIC X.
           05  DSPRSI                PIC X(4).
           05  DSPNTL                PIC S9(4) COMP.
           05  DSPNTF                PIC X.
           05  FILLER REDEFINES DSPNTF.
               10  DSPNTA            PIC X.
           05  DSPNTI                PIC X(60).
           05  MSGL                  PIC S9(4) COMP.
           05  MSGF                  PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA              PIC X.
           05  MSGI                  PIC X(79).
      *
       01  MAPU38O REDEFINES MAPU38I.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  DIVCDO                PIC X(2).
           05  FILLER                PIC X(3).
           05  DOCTYPO               PIC X(1).
           05  FILLER                PIC X(3).
           05  INVNOO                PIC X(8).
           05  FILLER                PIC X(3).
           05  ACTNO                 PIC X(1).
           05  FILLER                PIC X(3).
           05  OPIDO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  RSNCDO                PIC X(4).
           05  FILLER                PIC X(3).
           05  NOTEO                 PIC X(60).
           05  FILLER                PIC X(3).
           05  MSTSTO                PIC X(30).
           05  FILLER                PIC X(3).
           05  CUSTNOO               PIC X(8).
           05  FILLER                PIC X(3).
           05  AMTO                  PIC X(16).
           05  FILLER                PIC X(3).
           05  DUEDTO                PIC X(8).
           05  FILLER                PIC X(3).
           05  DSPDTO                PIC X(16).
           05  FILLER                PIC X(3).
           05  DSPOPO                PIC X(8).
           05  FILLER                PIC X(3).
           05  DSPRSO                PIC X(4).
           05  FILLER                PIC X(3).
           05  DSPNTO                PIC X(60).
           05  FILLER                PIC X(3).
           05  MSGO                  PIC X(79).
