      *****************************************************************
      *    MAPV38.CPY                                                 *
      *    SYMBOLIC MAP FOR MAP MAPV38 (MAPSET MAPV38S), GENERATED     *
      *    FROM Cobol/A4/MAPV38.bms. USED BY APRING38 TO LIST, SHOW,   *
      *    APPROVE, AND REJECT HELD DUAL-CONTROL REQUESTS.             *
      *****************************************************************
       01  MAPV38I.
           05  FILLER                PIC X(12).
           05  REQNOL                PIC S9(4) COMP.
           05  REQNOF                PIC X.
           05  FILLER REDEFINES REQNOF.
               10  REQNOA            PIC X.
           05  REQNOI                PIC X(8).
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
           05  RQTYPL                PIC S9(4) COMP.
           05  RQTYPF                PIC X.
           05  FILLER REDEFINES RQTYPF.
               10  RQTYPA            PIC X.
           05  RQTYPI                PIC X(3).
           05  RQSTSL                PIC S9(4) COMP.
           05  RQSTSF                PIC X.
           05  FILLER REDEFINES RQSTSF.
               10  RQSTSA            PIC X.
           05  RQSTSI                PIC X(10).
           05  RQDIVL                PIC S9(4) COMP.
           05  RQDIVF                PIC X.
           05  FILLER REDEFINES RQDIVF.
               10  RQDIVA            PIC X.
           05  RQDIVI                PIC X(2).
           05  RQDOCL                PIC S9(4) COMP.
           05  RQDOCF                PIC X.
           05  FILLER REDEFINES RQDOCF.
               10  RQDOCA            PIC X.
           05  RQDOCI                PIC X(1).
           05  RQFROML               PIC S9(4) COMP.
           05  RQFROMF               PIC X.
           05  FILLER REDEFINES RQFROMF.
               10  RQFROMA           PIC X.
           05  RQFROMI               PIC X(8).
           05  RQTOL                 PIC S9(4) COMP.
           05  RQTOF                 PIC X.
           05  FILLER REDEFINES RQTOF.
               10  RQTOA             PIC X.
           05  RQTOI                 PIC X(8).
           05  RQMEASL               PIC S9(4) COMP.
           05  RQMEASF               PIC X.
           05  FILLER REDEFINES RQMEASF.
               10  RQMEASA           PIC X.
           05  RQMEASI               PIC X(16).
           05  RQOPL                 PIC S9(4) COMP.
           05  RQOPF                 PIC X.
           05  FILLER REDEFINES RQOPF.
               10  RQOPA             PIC X.
           05  RQOPI                 PIC X(8).
           05  RQDTL                 PIC S9(4) COMP.
           05  RQDTF                 PIC X.
           05  FILLER REDEFINES RQDTF.
               10  RQDTA             PIC X.
           05  RQDTI                 PIC X(16).
           05  RQRSNL                PIC S9(4) COMP.
           05  RQRSNF                PIC X.
           05  FILLER REDEFINES RQRSNF.
               10  RQRSNA            PIC X.
           05  RQRSNI                PIC X(4).
           05  RQTXTL                PIC S9(4) COMP.
           05  RQTXTF                PIC X.
           05  FILLER REDEFINES RQTXTF.
               10  RQTXTA            PIC X.
           05  RQTXTI                PIC X(40).
           05  RQAPRL                PIC S9(4) COMP.
           05  RQAPRF                PIC X.
           05  FILLER REDEFINES RQAPRF.
               10  RQAPRA            PIC X.
           05  RQAPRI                PIC X(8).
           05  RQDDTL                PIC S9(4) COMP.
           05  RQDDTF                PIC X.
           05  FILLER REDEFINES RQDDTF.
               10  RQDDTA            PIC X.
           05  RQDDTI                PIC X(16).
           05  PLLINEI-GROUP.
               10  PLLINE-ENTRY OCCURS 4 TIMES.
                   15  PLLINEL       PIC S9(4) COMP.
                   15  PLLINEF       PIC X.
                   15  PLLINEI       PIC X(70).
           05  MSGL                  PIC S9(4) COMP.
           05  MSGF                  PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA              PIC X.
           05  MSGI                  PIC X(79).
      *
       01  MAPV38O REDEFINES MAPV38I.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  REQNOO                PIC X(8).
           05  FILLER                PIC X(3).
           05  ACTNO                 PIC X(1).
           05  FILLER                PIC X(3).
           05  OPIDO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  NOTEO                 PIC X(40).
           05  FILLER                PIC X(3).
           05  RQTYPO                PIC X(3).
           05  FILLER                PIC X(3).
           05  RQSTSO                PIC X(10).
           05  FILLER                PIC X(3).
           05  RQDIVO                PIC X(2).
           05  FILLER                PIC X(3).
           05  RQDOCO                PIC X(1).
           05  FILLER                PIC X(3).
           05  RQFROMO               PIC X(8).
           05  FILLER                PIC X(3).
           05  RQTOO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  RQMEASO               PIC X(16).
           05  FILLER                PIC X(3).
           05  RQOPO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  RQDTO                 PIC X(16).
           05  FILLER                PIC X(3).
           05  RQRSNO                PIC X(4).
           05  FILLER                PIC X(3).
           05  RQTXTO                PIC X(40).
           05  FILLER                PIC X(3).
           05  RQAPRO                PIC X(8).
           05  FILLER                PIC X(3).
           05  RQDDTO                PIC X(16).
           05  PLLINEO-GROUP.
               10  PLLINEO-ENTRY OCCURS 4 TIMES.
                   15  FILLER        PIC X(3).
                   15  PLLINEO       PIC X(70).
           05  FILLER                PIC X(3).
           05  MSGO                  PIC X(79).
