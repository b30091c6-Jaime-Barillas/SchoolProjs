      *****************************************************************
      *    MAPC38.CPY                                                 *
      *    SYMBOLIC MAP FOR MAP MAPC38 (MAPSET MAPC38S), GENERATED     *
      *    FROM Cobol/A4/MAPC38.bms. USED BY CUSING38 TO LIST THE LIVE *
      *    INVOICES AND MEMOS STAMPED WITH A CUSTOMER NUMBER.          *
      *****************************************************************
       01  MAPC38I.
           05  FILLER                PIC X(12).
           05  CUSTNOL               PIC S9(4) COMP.
           05  CUSTNOF               PIC X.
           05  FILLER REDEFINES CUSTNOF.
               10  CUSTNOA           PIC X.
           05  CUSTNOI               PIC X(8).
           05  OPIDL                 PIC S9(4) COMP.
           05  OPIDF                 PIC X.
           05  FILLER REDEFINES OPIDF.
               10  OPIDA             PIC X.
           05  OPIDI                 PIC X(8).
           05  CUSTNML               PIC S9(4) COMP.
           05  CUSTNMF               PIC X.
           05  FILLER REDEFINES CUSTNMF.
               10  CUSTNMA           PIC X.
           05  CUSTNMI               PIC X(30).
           05  CUSTSTL               PIC S9(4) COMP.
           05  CUSTSTF               PIC X.
           05  FILLER REDEFINES CUSTSTF.
               10  CUSTSTA           PIC X.
           05  CUSTSTI               PIC X(30).
           05  OPNBALL               PIC S9(4) COMP.
           05  OPNBALF               PIC X.
           05  FILLER REDEFINES OPNBALF.
               10  OPNBALA           PIC X.
           05  OPNBALI               PIC X(16).
           05  CLLINEI-GROUP.
               10  CLLINE-ENTRY OCCURS 10 TIMES.
                   15  CLLINEL       PIC S9(4) COMP.
                   15  CLLINEF       PIC X.
                   15  CLLINEI       PIC X(50).
           05  MSGL                  PIC S9(4) COMP.
           05  MSGF                  PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA              PIC X.
           05  MSGI                  PIC X(79).
      *
       01  MAPC38O REDEFINES MAPC38I.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  CUSTNOO               PIC X(8).
           05  FILLER                PIC X(3).
           05  OPIDO                 PIC X(8).
           05  FILLER                PIC X(3).
           05  CUSTNMO               PIC X(30).
           05  FILLER                PIC X(3).
           05  CUSTSTO               PIC X(30).
           05  FILLER                PIC X(3).
           05  OPNBALO               PIC X(16).
           05  CLLINEO-GROUP.
               10  CLLINEO-ENTRY OCCURS 10 TIMES.
                   15  FILLER        PIC X(3).
                   15  CLLINEO       PIC X(50).
           05  FILLER                PIC X(3).
           05  MSGO                  PIC X(79).
