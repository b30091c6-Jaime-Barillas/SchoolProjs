      *****************************************************************
      *    INVDSPL.CPY                                                *
      *    RECORD LAYOUT FOR THE DSPLOG38 INVOICE DISPUTE LOG. ONE    *
      *    RECORD IS WRITTEN BY DISING38 EACH TIME A MASTER IS PUT     *
      *    INTO DISPUTE ('O') OR RELEASED FROM IT ('R'), WITH THE      *
      *    REASON CODE, NOTE, AND OPERATOR ENTERED ON THE SCREEN.      *
      *    KEYED BY THE MASTER KEY FOLLOWED BY THE CICS DATE (0CYYDDD) *
      *    AND TIME (0HHMMSS) OF THE ENTRY, SO A MASTER'S DISPUTES     *
      *    READ FORWARD IN THE ORDER THEY HAPPENED AND THE LAST 'O'    *
      *    ENTRY IS WHEN AND BY WHOM THE CURRENT DISPUTE WAS OPENED.   *
      *****************************************************************
       01  INVDSPL-RECORD.
           05  INVDSPL-KEY.
               10  INVDSPL-DIVISION-CODE     PIC 9(02).
               10  INVDSPL-DOCUMENT-TYPE     PIC X(01).
               10  INVDSPL-INVOICE-NUMBER    PIC 9(08).
               10  INVDSPL-LOG-DATE          PIC 9(07).
               10  INVDSPL-LOG-TIME          PIC 9(07).
           05  INVDSPL-ENTRY-TYPE            PIC X(01).
               88  INVDSPL-OPENED            VALUE 'O'.
               88  INVDSPL-RELEASED          VALUE 'R'.
           05  INVDSPL-REASON-CODE           PIC X(04).
           05  INVDSPL-NOTE                  PIC X(60).
           05  INVDSPL-OPERATOR-ID           PIC X(08).
           05  INVDSPL-TERMINAL-ID           PIC X(04).
