       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUSING38.
      *
      *****************************************************************
      *    CUSTOMER ACCOUNT INQUIRY TRANSACTION.                       *
      *    BMS-MAPPED (MAPSET MAPC38S, MAP MAPC38, SEE MAPC38.bms)     *
      *    PSEUDO-CONVERSATIONAL SCREEN IN THE CTLING38/ARCING38       *
      *    STYLE. TAKES A CUSTOMER NUMBER AND ANSWERS "WHAT DOES THIS  *
      *    CUSTOMER OWE US" WITHOUT BROWSING THE MASTER FILE DIVISION  *
      *    BY DIVISION:                                                *
      *      1. THE CUSMST38 CUSTOMER MASTER GIVES THE NAME, WHETHER   *
      *         THE ACCOUNT IS ACTIVE, AND WHETHER CREDIT IS HELD.     *
      *      2. EVERY LIVE INVMST38 INVOICE AND MEMO STAMPED WITH THE  *
      *         CUSTOMER NUMBER IS LISTED WITH ITS STATUS, AMOUNT,     *
      *         AND DUE DATE. THE MASTERS ARE READ THROUGH THE         *
      *         INVMSC38 PATH - THE ALTERNATE INDEX OVER INVMST38 ON   *
      *         INVMAST-CUSTOMER-NUMBER (NON-UNIQUE KEYS) - SO ONLY    *
      *         THIS CUSTOMER'S RECORDS ARE TOUCHED.                   *
      *    THE OPEN BALANCE IS THE OPEN INVOICES AND DEBIT MEMOS LESS  *
      *    THE OPEN CREDIT MEMOS. A LIST LONGER THAN ONE SCREEN PAGES  *
      *    FORWARD ON ENTER WHILE THE SAME CUSTOMER NUMBER IS KEPT;    *
      *    A NEW NUMBER STARTS AT THE TOP. EVERY REQUEST NEEDS AN      *
      *    OPAUTH38 OPERATOR WITH THE INQUIRE AUTHORITY, AND ONLY THE  *
      *    DIVISIONS THAT OPERATOR COVERS ARE LISTED OR TOTALLED.      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RESP2               PIC S9(8) COMP.
      *
       01 WS-REQUEST-STATUS      PIC XX    VALUE '00'.
           88  WS-REQUEST-OK     VALUE '00'.
      *
       01 WS-BROWSE-SWITCH       PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE    VALUE 'Y'.
      *
       01 WS-BROWSE-KEY          PIC 9(08).
       01 WS-REQ-CUSTOMER        PIC 9(08).
       01 WS-SKIP-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-MATCH-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-LINE-MAX            PIC 9(04) VALUE 10.
       01 WS-SUB                 PIC 9(04).
      *
       01 WS-OPEN-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-EDIT-AMOUNT         PIC Z(09)9.99-.
       01 WS-EDIT-BALANCE        PIC Z(11)9.99-.
       01 WS-CL-LINE             PIC X(50).
      *
       01 WS-OPA-SUB             PIC 9(02).
       01 WS-AUTH-DIV-SWITCH     PIC X     VALUE 'N'.
           88  WS-AUTH-DIV-OK    VALUE 'Y'.
      *
       COPY INVMAST.
      *
       COPY INVCUST.
      *
       COPY INVOPA.
      *
       COPY MAPC38.
      *
       COPY INVCUSS
           REPLACING INVCUSS-AREA            BY WS-INITIAL-COMMAREA
                     INVCUSS-CUSTOMER-NUMBER BY WS-INITIAL-CUSTOMER
                     INVCUSS-SKIP-COUNT      BY WS-INITIAL-SKIP-COUNT.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       COPY INVCUSS REPLACING INVCUSS-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-INQUIRE-CUSTOMER.
      *
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE ZERO TO WS-INITIAL-CUSTOMER
               MOVE ZERO TO WS-INITIAL-SKIP-COUNT
               EXEC CICS
                   RETURN TRANSID('CUSG')
                          COMMAREA(WS-INITIAL-COMMAREA)
                          LENGTH(LENGTH OF WS-INITIAL-COMMAREA)
               END-EXEC
           ELSE
               IF EIBAID = DFHPF3
                   PERFORM 9000-SEND-GOODBYE
                   EXEC CICS
                       RETURN
                   END-EXEC
               ELSE
                   PERFORM 2000-RECEIVE-AND-PROCESS
                   EXEC CICS
                       RETURN TRANSID('CUSG')
                              COMMAREA(DFHCOMMAREA)
                   END-EXEC
               END-IF
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
      *
           MOVE LOW-VALUES TO MAPC38O.
           MOVE SPACES     TO MSGO.
           EXEC CICS
               SEND MAP('MAPC38')
                    MAPSET('MAPC38S')
                    FROM(MAPC38O)
                    ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-PROCESS.
      *
           MOVE '00' TO WS-REQUEST-STATUS.
      *
           EXEC CICS
               RECEIVE MAP('MAPC38')
                       MAPSET('MAPC38S')
                       INTO(MAPC38I)
                       RESP(WS-RESP)
           END-EXEC.
      *
      *    THE RECEIVE FILLS THE WHOLE SYMBOLIC MAP (MAPC38O
      *    REDEFINES MAPC38I), SO THE ANSWER FIELDS ARE CLEARED ONLY
      *    AFTERWARD - OTHERWISE THE PREVIOUS INQUIRY'S LINES RIDE
      *    ALONG ON THE DATAONLY REFRESH WHEN THE NEW ANSWER FILLS
      *    FEWER OF THEM.
      *
           MOVE SPACES TO CUSTNMO.
           MOVE SPACES TO CUSTSTO.
           MOVE SPACES TO OPNBALO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LINE-MAX
               MOVE SPACES TO CLLINEO(WS-SUB)
           END-PERFORM.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2100-VALIDATE-REQUEST
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2150-CHECK-OPERATOR-AUTH
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2200-READ-CUSTOMER
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2300-LIST-CUSTOMER-DOCUMENTS
           END-IF.
      *
      *    A PAGE THAT LEFT DOCUMENTS UNSHOWN REMEMBERS HOW FAR IT
      *    GOT; ANYTHING ELSE SENDS THE NEXT ENTER BACK TO THE TOP.
      *
           IF WS-REQUEST-OK
              AND WS-MATCH-COUNT > WS-SKIP-COUNT + WS-LINE-COUNT
               COMPUTE INVCUSS-SKIP-COUNT =
                   WS-SKIP-COUNT + WS-LINE-COUNT
           ELSE
               MOVE ZERO TO INVCUSS-SKIP-COUNT
           END-IF.
      *
           PERFORM 4000-SEND-MAP-REFRESH.
      *
       2100-VALIDATE-REQUEST.
      *
           IF CUSTNOI = SPACES OR CUSTNOI = LOW-VALUES
              OR CUSTNOI NOT NUMERIC
               MOVE '20' TO WS-REQUEST-STATUS
           END-IF.
      *
      *    THE SAME CUSTOMER AS LAST TIME CONTINUES FROM WHERE THE
      *    LAST PAGE STOPPED; A DIFFERENT ONE STARTS AT THE TOP.
      *
           IF WS-REQUEST-OK
               MOVE CUSTNOI TO WS-REQ-CUSTOMER
               IF WS-REQ-CUSTOMER = INVCUSS-CUSTOMER-NUMBER
                   MOVE INVCUSS-SKIP-COUNT TO WS-SKIP-COUNT
               ELSE
                   MOVE ZERO TO WS-SKIP-COUNT
               END-IF
               MOVE WS-REQ-CUSTOMER TO INVCUSS-CUSTOMER-NUMBER
           END-IF.
      *
       2150-CHECK-OPERATOR-AUTH.
      *
           IF OPIDI = SPACES OR OPIDI = LOW-VALUES
               MOVE '24' TO WS-REQUEST-STATUS
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE OPIDI TO INVOPA-OPERATOR-ID
               EXEC CICS
                   READ FILE('OPAUTH38')
                        INTO(INVOPA-RECORD)
                        RIDFLD(INVOPA-KEY)
                        RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF NOT INVOPA-INQUIRE-ALLOWED
                           MOVE '44' TO WS-REQUEST-STATUS
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE '44' TO WS-REQUEST-STATUS
                   WHEN OTHER
                       MOVE '12' TO WS-REQUEST-STATUS
               END-EVALUATE
           END-IF.
      *
       2200-READ-CUSTOMER.
      *
           MOVE WS-REQ-CUSTOMER TO INVCUST-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE('CUSMST38')
                    INTO(INVCUST-RECORD)
                    RIDFLD(INVCUST-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE INVCUST-CUSTOMER-NAME TO CUSTNMO
                   IF INVCUST-ACTIVE
                       MOVE 'ACTIVE' TO CUSTSTO
                   ELSE
                       MOVE 'INACTIVE' TO CUSTSTO
                   END-IF
                   IF INVCUST-CREDIT-HOLD
                       MOVE SPACES TO CUSTSTO
                       IF INVCUST-ACTIVE
                           MOVE 'ACTIVE - ON CREDIT HOLD' TO CUSTSTO
                       ELSE
                           MOVE 'INACTIVE - ON CREDIT HOLD'
                                TO CUSTSTO
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE '28' TO WS-REQUEST-STATUS
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2300-LIST-CUSTOMER-DOCUMENTS.
      *
      *    THE WHOLE OF THE CUSTOMER'S SET IS READ EVERY TIME, SO THE
      *    OPEN BALANCE IS ALWAYS COMPLETE; ONLY THE DOCUMENTS PAST
      *    THE SKIP COUNT ARE PUT ON THIS PAGE.
      *
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-OPEN-BALANCE.
           MOVE 'N'  TO WS-BROWSE-SWITCH.
           MOVE WS-REQ-CUSTOMER TO WS-BROWSE-KEY.
      *
           EXEC CICS
               STARTBR FILE('INVMSC38')
                       RIDFLD(WS-BROWSE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2310-READ-NEXT-DOCUMENT
                       UNTIL WS-BROWSE-DONE
                   EXEC CICS
                       ENDBR FILE('INVMSC38')
                             RESP(WS-RESP2)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
           END-EVALUATE.
      *
       2310-READ-NEXT-DOCUMENT.
      *
      *    DUPKEY ONLY SAYS MORE RECORDS SHARE THIS CUSTOMER NUMBER -
      *    THE RECORD ITSELF WAS READ NORMALLY.
      *
           EXEC CICS
               READNEXT FILE('INVMSC38')
                        INTO(INVMAST-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
               WHEN DFHRESP(DUPKEY)
                   IF INVMAST-CUSTOMER-NUMBER NOT = WS-REQ-CUSTOMER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM 2320-CHECK-DIVISION-AUTH
                       IF WS-AUTH-DIV-OK
                           PERFORM 2330-TAKE-DOCUMENT
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE '12' TO WS-REQUEST-STATUS
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE.
      *
       2320-CHECK-DIVISION-AUTH.
      *
           IF INVOPA-ALL-DIVISIONS
               MOVE 'Y' TO WS-AUTH-DIV-SWITCH
           ELSE
               MOVE 'N' TO WS-AUTH-DIV-SWITCH
               PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
                   UNTIL WS-OPA-SUB > 10 OR WS-AUTH-DIV-OK
                   IF INVOPA-DIVISION-CODE (WS-OPA-SUB)
                      = INVMAST-DIVISION-CODE
                       MOVE 'Y' TO WS-AUTH-DIV-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
      *
       2330-TAKE-DOCUMENT.
      *
           ADD 1 TO WS-MATCH-COUNT.
      *
           IF INVMAST-OPEN OR INVMAST-DISPUTED
               IF INVMAST-DOC-CREDIT
                   SUBTRACT INVMAST-INVOICE-AMOUNT FROM WS-OPEN-BALANCE
               ELSE
                   ADD INVMAST-INVOICE-AMOUNT TO WS-OPEN-BALANCE
               END-IF
           END-IF.
      *
           IF WS-MATCH-COUNT > WS-SKIP-COUNT
              AND WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE INVMAST-INVOICE-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-CL-LINE
               STRING INVMAST-DIVISION-CODE
                      '  ' INVMAST-DOCUMENT-TYPE
                      '  ' INVMAST-INVOICE-NUMBER
                      '  ' INVMAST-STATUS
                      ' ' WS-EDIT-AMOUNT
                      '  ' INVMAST-DUE-DATE
                      DELIMITED BY SIZE INTO WS-CL-LINE
               MOVE WS-CL-LINE TO CLLINEO(WS-LINE-COUNT)
           END-IF.
      *
       4000-SEND-MAP-REFRESH.
      *
           EVALUATE WS-REQUEST-STATUS
               WHEN '00'
                   MOVE WS-OPEN-BALANCE TO WS-EDIT-BALANCE
                   MOVE WS-EDIT-BALANCE TO OPNBALO
                   EVALUATE TRUE
                       WHEN WS-MATCH-COUNT = ZERO
                           MOVE 'NO LIVE DOCUMENTS FOR THIS CUSTOMER'
                                TO MSGO
                       WHEN INVCUSS-SKIP-COUNT > ZERO
                           MOVE SPACES TO MSGO
                           STRING WS-MATCH-COUNT
                                  ' DOCUMENTS - ENTER FOR NEXT PAGE'
                                  DELIMITED BY SIZE INTO MSGO
                       WHEN OTHER
                           MOVE SPACES TO MSGO
                           STRING WS-MATCH-COUNT
                                  ' DOCUMENTS - END OF LIST'
                                  DELIMITED BY SIZE INTO MSGO
                   END-EVALUATE
               WHEN '12'
                   MOVE 'FILE ERROR, NOTIFY SUPPORT' TO MSGO
               WHEN '20'
                   MOVE 'CUSTOMER NUMBER IS REQUIRED' TO MSGO
               WHEN '24'
                   MOVE 'OPERATOR ID IS REQUIRED' TO MSGO
               WHEN '28'
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO MSGO
               WHEN '44'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR THIS REQUEST'
                        TO MSGO
               WHEN OTHER
                   MOVE 'REQUEST REJECTED' TO MSGO
           END-EVALUATE.
      *
           EXEC CICS
               SEND MAP('MAPC38')
                    MAPSET('MAPC38S')
                    FROM(MAPC38O)
                    DATAONLY
               END-EXEC.
      *
       9000-SEND-GOODBYE.
      *
           MOVE LOW-VALUES TO MAPC38O.
           MOVE 'CUSING38 SESSION ENDED' TO MSGO.
           EXEC CICS
               SEND TEXT
                    FROM(MSGO)
                    LENGTH(79)
                    ERASE
                    FREEKB
           END-EXEC.
