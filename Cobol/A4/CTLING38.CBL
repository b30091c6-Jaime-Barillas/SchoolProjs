      *    TO THE INVAUD38 AUDIT TRAIL WITH THE OPERATOR ID AND        *
      *    REASON ENTERED ON THE SCREEN, AND EVERY REQUEST IS          *
      *    CHECKED AGAINST THE OPAUTH38 OPERATOR AUTHORITY FILE.       *
      *    A CORRECTION LONGER THAN THE DIVISION'S DCTL38 LIMIT IS     *
      *    HELD ON PNDAPR38 ('76') FOR A SECOND OPERATOR TO APPLY      *
      *    FROM APRING38.                                              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       01 WS-NEW-NEXT-INVOICE-NUMBER PIC 9(08).
      *
       01 WS-SERIES-ACTION       PIC X(03).
      *
       01 WS-PENDING-REQUEST-NUMBER PIC 9(08) VALUE ZERO.
      *
       01 WS-OPA-SUB             PIC 9(02).
       01 WS-AUTH-DIV-SWITCH     PIC X     VALUE 'N'.
       COPY INVOPA.
      *
       COPY INVQSC.
      *
       COPY INVPNCOM.
      *
       COPY INVSCR
           REPLACING INVSCR-AREA          BY WS-INITIAL-COMMAREA
                   PERFORM 3100-WRITE-REJECTION-AUDIT-LOG
               END-IF
           END-IF.
      *
           IF WS-REQUEST-OK
               PERFORM 2320-CHECK-DUAL-CONTROL
           END-IF.
      *
           IF WS-REQUEST-OK
               MOVE INVCTL-NEXT-INVOICE-NUMBER
           IF NOT WS-READ-OK AND WS-REQUEST-OK
               MOVE '08' TO WS-REQUEST-STATUS
           END-IF.
      *
       2320-CHECK-DUAL-CONTROL.
      *
      *    A JUMP LONGER THAN THE DIVISION'S DCTL38 LIMIT IS NOT
      *    APPLIED HERE. PNDING38 HOLDS IT ON PNDAPR38 AND THE CONTROL
      *    RECORD IS RELEASED UNCHANGED; A SECOND OPERATOR APPLIES IT
      *    FROM APRING38, WHICH FIRST CONFIRMS THE NEXT NUMBER HAS NOT
      *    MOVED SINCE THE REQUEST WAS RAISED.
      *
           MOVE SPACES                     TO INVPNCOM-AREA.
           SET INVPNCOM-SUBMIT             TO TRUE.
           MOVE 'COR'                      TO INVPNCOM-REQUEST-TYPE.
           MOVE INVCTL-DIVISION-CODE       TO INVPNCOM-DIVISION-CODE.
           MOVE 'I'                        TO INVPNCOM-DOCUMENT-TYPE.
           MOVE INVCTL-NEXT-INVOICE-NUMBER TO INVPNCOM-FROM-NUMBER.
           MOVE WS-NEW-NEXT-INVOICE-NUMBER TO INVPNCOM-TO-NUMBER.
           COMPUTE INVPNCOM-MEASURE = WS-NEW-NEXT-INVOICE-NUMBER
                                    - INVCTL-NEXT-INVOICE-NUMBER.
           MOVE RSNTXTI                    TO INVPNCOM-REASON-TEXT.
           MOVE OPIDI                      TO INVPNCOM-REQUESTER-ID.
           MOVE ZERO                       TO INVPNCOM-REQUEST-NUMBER.
      *
           EXEC CICS
               LINK PROGRAM('PNDING38')
                    COMMAREA(INVPNCOM-AREA)
                    LENGTH(LENGTH OF INVPNCOM-AREA)
                    RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO WS-REQUEST-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN INVPNCOM-GO-AHEAD
                       CONTINUE
                   WHEN INVPNCOM-HELD
                       MOVE '76' TO WS-REQUEST-STATUS
                       MOVE INVPNCOM-REQUEST-NUMBER
                            TO WS-PENDING-REQUEST-NUMBER
                   WHEN OTHER
                       MOVE '12' TO WS-REQUEST-STATUS
               END-EVALUATE
           END-IF.
      *
           IF NOT WS-REQUEST-OK
               EXEC CICS
                   UNLOCK FILE('CTLG38')
                       RESP(WS-RESP2)
               END-EXEC
           END-IF.
      *
       2400-PROCESS-ADD.
      *
           SET INVAUD-ACTION-CORRECTED      TO TRUE.
           MOVE OPIDI                       TO INVAUD-OPERATOR-ID.
           MOVE RSNTXTI                     TO INVAUD-REASON-TEXT.
           MOVE SPACES                      TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
           MOVE SPACES                TO INVAUD-REASON-TEXT.
           STRING 'AUTHORIZATION REJECTED, ACTION ' ACTNI
                  DELIMITED BY SIZE INTO INVAUD-REASON-TEXT.
           MOVE SPACES                TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
           MOVE WS-SERIES-ACTION           TO INVAUD-ACTION-CODE.
           MOVE OPIDI                      TO INVAUD-OPERATOR-ID.
           MOVE RSNTXTI                    TO INVAUD-REASON-TEXT.
           MOVE SPACES                     TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
               WHEN '72'
                   MOVE 'ISSUANCE QUIESCED FOR BATCH WINDOW, TRY LATER'
                        TO MSGO
               WHEN '76'
                   MOVE SPACES TO MSGO
                   STRING 'CORRECTION HELD FOR APPROVAL, REQUEST '
                          WS-PENDING-REQUEST-NUMBER
                          DELIMITED BY SIZE INTO MSGO
               WHEN OTHER
                   MOVE 'REQUEST REJECTED' TO MSGO
           END-EVALUATE.
