       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PLKING38.
      *
      *****************************************************************
      *    ACCOUNTING PERIOD LOCK CHECK SERVICE.                       *
      *    LINKED TO BY EVERY SERVICE THAT CHANGES A MASTER AFTER IT   *
      *    IS ISSUED - VOIDING38, RNGING38, RSTING38, DTLING38, AND    *
      *    CLSING38 - SO THE RULE THAT A CLOSED MONTH STAYS CLOSED IS  *
      *    DECIDED IN ONE PLACE (COMMAREA INVPLCOM). THE MASTER'S      *
      *    ISSUE DATE IS PLACED IN A FISCAL YEAR AND PERIOD FROM THE   *
      *    DIVISION'S FSCAL38 START MONTH (PERIOD 01 IS THE START      *
      *    MONTH; NO CALENDAR RECORD READS AS A JANUARY START, THE     *
      *    SAME DERIVATION ARLING38 AND ARCING38 USE), AND THAT        *
      *    PERIOD'S STATE IS READ FROM PRDCTL38. A YEAR WITH NO        *
      *    PRDCTL38 RECORD HAS EVERY PERIOD OPEN. THE SERVICE ONLY     *
      *    ANSWERS - THE CALLER REFUSES THE CHANGE AND RETURNS ITS OWN *
      *    STATUS, SO FINANCE'S REPORTED NUMBERS ARE CORRECTED BY A    *
      *    CREDIT OR DEBIT MEMO IN AN OPEN PERIOD INSTEAD.             *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 FILE-STATUS-INFO.
           05 FCL-OPEN-STATUS    PIC S9(8) COMP.
           05 FCL-ENABLE-STATUS  PIC S9(8) COMP.
           05 PRD-OPEN-STATUS    PIC S9(8) COMP.
           05 PRD-ENABLE-STATUS  PIC S9(8) COMP.
      *
       01 WS-RESP                PIC S9(8) COMP.
      *
       01 WS-ISSUE-CYYDDD        PIC 9(07).
       01 WS-ISSUE-SPLIT REDEFINES WS-ISSUE-CYYDDD.
           05 WS-ISSUE-CYY       PIC 9(04).
           05 WS-ISSUE-DDD       PIC 9(03).
       01 WS-ISSUE-YYYYDDD       PIC 9(07).
       01 WS-ISSUE-DATE8         PIC 9(08).
       01 WS-ISSUE-DATE8-SPLIT REDEFINES WS-ISSUE-DATE8.
           05 WS-ISSUE-YEAR      PIC 9(04).
           05 WS-ISSUE-MONTH     PIC 9(02).
           05 WS-ISSUE-DAY       PIC 9(02).
       01 WS-FCAL-START-MONTH    PIC 9(02) VALUE 01.
      *
       COPY INVFCAL.
      *
       COPY INVPRD.
      *
       LINKAGE SECTION.
      *
       COPY INVPLCOM REPLACING INVPLCOM-AREA BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION.
      *
       0000-CHECK-PERIOD-LOCK.
      *
           MOVE '00' TO INVPLCOM-STATUS.
           MOVE ZERO TO INVPLCOM-FISCAL-YEAR.
           MOVE ZERO TO INVPLCOM-PERIOD.
      *
           PERFORM 0050-ENSURE-FILES-OPEN.
      *
           IF INVPLCOM-PERIOD-OPEN
               PERFORM 0100-READ-FISCAL-CALENDAR
           END-IF.
      *
           IF INVPLCOM-PERIOD-OPEN
               PERFORM 0200-DERIVE-PERIOD
           END-IF.
      *
           IF INVPLCOM-PERIOD-OPEN AND INVPLCOM-PERIOD NOT = ZERO
               PERFORM 0300-READ-PERIOD-STATE
           END-IF.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       0050-ENSURE-FILES-OPEN.
      *
      *    THE FILES ARE LEFT OPEN BETWEEN CALLS. ONLY A FILE FOUND
      *    CLOSED (FIRST CALL AFTER CICS START) IS OPENED HERE, AND
      *    NOTHING CLOSES IT ON THE WAY OUT.
      *
           EXEC CICS
               INQUIRE FILE('FSCAL38')
                   OPENSTATUS(FCL-OPEN-STATUS)
                   ENABLESTATUS(FCL-ENABLE-STATUS)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO INVPLCOM-STATUS
           ELSE
               IF FCL-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('FSCAL38') OPEN
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '12' TO INVPLCOM-STATUS
                   END-IF
               END-IF
           END-IF.
      *
           IF INVPLCOM-PERIOD-OPEN
               EXEC CICS
                   INQUIRE FILE('PRDCTL38')
                       OPENSTATUS(PRD-OPEN-STATUS)
                       ENABLESTATUS(PRD-ENABLE-STATUS)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO INVPLCOM-STATUS
               ELSE
                   IF PRD-OPEN-STATUS = DFHVALUE(CLOSED)
                       EXEC CICS
                           SET FILE('PRDCTL38') OPEN
                               RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE '12' TO INVPLCOM-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       0100-READ-FISCAL-CALENDAR.
      *
      *    A DIVISION WITH NO CALENDAR RECORD, OR ONE CARRYING A
      *    MONTH OUTSIDE 01-12, READS AS A JANUARY START.
      *
           MOVE 01 TO WS-FCAL-START-MONTH.
           MOVE INVPLCOM-DIVISION-CODE TO INVFCAL-DIVISION-CODE.
           EXEC CICS
               READ FILE('FSCAL38')
                    INTO(INVFCAL-RECORD)
                    RIDFLD(INVFCAL-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVFCAL-START-MONTH NOT < 01
                      AND INVFCAL-START-MONTH NOT > 12
                       MOVE INVFCAL-START-MONTH
                            TO WS-FCAL-START-MONTH
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO INVPLCOM-STATUS
           END-EVALUATE.
      *
       0200-DERIVE-PERIOD.
      *
      *    A MONTH IN OR AFTER THE START MONTH IS IN THE FISCAL YEAR
      *    LABELED WITH ITS CALENDAR YEAR; AN EARLIER MONTH IS IN THE
      *    PRIOR ONE, AND COMES AFTER THE START MONTH'S PERIODS.
      *    AN ISSUE DATE WITH NO DAY PART IS LEFT AT PERIOD ZERO.
      *
           MOVE INVPLCOM-ISSUE-DATE TO WS-ISSUE-CYYDDD.
           IF WS-ISSUE-DDD NOT = ZERO
               COMPUTE WS-ISSUE-YYYYDDD =
                   (1900 + WS-ISSUE-CYY) * 1000 + WS-ISSUE-DDD
               COMPUTE WS-ISSUE-DATE8 =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DAY (WS-ISSUE-YYYYDDD))
               IF WS-ISSUE-MONTH NOT < WS-FCAL-START-MONTH
                   MOVE WS-ISSUE-YEAR TO INVPLCOM-FISCAL-YEAR
                   COMPUTE INVPLCOM-PERIOD =
                       WS-ISSUE-MONTH - WS-FCAL-START-MONTH + 1
               ELSE
                   COMPUTE INVPLCOM-FISCAL-YEAR = WS-ISSUE-YEAR - 1
                   COMPUTE INVPLCOM-PERIOD =
                       WS-ISSUE-MONTH + 13 - WS-FCAL-START-MONTH
               END-IF
           END-IF.
      *
       0300-READ-PERIOD-STATE.
      *
           MOVE INVPLCOM-DIVISION-CODE TO INVPRD-DIVISION-CODE.
           MOVE INVPLCOM-FISCAL-YEAR   TO INVPRD-FISCAL-YEAR.
           EXEC CICS
               READ FILE('PRDCTL38')
                    INTO(INVPRD-RECORD)
                    RIDFLD(INVPRD-KEY)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF INVPRD-PERIOD-CLOSED (INVPLCOM-PERIOD)
                       MOVE '08' TO INVPLCOM-STATUS
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO INVPLCOM-STATUS
           END-EVALUATE.
