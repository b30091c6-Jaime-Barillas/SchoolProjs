               88  INVRSCOM-NOT-AUTHORIZED VALUE '16'.
               88  INVRSCOM-QUIESCED      VALUE '20'.
               88  INVRSCOM-WAS-CLOSED    VALUE '24'.
               88  INVRSCOM-PENDING-APPROVAL VALUE '28'.
               88  INVRSCOM-NOT-APPROVED  VALUE '32'.
               88  INVRSCOM-PERIOD-CLOSED VALUE '36'.
           05  INVRSCOM-DOCUMENT-TYPE     PIC X(01).
               88  INVRSCOM-DOC-INVOICE   VALUE 'I'.
               88  INVRSCOM-DOC-CREDIT    VALUE 'C'.
               88  INVRSCOM-DOC-DEBIT     VALUE 'D'.
      *
      *    DUAL CONTROL. REINSTATING A MASTER WHOSE AMOUNT IS OVER
      *    THE DIVISION'S DCTL38 LIMIT IS QUEUED ON PNDAPR38 INSTEAD
      *    OF TAKING EFFECT, AND STATUS '28' RETURNS THE REQUEST
      *    NUMBER HERE. APRING38 CALLS BACK WITH THE REQUEST NUMBER
      *    AND ITS APPROVER ID ONCE A SECOND OPERATOR APPROVES; AN
      *    APPROVER ID THAT DOES NOT MATCH AN APPROVED REQUEST IS
      *    REFUSED WITH '32'. A CALLER WHOSE COMMAREA STOPS SHORT OF
      *    THESE FIELDS IS NEVER TREATED AS AN APPROVED CALL.
      *
           05  INVRSCOM-REQUEST-NUMBER    PIC 9(08).
           05  INVRSCOM-APPROVER-ID       PIC X(08).
