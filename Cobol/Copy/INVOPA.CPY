           05  INVOPA-VOID-FLAG              PIC X(01).
               88  INVOPA-VOID-ALLOWED       VALUE 'Y'.
           05  INVOPA-MAX-CORRECTION         PIC 9(06).
      *
      *    PUTTING A MASTER INTO DISPUTE, OR RELEASING IT, IS A
      *    COLLECTIONS DECISION RATHER THAN A NUMBERING ONE, SO IT
      *    HAS ITS OWN FLAG. APPENDED: A RECORD PREDATING THE FIELD
      *    IS REFORMATTED WITH 'N' AND SO GRANTS NOTHING NEW.
      *
           05  INVOPA-DISPUTE-FLAG           PIC X(01).
               88  INVOPA-DISPUTE-ALLOWED    VALUE 'Y'.
      *
      *    AN APPROVER MAY APPROVE OR REJECT ANOTHER OPERATOR'S
      *    REQUEST HELD ON PNDAPR38 FOR DUAL CONTROL, IN THE
      *    DIVISIONS LISTED ABOVE - NEVER ONE OF THEIR OWN. APPENDED:
      *    A RECORD PREDATING THE FIELD IS REFORMATTED WITH 'N'.
      *
           05  INVOPA-APPROVE-FLAG           PIC X(01).
               88  INVOPA-APPROVE-ALLOWED    VALUE 'Y'.
      *
      *    CLOSING OR REOPENING AN ACCOUNTING PERIOD ON PRDCTL38 IS A
      *    FINANCE DECISION, SO IT HAS ITS OWN FLAG, GOOD FOR THE
      *    DIVISIONS LISTED ABOVE. APPENDED: A RECORD PREDATING THE
      *    FIELD IS REFORMATTED WITH 'N'.
      *
           05  INVOPA-PERIOD-FLAG            PIC X(01).
               88  INVOPA-PERIOD-ALLOWED     VALUE 'Y'.
      *
      *    SETTING UP, SUSPENDING, RESUMING, OR ENDING A RECURRING
      *    BILLING SCHEDULE ON RBLSCH38 COMMITS THE DIVISION TO BILL
      *    A CUSTOMER WITH NO ONE KEYING EACH INVOICE, SO IT HAS ITS
      *    OWN FLAG, GOOD FOR THE DIVISIONS LISTED ABOVE. APPENDED: A
      *    RECORD PREDATING THE FIELD IS REFORMATTED WITH 'N'.
      *
           05  INVOPA-BILLING-FLAG           PIC X(01).
               88  INVOPA-BILLING-ALLOWED    VALUE 'Y'.
