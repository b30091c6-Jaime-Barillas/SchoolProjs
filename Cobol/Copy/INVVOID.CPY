           05  INVVOID-ENTRY-TYPE         PIC X(01).
               88  INVVOID-ENTRY-VOID     VALUE 'V' ' '.
               88  INVVOID-ENTRY-REINSTATE VALUE 'R'.
      *
      *    THE SECOND OPERATOR WHO APPROVED A RANGE VOID OR
      *    REINSTATEMENT HELD FOR DUAL CONTROL (SEE APRING38); SPACES
      *    WHEN NO APPROVAL WAS NEEDED. APPENDED: RECORDS PREDATING
      *    THE FIELD ARE REFORMATTED BY SPACE-FILLING IT.
      *
           05  INVVOID-APPROVER-ID        PIC X(08).
