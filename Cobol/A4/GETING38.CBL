           SET INVAUD-ACTION-ISSUED TO TRUE.
           MOVE SPACES            TO INVAUD-OPERATOR-ID.
           MOVE SPACES            TO INVAUD-REASON-TEXT.
           MOVE SPACES            TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
           MOVE ZERO                   TO INVMAST-CUSTOMER-NUMBER.
           MOVE ZERO                   TO INVMAST-INVOICE-AMOUNT.
           MOVE ZERO                   TO INVMAST-DUE-DATE.
           MOVE ZERO                   TO INVMAST-ORIG-DIVISION-CODE.
           MOVE ZERO                   TO INVMAST-ORIG-INVOICE-NUMBER.
      *
           EXEC CICS
               WRITE FILE('INVMST38')
