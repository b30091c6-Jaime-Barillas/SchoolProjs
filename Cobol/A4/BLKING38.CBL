           SET INVAUD-ACTION-ISSUED TO TRUE.
           MOVE SPACES            TO INVAUD-OPERATOR-ID.
           MOVE SPACES            TO INVAUD-REASON-TEXT.
           MOVE SPACES            TO INVAUD-APPROVER-ID.
      *
           EXEC CICS
               WRITE FILE('INVAUD38')
