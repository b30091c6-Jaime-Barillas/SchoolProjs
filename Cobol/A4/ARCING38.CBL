               WHEN INVMAST-VOIDED
                   MOVE 'VOIDED - SEE INVVOID38 LOG FOR OPERATOR'
                        TO ST3O
               WHEN INVMAST-DISPUTED
                   MOVE 'DISPUTED - SEE DSPLOG38 FOR HISTORY' TO ST3O
               WHEN OTHER
                   MOVE 'STILL OPEN' TO ST3O
           END-EVALUATE.
