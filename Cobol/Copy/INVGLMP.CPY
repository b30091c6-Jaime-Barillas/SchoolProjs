      *****************************************************************
      *    INVGLMP.CPY                                                *
      *    RECORD LAYOUT FOR THE GLMAP38 GL ACCOUNT-MAPPING FILE.     *
      *    ONE RECORD PER DIVISION AND ACCOUNT ROLE, MAINTAINED BY THE *
      *    GL TEAM, GIVING THE LEDGER ACCOUNT GLJING38 POSTS THAT ROLE *
      *    TO FOR THAT DIVISION. DIVISION 00 (NOT A REAL DIVISION IN   *
      *    THIS SHOP) HOLDS THE SHOP-WIDE DEFAULT FOR ANY DIVISION     *
      *    WITHOUT ITS OWN RECORD FOR A ROLE. THE ROLES ARE:           *
      *      AR   - TRADE ACCOUNTS RECEIVABLE                          *
      *      REVI - INVOICE REVENUE                                    *
      *      REVC - CREDIT MEMO RETURNS AND ALLOWANCES                 *
      *      REVD - DEBIT MEMO REVENUE                                 *
      *      CASH - SETTLEMENT CLEARING (CLOSED BY CLSING38/SETING38)  *
      *****************************************************************
       01  INVGLMP-RECORD.
           05  INVGLMP-KEY.
               10  INVGLMP-DIVISION-CODE     PIC 9(02).
               10  INVGLMP-ACCOUNT-ROLE      PIC X(04).
                   88  INVGLMP-ROLE-AR       VALUE 'AR  '.
                   88  INVGLMP-ROLE-REV-INVOICE VALUE 'REVI'.
                   88  INVGLMP-ROLE-REV-CREDIT VALUE 'REVC'.
                   88  INVGLMP-ROLE-REV-DEBIT VALUE 'REVD'.
                   88  INVGLMP-ROLE-CASH     VALUE 'CASH'.
           05  INVGLMP-GL-ACCOUNT            PIC X(10).
           05  INVGLMP-DESCRIPTION           PIC X(30).
