               88  INVAUD-ACTION-QUIESCE  VALUE 'QSC'.
               88  INVAUD-ACTION-RESUME   VALUE 'RSM'.
               88  INVAUD-ACTION-REINSTATED VALUE 'RIN'.
               88  INVAUD-ACTION-DISPUTED VALUE 'DSP'.
               88  INVAUD-ACTION-DISP-RELEASED VALUE 'DSR'.
      *
      *    PERIOD CLOSE AND REOPEN ENTRIES FROM PERING38 CARRY THE
      *    PERIOD'S FISCAL YEAR, A SPACE DOCUMENT TYPE, AND ZERO
      *    NUMBERS; THE PERIOD ITSELF LEADS THE REASON TEXT.
      *
               88  INVAUD-ACTION-PERIOD-CLOSED VALUE 'PCL'.
               88  INVAUD-ACTION-PERIOD-OPENED VALUE 'POP'.
           05  INVAUD-OPERATOR-ID         PIC X(08).
           05  INVAUD-REASON-TEXT         PIC X(40).
      *
      *    A CORRECTION, RANGE VOID, OR REINSTATEMENT OVER ITS
      *    DIVISION'S DCTL38 LIMIT TAKES EFFECT ONLY WHEN A SECOND
      *    OPERATOR APPROVES IT ON APRING38. THE ENTRY FOR THE
      *    APPLIED ACTION THEN CARRIES THE REQUESTING OPERATOR ABOVE
      *    AND THE APPROVER HERE; EVERY OTHER ENTRY CARRIES SPACES.
      *    APPENDED: RECORDS PREDATING THE FIELD ARE REFORMATTED BY
      *    SPACE-FILLING IT.
      *
           05  INVAUD-APPROVER-ID         PIC X(08).
