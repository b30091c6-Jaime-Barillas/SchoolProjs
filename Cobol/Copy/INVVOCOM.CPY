               88  INVVOCOM-NOT-AUTHORIZED VALUE '16'.
               88  INVVOCOM-QUIESCED      VALUE '20'.
               88  INVVOCOM-SETTLED       VALUE '24'.
               88  INVVOCOM-DISPUTED      VALUE '28'.
               88  INVVOCOM-PERIOD-CLOSED VALUE '32'.
      *
      *    THE DOCUMENT TYPE IS APPENDED AFTER THE STATUS SO CALLERS
      *    BUILT BEFORE THE MEMO SERIES EXISTED KEEP THEIR FIELD
