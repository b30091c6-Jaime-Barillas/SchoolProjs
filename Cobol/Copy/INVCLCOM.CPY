               88  INVCLCOM-NOT-OPEN      VALUE '08'.
               88  INVCLCOM-OPEN-FAILED   VALUE '12'.
               88  INVCLCOM-QUIESCED      VALUE '16'.
               88  INVCLCOM-DISPUTED      VALUE '20'.
               88  INVCLCOM-PERIOD-CLOSED VALUE '24'.
      *
      *    THE DOCUMENT TYPE IS APPENDED AFTER THE STATUS SO CALLERS
      *    BUILT BEFORE THE MEMO SERIES EXISTED KEEP THEIR FIELD
