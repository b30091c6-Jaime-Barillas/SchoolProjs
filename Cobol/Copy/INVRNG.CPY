               88  INVRNG-QUIESCED        VALUE '24'.
               88  INVRNG-RANGE-NOT-ISSUED VALUE '28'.
               88  INVRNG-CLOSED-IN-RANGE  VALUE '32'.
               88  INVRNG-PENDING-APPROVAL VALUE '36'.
               88  INVRNG-NOT-APPROVED    VALUE '40'.
               88  INVRNG-PERIOD-CLOSED   VALUE '44'.
      *
      *    THE DOCUMENT TYPE IS APPENDED AFTER THE STATUS SO CALLERS
      *    BUILT BEFORE THE MEMO SERIES EXISTED KEEP THEIR FIELD
               88  INVRNG-DOC-INVOICE     VALUE 'I'.
               88  INVRNG-DOC-CREDIT      VALUE 'C'.
               88  INVRNG-DOC-DEBIT       VALUE 'D'.
      *
      *    DUAL CONTROL. A RANGE LONGER THAN THE DIVISION'S DCTL38
      *    LIMIT IS NOT VOIDED: IT IS QUEUED ON PNDAPR38 AND STATUS
      *    '36' RETURNS THE REQUEST NUMBER HERE. APRING38 CALLS BACK
      *    WITH THE REQUEST NUMBER AND ITS APPROVER ID ONCE A SECOND
      *    OPERATOR APPROVES; AN APPROVER ID THAT DOES NOT MATCH AN
      *    APPROVED REQUEST IS REFUSED WITH '40'. A CALLER WHOSE
      *    COMMAREA STOPS SHORT OF THESE FIELDS IS NEVER TREATED AS
      *    AN APPROVED CALL AND IS NOT GIVEN A REQUEST NUMBER.
      *
           05  INVRNG-REQUEST-NUMBER      PIC 9(08).
           05  INVRNG-APPROVER-ID         PIC X(08).
