      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-08-22 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  RETURN CODE 16 - FUNCTION S REFUSED BECAUSE
      *                 TODAY IS NOT A BUSINESS DAY ON THE CALENDAR AND
      *                 THE CALENDAR POLICY IS TO REFUSE (SEE CALNREC).
      **********************************************************************
       01  RUN-CONTROL-COMMAREA.
           05  RC-FUNCTION           PIC X(1).
           05  RC-COMPLETION-CODE    PIC X(1).
           05  RC-RECORD-COUNT       PIC 9(9).
      *    SET BY FUNCTION S AND PASSED BACK UNCHANGED ON FUNCTION E.
      *    TODAY WHEN TODAY IS A BUSINESS DAY ON THE CALENDAR; THE
      *    NEXT BUSINESS DAY WHEN IT IS NOT AND THE CALENDAR POLICY IS
      *    TO ROLL FORWARD.
           05  RC-BUSINESS-DATE      PIC X(10).
           05  RC-RETURN-CODE        PIC X(2).
               88  RC-OK                   VALUE '00'.
               88  RC-PREREQ-MISSING       VALUE '04'.
               88  RC-ALREADY-IN-FLIGHT    VALUE '08'.
               88  RC-FILE-ERROR           VALUE '12'.
               88  RC-NOT-BUSINESS-DAY     VALUE '16'.
           05  RC-MESSAGE            PIC X(79).
