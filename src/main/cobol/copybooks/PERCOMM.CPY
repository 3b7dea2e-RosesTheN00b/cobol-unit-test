      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     COMMUNICATION AREA FOR THE YFPERCK CLOSED-PERIOD
      *              CHECK. THE CALLER PASSES A DATE (YYYY-MM-DD); THE
      *              ROUTINE RETURNS ITS PERIOD (YYYY-MM) AND WHETHER
      *              ANYTHING MAY BE DATED INTO IT (SEE PERDREC).
      *
      *              RETURN CODES:
      *                00  PERIOD OPEN - NEVER CLOSED
      *                04  PERIOD CLOSED BUT REOPENED BY AN AUTHORIZED
      *                    USER - ALLOWED
      *                08  PERIOD CLOSED - REFUSE
      *                12  PERIOD CONTROL FILE UNREADABLE, OR THE DATE
      *                    HAS NO PERIOD - REFUSE
      *              NO PERDCTL FILE AT ALL MEANS NO PERIOD HAS EVER
      *              BEEN CLOSED, AND EVERY DATE IS OPEN.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  PERIOD-CHECK-COMMAREA.
           05  PK-DATE-IN            PIC X(10).
           05  PK-PERIOD             PIC X(7).
           05  PK-RETURN-CODE        PIC X(2).
               88  PK-PERIOD-OPEN          VALUE '00'.
               88  PK-PERIOD-REOPENED      VALUE '04'.
               88  PK-PERIOD-CLOSED        VALUE '08'.
               88  PK-CONTROL-UNAVAILABLE  VALUE '12'.
               88  PK-DATE-ALLOWED         VALUE '00' '04'.
           05  PK-MESSAGE            PIC X(79).
