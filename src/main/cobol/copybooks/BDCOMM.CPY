      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     COMMUNICATION AREA FOR THE YFBUSDT BUSINESS-DAY
      *              ROUTINE. THE CALLER PASSES A FUNCTION AND A DATE
      *              (YYYY-MM-DD), PLUS A DAY COUNT FOR A AND S:
      *                C - IS THE DATE A BUSINESS DAY (BD-DAY-TYPE)
      *                N - FIRST BUSINESS DAY ON OR AFTER THE DATE
      *                A - THE DATE PLUS BD-DAYS BUSINESS DAYS
      *                S - THE DATE MINUS BD-DAYS BUSINESS DAYS
      *              EVERY FUNCTION ALSO RETURNS THE DATE'S OWN DAY
      *              TYPE AND DAY OF WEEK, AND THE NON-BUSINESS-DAY
      *              POLICY FROM THE CALENDAR CONTROL RECORD (SEE
      *              CALNREC). (CICSDEMO READS THE SAME CALENDAR FILE
      *              ONLINE WITH ITS OWN EXEC CICS I-O - SEE
      *              0855-CHECK-BUSINESS-DAY.)
      *
      *              RETURN CODES:
      *                00  ANSWERED FROM THE CALENDAR
      *                04  ANSWERED, BUT A DATE CONSULTED WAS NOT ON
      *                    THE CALENDAR AND WAS JUDGED BY THE WEEKDAY
      *                    RULE (MONDAY TO FRIDAY)
      *                08  NO ANSWER - THE DATE IS NOT A REAL
      *                    YYYY-MM-DD, THE FUNCTION IS UNKNOWN, OR NO
      *                    BUSINESS DAY FELL WITHIN A YEAR
      *                12  CALENDAR FILE UNAVAILABLE - ANSWERED BY THE
      *                    WEEKDAY RULE ALONE, POLICY R
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  BUSINESS-DAY-COMMAREA.
           05  BD-FUNCTION           PIC X(1).
               88  BD-FUNCTION-CHECK       VALUE 'C'.
               88  BD-FUNCTION-NEXT        VALUE 'N'.
               88  BD-FUNCTION-ADD         VALUE 'A'.
               88  BD-FUNCTION-SUBTRACT    VALUE 'S'.
           05  BD-DATE-IN            PIC X(10).
           05  BD-DAYS               PIC 9(5).
           05  BD-DATE-OUT           PIC X(10).
      *    THE DAY TYPE AND DAY OF WEEK (1 = MONDAY ... 7 = SUNDAY)
      *    OF BD-DATE-IN ITSELF.
           05  BD-DAY-TYPE           PIC X(1).
               88  BD-BUSINESS-DAY         VALUE 'B'.
               88  BD-HOLIDAY              VALUE 'H'.
               88  BD-WEEKEND              VALUE 'W'.
           05  BD-DAY-OF-WEEK        PIC 9(1).
           05  BD-POLICY             PIC X(1).
               88  BD-POLICY-REFUSE        VALUE 'R'.
               88  BD-POLICY-ROLL-FORWARD  VALUE 'F'.
           05  BD-RETURN-CODE        PIC X(2).
               88  BD-OK                   VALUE '00'.
               88  BD-NOT-ON-CALENDAR      VALUE '04'.
               88  BD-INVALID-REQUEST      VALUE '08'.
               88  BD-CALENDAR-UNAVAILABLE VALUE '12'.
           05  BD-MESSAGE            PIC X(79).
