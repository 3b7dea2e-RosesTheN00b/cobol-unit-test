      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     BUSINESS-DAY CALENDAR RECORD (FILE CALENDAR),
      *              KEYED BY DATE (YYYY-MM-DD). ONE RECORD PER DAY
      *              SAYING WHETHER IT IS A BUSINESS DAY, A HOLIDAY OR
      *              A WEEKEND DAY. YFRUNCTL DERIVES THE BUSINESS DATE
      *              FROM IT, YFPENDAP ROLLS PENDING CHANGES DATED ON A
      *              NON-BUSINESS DAY FORWARD, AND THE EFFECTIVE-DATE
      *              EDITS (CICSDEMO PEND, YFPARTN E) AND THE RETENTION
      *              JOBS CONSULT IT - THE BATCH PROGRAMS THROUGH
      *              YFBUSDT (SEE BDCOMM), CICSDEMO WITH ITS OWN EXEC
      *              CICS READ. THE YFCALM BATCH UTILITY MAINTAINS IT
      *              FROM THE CALPARM PARAMETER FILE.
      *
      *              A DATE WITH NO RECORD IS JUDGED BY THE WEEKDAY
      *              RULE - MONDAY TO FRIDAY ARE BUSINESS DAYS.
      *
      *              DATE 0000-00-00 IS THE CONTROL RECORD CARRYING THE
      *              NON-BUSINESS-DAY POLICY (THE SAME ARRANGEMENT AS
      *              REPRFILE'S SEQUENCE-000000000 RECORD) - READERS OF
      *              DAYS SKIP IT. NO CONTROL RECORD MEANS REFUSE.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  CL-RECORD.
           05  CL-DATE                   PIC X(10).
           05  CL-DAY-DATA.
               10  CL-DAY-TYPE           PIC X(1).
                   88  CL-BUSINESS-DAY         VALUE 'B'.
                   88  CL-HOLIDAY              VALUE 'H'.
                   88  CL-WEEKEND              VALUE 'W'.
      *        1 = MONDAY ... 7 = SUNDAY.
               10  CL-DAY-OF-WEEK        PIC 9(1).
               10  CL-DESCRIPTION        PIC X(20).
      *    ALTERNATE VIEW FOR THE DATE-0000-00-00 CONTROL RECORD: WHAT
      *    YFRUNCTL DOES WHEN A JOB STARTS ON A NON-BUSINESS DAY, AND
      *    WHAT THE EFFECTIVE-DATE EDITS DO WITH A NON-BUSINESS DATE.
      *    R = REFUSE THE JOB / REJECT THE DATE. F = ROLL THE BUSINESS
      *    DATE FORWARD / ACCEPT THE DATE TO APPLY ON THE NEXT
      *    BUSINESS DAY.
           05  CL-CONTROL-DATA REDEFINES CL-DAY-DATA.
               10  CL-NON-BUSINESS-POLICY PIC X(1).
                   88  CL-POLICY-REFUSE        VALUE 'R'.
                   88  CL-POLICY-ROLL-FORWARD  VALUE 'F'.
               10  FILLER                PIC X(21).
      *    WHO LAST MAINTAINED THE DAY AND WHEN - STAMPED BY YFCALM.
           05  CL-UPDATED-BY             PIC X(8).
           05  CL-UPDATED-TS             PIC X(26).
