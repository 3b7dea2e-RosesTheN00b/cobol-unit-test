      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-09-02 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  REASON 08 (FIELD-3 TRANSITION REFUSED) ADDED.
      * 2026-10-15 RJH  ADDED RP-PARTNER-ID - THE PARTNER WHOSE FILE
      *                 CARRIED THE REJECT - AND REASON 09 (CODE NOT
      *                 ALLOWED FOR THE PARTNER). RECORD GREW 77 TO 85.
      * 2026-10-15 RJH  REASON 17 (EFFECTIVE DATE NOT A BUSINESS DAY)
      *                 ADDED.
      * 2026-10-15 RJH  REASON 18 (EFFECTIVE DATE IN A CLOSED PERIOD)
      *                 ADDED.
      **********************************************************************
       01  RP-RECORD.
           05  RP-SEQ                    PIC 9(9).
      *    THE YFPARTN REASON CODE (01-09, 17 OR 18, SEE YFPARTN'S
      *    HEADER).
           05  RP-REASON-CODE            PIC X(2).
      *    THE REJECTED TRANSACTION IMAGE IN THE 31-BYTE INBOUND
      *    LAYOUT - CODE, KEY, FIELDS, EFFECTIVE DATE.
      *    WHO DISPOSITIONED IT AND WHEN - BLANK WHILE OUTSTANDING.
           05  RP-DISP-BY                PIC X(8).
           05  RP-DISP-TS                PIC X(26).
      *    PARTNER ID FROM THE INBOUND FILE'S HEADER RECORD.
           05  RP-PARTNER-ID             PIC X(8).
