      * 2026-09-02 RJH  ADDED ACTION X (DENIED) - AN ATTEMPT REFUSED BY
      *                 THE OPERATOR AUTHORITY CHECK, CARRIED OVER FROM
      *                 THE AUDT QUEUE LIKE ANY OTHER ENTRY.
      * 2026-10-15 RJH  ADDED ACTION T (REFUSED) - A CHANGE REFUSED BY
      *                 THE FIELD-3 TRANSITION RULES (SEE TRANREC).
      *                 BEFORE IS THE RECORD AS IT STOOD, AFTER IS WHAT
      *                 WAS ATTEMPTED; YOURFILE WAS NOT TOUCHED. ONLINE
      *                 ENTRIES ARRIVE THROUGH AUDT, BATCH UPDATERS
      *                 WRITE THEIRS DIRECTLY UNDER TERMID BTCH.
      * 2026-10-15 RJH  ADDED ACTION K (RE-KEYED) - YFREKEY MOVED THE
      *                 RECORD FROM THE BEFORE KEY TO THE AFTER KEY.
      *                 FILED UNDER THE NEW KEY, WHERE YFREKEY ALSO
      *                 MOVES THE RECORD'S EARLIER ENTRIES.
      **********************************************************************
       01  AH-RECORD.
           05  AH-KEY.
               88  AH-ACTION-CHANGE            VALUE 'C'.
               88  AH-ACTION-DELETE            VALUE 'D'.
               88  AH-ACTION-DENIED            VALUE 'X'.
               88  AH-ACTION-REFUSED           VALUE 'T'.
               88  AH-ACTION-REKEY             VALUE 'K'.
           05  AH-BEFORE-IMAGE.
               10  AH-BEFORE-KEY             PIC X(5).
               10  AH-BEFORE-FIELD-2         PIC X(5).
