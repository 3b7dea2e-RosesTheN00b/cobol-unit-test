      *              EVERYTHING BELOW IT:
      *                1  INQUIRE / LIST / HISTORY ONLY
      *                2  PLUS ADD AND CHANGE
      *                3  FULL - PLUS DELETE AND UPSERT, AND
      *                   APPROVAL-QUEUE DECISIONS (FUNCTION Q)
      *              A USERID WITH NO RECORD HAS NO AUTHORITY AT ALL.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-09-02 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  LEVEL 3 NOW ALSO DECIDES APPROVAL-QUEUE ITEMS.
      **********************************************************************
       01  OA-RECORD.
           05  OA-USERID                 PIC X(8).
