      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     YOURFILE IMAGE-COPY CATALOG RECORD (FILE IMGCAT),
      *              KEYED BY GENERATION NUMBER. YFIMGCP POSTS ONE PER
      *              IMAGE COPY IT TAKES - THE BUSINESS DATE, THE TIME
      *              THE COPY WAS TAKEN AND ITS CONTROL TOTALS - SO
      *              OPERATIONS CAN NAME A COPY BY GENERATION AND
      *              YFFWDRC CAN CHECK THE DATASET IT WAS HANDED IS
      *              THE ONE THE CATALOG SAYS IT IS.
      *
      *              GENERATION 0000 IS THE CONTROL RECORD (THE SAME
      *              ARRANGEMENT AS REPRFILE'S SEQUENCE 000000000):
      *              THE LAST GENERATION ASSIGNED. GENERATIONS RUN
      *              0001-9999 AND THEN WRAP BACK TO 0001, REPLACING
      *              THE OLDEST ENTRY.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  IG-RECORD.
           05  IG-GENERATION             PIC 9(4).
           05  IG-COPY-DATA.
               10  IG-BUSINESS-DATE      PIC X(10).
               10  IG-COPY-TS            PIC X(26).
               10  IG-RECORD-COUNT       PIC 9(9).
               10  IG-HASH-TOTAL         PIC 9(11).
               10  IG-DELETED-COUNT      PIC 9(9).
      *        O WHILE THE COPY IS BEING WRITTEN, C ONCE ITS CONTROL
      *        RECORD IS ON THE DATASET. ONLY A C COPY IS RECOVERABLE.
               10  IG-STATE              PIC X(1).
                   88  IG-STATE-OPEN           VALUE 'O'.
                   88  IG-STATE-COMPLETE       VALUE 'C'.
      *    ALTERNATE VIEW FOR THE GENERATION-0000 CONTROL RECORD.
           05  IG-CONTROL-DATA REDEFINES IG-COPY-DATA.
               10  IG-LAST-GENERATION    PIC 9(4).
               10  IG-CONTROL-UPDATED-TS PIC X(26).
               10  FILLER                PIC X(36).
