      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     OPERATOR NOTE RECORD (FILE NOTEFILE), KEYED BY THE
      *              YOURFILE RECORD KEY PLUS A RISING NOTE SEQUENCE.
      *              CICSDEMO'S DEMONTE SCREEN (PF6 FROM DEMOMAP OR
      *              DEMOLST) PAGES A KEY'S NOTES AND APPENDS NEW ONES,
      *              EACH STAMPED WITH WHEN, THE OPERATOR, AND THE
      *              TERMINAL. NOTES ARE NEVER CHANGED OR DELETED
      *              ONLINE. WHEN YFPURGE PURGES THE RECORD THE NOTES
      *              MOVE TO THE NOTEARC ARCHIVE (SEE NOTAREC) WITH IT,
      *              WHERE YFARCHI PRINTS THEM.
      *
      *              AS ON YFHIST, EACH KEY WITH NOTES CARRIES ONE
      *              CONTROL RECORD (NT-SEQUENCE 0000) WHOSE
      *              NT-HIGH-SEQUENCE HOLDS THE HIGHEST NOTE FILED, SO
      *              A WRITER FINDS THE NEXT NUMBER WITH ONE KEYED READ
      *              AND THE LIST SCREEN CAN FLAG A KEY THAT HAS NOTES.
      *              READERS OF NOTES SKIP SEQUENCE 0000.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  NT-RECORD.
           05  NT-KEY.
               10  NT-RECORD-KEY         PIC X(5).
      *        NOTE 0001 IS THE FIRST NOTE FILED FOR THE KEY; EACH
      *        NEW NOTE TAKES THE NEXT NUMBER.
               10  NT-SEQUENCE           PIC 9(4).
           05  NT-NOTE-DATA.
      *        WHEN THE NOTE WAS FILED, IN THE WS-LAST-UPDATE-TS SHAPE.
               10  NT-NOTE-TS            PIC X(26).
               10  NT-USERID             PIC X(8).
               10  NT-TERMID             PIC X(4).
               10  NT-TEXT               PIC X(70).
      *    ALTERNATE VIEW FOR THE SEQUENCE-0000 HIGH-WATER CONTROL
      *    RECORD. A STALE (LOW) HIGH-WATER SELF-HEALS - THE WRITER
      *    STILL BUMPS PAST DUPLICATES ON THE WRITE.
           05  NT-ANCHOR-DATA REDEFINES NT-NOTE-DATA.
               10  NT-HIGH-SEQUENCE      PIC 9(4).
               10  FILLER                PIC X(104).
