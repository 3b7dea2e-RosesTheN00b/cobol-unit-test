      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     ARCHIVED OPERATOR NOTE RECORD (FILE NOTEARC), KEYED
      *              BY THE YOURFILE RECORD KEY, THE PURGE DATE, AND THE
      *              NOTE'S SEQUENCE. WHEN YFPURGE PURGES A RECORD IT
      *              MOVES EVERY NOTE THE KEY HAS ON NOTEFILE (SEE
      *              NOTEREC) HERE BESIDE THE ARCHFILE IMAGE (SEE
      *              ARCHREC) WITH THE SAME PURGE DATE, SO THE
      *              EXPLANATION IS KEPT AS LONG AS THE RECORD IS, AND
      *              YFARCHI PRINTS THEM WITH THE IMAGE. THE HIGH-WATER
      *              CONTROL RECORD IS NOT ARCHIVED.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  NA-RECORD.
           05  NA-KEY.
               10  NA-RECORD-KEY         PIC X(5).
      *        PURGE DATE (YYYY-MM-DD) - THE SAME AS ARC-PURGE-DATE ON
      *        THE IMAGE PURGED WITH THE NOTES.
               10  NA-PURGE-DATE         PIC X(10).
               10  NA-SEQUENCE           PIC 9(4).
      *    THE NOTE AS IT STOOD ON NOTEFILE.
           05  NA-NOTE-DATA.
               10  NA-NOTE-TS            PIC X(26).
               10  NA-USERID             PIC X(8).
               10  NA-TERMID             PIC X(4).
               10  NA-TEXT               PIC X(70).
