      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     APPROVAL-QUEUE RECORD (FILE APPRFILE), KEYED BY
      *              AN ASSIGNED SEQUENCE NUMBER. CICSDEMO FILES ONE
      *              HERE INSTEAD OF APPLYING A DELETE, OR A CHANGE
      *              THAT MOVES WS-FIELD-2 BY MORE THAN THE THRESHOLD
      *              ON THE CONTROL RECORD. A SECOND OPERATOR - NEVER
      *              THE ONE WHO KEYED IT - APPROVES OR REJECTS IT ON
      *              THE DEMOAPR SCREEN; ONLY AN APPROVAL PUTS IT
      *              THROUGH THE NORMAL YFEDITS/YFHIST/AUDT PATH. THE
      *              NIGHTLY YFAPREX JOB EXPIRES ANYTHING LEFT PENDING
      *              PAST THE EXPIRY DAYS AND REPORTS THE QUEUE.
      *
      *              DECIDED AND EXPIRED ITEMS STAY ON FILE WITH WHO
      *              DECIDED THEM AND WHEN - THEY ARE THE SEPARATION-
      *              OF-DUTIES RECORD - AND READERS OF THE QUEUE SKIP
      *              ANYTHING NOT PENDING.
      *
      *              SEQUENCE 000000000 IS THE CONTROL RECORD (THE
      *              SAME ARRANGEMENT AS REPRFILE'S): THE NEXT FREE
      *              SEQUENCE, PLUS THE FIELD-2 THRESHOLD AND EXPIRY
      *              DAYS YFAPREX POSTS FROM ITS APRPARM PARAMETER
      *              FILE, SO OPERATIONS SET BOTH WITHOUT A PROGRAM
      *              CHANGE. WITH NO CONTROL RECORD THE THRESHOLD IS
      *              TAKEN AS ZERO - EVERY FIELD-2 CHANGE IS QUEUED.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  ADDED STATE S (SUPERSEDED): AN APPROVAL IS ONLY
      *                 APPLIED IF THE RECORD STILL CARRIES
      *                 AP-BEFORE-TS; AN ITEM WHOSE RECORD WAS CHANGED
      *                 AFTER IT WAS QUEUED IS CLOSED AS S AND MUST BE
      *                 KEYED AGAIN.
      **********************************************************************
       01  AP-RECORD.
           05  AP-SEQ                    PIC 9(9).
           05  AP-ACTION                 PIC X(1).
               88  AP-ACTION-CHANGE            VALUE 'C'.
               88  AP-ACTION-DELETE            VALUE 'D'.
           05  AP-ITEM-DATA.
      *        THE CHANGE AS KEYED - FOR A DELETE, THE RECORD'S OWN
      *        VALUES AT THE TIME IT WAS QUEUED.
               10  AP-RECORD-KEY         PIC X(5).
               10  AP-FIELD-2            PIC X(5).
               10  AP-FIELD-3            PIC X(5).
               10  AP-FIELD-4            PIC X(5).
      *        THE RECORD AS IT STOOD WHEN THE ITEM WAS QUEUED.
               10  AP-BEFORE-FIELD-2     PIC X(5).
               10  AP-BEFORE-FIELD-3     PIC X(5).
               10  AP-BEFORE-FIELD-4     PIC X(5).
               10  AP-BEFORE-STATUS      PIC X(1).
               10  AP-BEFORE-TS          PIC X(26).
      *        THE MAKER - WHO KEYED IT, WHERE, AND WHEN.
               10  AP-MAKER-USERID       PIC X(8).
               10  AP-MAKER-TERMID       PIC X(4).
               10  AP-QUEUED-TS          PIC X(26).
               10  AP-STATE              PIC X(1).
                   88  AP-STATE-PENDING        VALUE 'P'.
                   88  AP-STATE-APPROVED       VALUE 'A'.
                   88  AP-STATE-REJECTED       VALUE 'R'.
                   88  AP-STATE-EXPIRED        VALUE 'E'.
                   88  AP-STATE-SUPERSEDED     VALUE 'S'.
      *        THE CHECKER (OR YFAPREX FOR AN EXPIRY) AND WHEN.
               10  AP-DECIDED-BY         PIC X(8).
               10  AP-DECIDED-TS         PIC X(26).
      *    ALTERNATE VIEW FOR THE SEQUENCE-000000000 CONTROL RECORD.
           05  AP-CONTROL-DATA REDEFINES AP-ITEM-DATA.
               10  AP-NEXT-SEQ           PIC 9(9).
      *        A CHANGE THAT MOVES FIELD-2 BY MORE THAN THIS, EITHER
      *        WAY, NEEDS A SECOND OPERATOR.
               10  AP-FIELD-2-THRESHOLD  PIC 9(5).
               10  AP-EXPIRY-DAYS        PIC 9(3).
               10  AP-CONTROL-UPDATED-TS PIC X(26).
               10  FILLER                PIC X(92).
