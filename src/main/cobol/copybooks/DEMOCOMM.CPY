      *                 DEMOERR/DEMOREP SCREENS CAN PAGE THE
      *                 OUTSTANDING REJECTS AND REPAIR ONE ACROSS
      *                 PSEUDO-CONVERSATIONAL TASKS.
      * 2026-10-15 RJH  ADDED CA-FUNCTION-APPROVE AND THE APPROVAL-
      *                 SCREEN STATE (CA-SCREEN-APPROVE AND THE
      *                 APPRFILE SEQUENCE OF THE ITEM ON SHOW) SO THE
      *                 DEMOAPR SCREEN CAN STEP THROUGH THE ITEMS
      *                 AWAITING A SECOND OPERATOR ACROSS PSEUDO-
      *                 CONVERSATIONAL TASKS.
      * 2026-10-15 RJH  ADDED CA-DISPLAYED-KEY AND CA-DISPLAYED-TS - THE
      *                 KEY AND WS-LAST-UPDATE-TS OF THE YOURFILE RECORD
      *                 THE OPERATOR WAS LAST SHOWN - SO A CHANGE OR
      *                 DELETE KEYED AGAINST A STALE SCREEN IS REFUSED
      *                 INSTEAD OF OVERWRITING SOMEONE ELSE'S UPDATE.
      * 2026-10-15 RJH  ADDED CA-FUNCTION-NOTES (PF6 OR N FROM DEMOMAP,
      *                 PF6 FROM DEMOLST), THE INTERNAL NOTE-ADD CODE,
      *                 AND THE NOTES-SCREEN STATE (CA-SCREEN-NOTES,
      *                 THE NOTE SEQUENCE ANCHORS, AND WHICH SCREEN PF3
      *                 GOES BACK TO) SO THE DEMONTE SCREEN CAN PAGE A
      *                 KEY'S NOTES AND APPEND TO THEM ACROSS PSEUDO-
      *                 CONVERSATIONAL TASKS.
      **********************************************************************
       01  DFHCOMMAREA.
           05  CA-FUNCTION-CODE      PIC X(1).
               88  CA-FUNCTION-HIST          VALUE 'H'.
               88  CA-FUNCTION-PEND          VALUE 'P'.
               88  CA-FUNCTION-REPAIR        VALUE 'R'.
               88  CA-FUNCTION-APPROVE       VALUE 'Q'.
               88  CA-FUNCTION-NOTES         VALUE 'N'.
      *        SET ONLY BY THE NOTES SCREEN, FOR THE AUTHORITY CHECK
      *        ON AN ADD - NEVER KEYED.
               88  CA-FUNCTION-NOTE-ADD      VALUE '+'.
           05  CA-INQUIRY-KEY        PIC X(5).
           05  CA-RETURN-CODE        PIC X(2).
               88  CA-SUCCESS               VALUE '00'.
               88  CA-SCREEN-VDTL            VALUE 'V'.
               88  CA-SCREEN-ERRL            VALUE 'E'.
               88  CA-SCREEN-REPAIR          VALUE 'R'.
               88  CA-SCREEN-APPROVE         VALUE 'Q'.
               88  CA-SCREEN-NOTES           VALUE 'N'.
           05  CA-LIST-TOP-KEY       PIC X(5).
           05  CA-LIST-BOTTOM-KEY    PIC X(5).
      *    HISTORY-SCREEN STATE: THE FIRST AND LAST YFHIST VERSIONS ON
           05  CA-ERR-TOP-SEQ        PIC 9(9).
           05  CA-ERR-BOTTOM-SEQ     PIC 9(9).
           05  CA-ERR-SEL-SEQ        PIC 9(9).
      *    APPROVAL-SCREEN STATE: THE APPRFILE SEQUENCE OF THE ITEM ON
      *    SHOW ON DEMOAPR - PF7/PF8 STEP TO THE PENDING ITEM BEFORE
      *    OR AFTER IT.
           05  CA-APPR-SEL-SEQ       PIC 9(9).
      *    THE YOURFILE RECORD THE OPERATOR WAS LAST SHOWN (ON DEMOMAP
      *    OR DEMOREP) AND ITS LAST-UPDATE STAMP AT THAT MOMENT. A
      *    CHANGE OR DELETE IS ONLY APPLIED IF THE RECORD STILL CARRIES
      *    THAT STAMP - OTHERWISE SOMEONE ELSE HAS CHANGED IT SINCE.
           05  CA-DISPLAYED-KEY      PIC X(5).
           05  CA-DISPLAYED-TS       PIC X(26).
      *    NOTES-SCREEN STATE: THE FIRST AND LAST NOTEFILE SEQUENCES ON
      *    THE CURRENT DEMONTE PAGE (NOTES ARE DENSE PER KEY, SO PAGING
      *    IS SEQUENCE ARITHMETIC), AND WHETHER PF3 GOES BACK TO THE
      *    LIST OR TO THE DETAIL SCREEN.
           05  CA-NOTE-TOP-SEQ       PIC 9(4).
           05  CA-NOTE-BOTTOM-SEQ    PIC 9(4).
           05  CA-NOTE-FROM          PIC X(1).
               88  CA-NOTE-FROM-LIST         VALUE 'L'.
