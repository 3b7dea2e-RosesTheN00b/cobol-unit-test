      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     INBOUND PARTNER REGISTRY RECORD (FILE PARTREG),
      *              KEYED BY PARTNER ID. YFPARTN READS THE ENTRY NAMED
      *              ON AN INBOUND FILE'S HEADER RECORD BEFORE IT
      *              TOUCHES ANYTHING: A PARTNER WITH NO ENTRY, OR ONE
      *              SUSPENDED, HAS ITS WHOLE FILE REJECTED; THE FILE
      *              SEQUENCE NUMBER MUST BE EXACTLY ONE PAST
      *              PT-LAST-FILE-SEQ (A REPEAT OR A GAP REJECTS THE
      *              WHOLE FILE); AND EACH TRANSACTION'S CODE MUST BE
      *              ONE THE PARTNER IS ALLOWED TO SEND. YFPARTN
      *              ADVANCES THE LAST SEQUENCE WHEN A FILE FINISHES.
      *              THE YFPARTM BATCH UTILITY MAINTAINS THE REGISTRY
      *              FROM THE PRTPARM PARAMETER FILE.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  PT-RECORD.
           05  PT-PARTNER-ID             PIC X(8).
           05  PT-PARTNER-NAME           PIC X(20).
      *    THE TRANSACTION CODES THE PARTNER MAY SEND - Y OR N EACH.
           05  PT-ALLOWED-CODES.
               10  PT-ALLOW-ADD          PIC X(1).
                   88  PT-MAY-ADD              VALUE 'Y'.
               10  PT-ALLOW-CHANGE       PIC X(1).
                   88  PT-MAY-CHANGE           VALUE 'Y'.
               10  PT-ALLOW-DELETE       PIC X(1).
                   88  PT-MAY-DELETE           VALUE 'Y'.
               10  PT-ALLOW-EFFECTIVE    PIC X(1).
                   88  PT-MAY-PEND             VALUE 'Y'.
           05  PT-STATUS                 PIC X(1).
               88  PT-STATUS-ACTIVE            VALUE 'A'.
               88  PT-STATUS-SUSPENDED         VALUE 'S'.
      *    THE LAST FILE PROCESSED TO COMPLETION - ZERO FOR A PARTNER
      *    WHOSE FIRST FILE HAS NOT ARRIVED.
           05  PT-LAST-FILE-SEQ          PIC 9(6).
           05  PT-LAST-FILE-DATE         PIC X(10).
           05  PT-LAST-RECEIVED-TS       PIC X(26).
      *    WHO LAST MAINTAINED THE ENTRY AND WHEN - YFPARTM, OR
      *    YFPARTN WHEN IT ADVANCES THE SEQUENCE.
           05  PT-UPDATED-BY             PIC X(8).
           05  PT-UPDATED-TS             PIC X(26).
