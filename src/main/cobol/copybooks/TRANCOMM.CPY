      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     COMMUNICATION AREA FOR THE YFTRANS FIELD-3 STATUS
      *              TRANSITION CHECK. A BATCH PROGRAM ABOUT TO CHANGE
      *              A YOURFILE RECORD PASSES THE RECORD'S CURRENT
      *              FIELD-3 AND THE VALUE IT IS ABOUT TO WRITE, AND
      *              GETS BACK ALLOWED/REFUSED AND AN OPERATOR-READY
      *              MESSAGE. (CICSDEMO READS THE SAME TRANRULE FILE
      *              ONLINE WITH ITS OWN EXEC CICS I-O - SEE
      *              0310-CHECK-TRANSITION.)
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  TRANSITION-COMMAREA.
           05  TRC-FROM-STATUS       PIC X(5).
           05  TRC-TO-STATUS         PIC X(5).
           05  TRC-RETURN-CODE       PIC X(2).
               88  TRC-ALLOWED             VALUE '00'.
               88  TRC-REFUSED             VALUE '04'.
               88  TRC-FILE-ERROR          VALUE '12'.
           05  TRC-MESSAGE           PIC X(79).
