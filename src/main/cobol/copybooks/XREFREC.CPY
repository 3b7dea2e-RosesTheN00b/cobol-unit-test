      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     KEY CROSS-REFERENCE RECORD (FILE XREFFILE). WHEN
      *              YFREKEY MOVES A YOURFILE RECORD AND EVERYTHING
      *              FILED UNDER IT TO A NEW WS-KEY IT LEAVES TWO OF
      *              THESE: ONE UNDER THE OLD KEY POINTING FORWARD TO
      *              THE NEW ONE (DIRECTION T), SO AN INQUIRY ON THE
      *              OLD KEY (CICSDEMO, YFARCHI) CAN SAY WHERE THE
      *              RECORD WENT, AND ONE UNDER THE NEW KEY POINTING
      *              BACK (DIRECTION F), SO YFEXTRC SENDS THE NEW KEY
      *              DOWNSTREAM AS AN ADD. YFEXTRC ALSO SENDS THE OLD
      *              KEY AS A DELETE FROM THE IMAGE ON THE T RECORD.
      *
      *              A KEY THAT HAS BEEN RE-KEYED AWAY IS RETIRED -
      *              YFREKEY WILL NOT MOVE ANOTHER RECORD ONTO IT.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  XR-RECORD.
           05  XR-KEY.
               10  XR-RECORD-KEY         PIC X(5).
               10  XR-DIRECTION          PIC X(1).
      *            THIS KEY WAS MOVED TO XR-OTHER-KEY.
                   88  XR-MOVED-TO             VALUE 'T'.
      *            THIS KEY WAS MOVED HERE FROM XR-OTHER-KEY.
                   88  XR-MOVED-FROM           VALUE 'F'.
           05  XR-OTHER-KEY              PIC X(5).
      *    WHEN THE RE-KEY RAN, IN THE WS-LAST-UPDATE-TS SHAPE - ALSO
      *    THE NEW RECORD'S WS-LAST-UPDATE-TS.
           05  XR-REKEY-TS               PIC X(26).
      *    THE RECORD AS IT STOOD UNDER THE OLD KEY WHEN IT WAS MOVED.
           05  XR-IMAGE.
               10  XR-IMG-KEY            PIC X(5).
               10  XR-IMG-FIELD-2        PIC X(5).
               10  XR-IMG-FIELD-3        PIC X(5).
               10  XR-IMG-FIELD-4        PIC X(5).
               10  XR-IMG-STATUS         PIC X(1).
               10  XR-IMG-LAST-UPDATE-TS PIC X(26).
