      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     FIELD-3 STATUS TRANSITION RULE (FILE TRANRULE),
      *              KEYED BY FROM-VALUE PLUS TO-VALUE. ONE RECORD PER
      *              MOVE THE BUSINESS ALLOWS - A MOVE WITH NO RECORD
      *              IS REFUSED. EVERY PATH THAT CHANGES A YOURFILE
      *              RECORD CHECKS THE RECORD'S CURRENT FIELD-3 AGAINST
      *              THE VALUE IT IS ABOUT TO WRITE: CICSDEMO DIRECTLY,
      *              THE BATCH UPDATERS THROUGH YFTRANS (SEE TRANCOMM).
      *              THE YFTRANM BATCH UTILITY MAINTAINS IT FROM THE
      *              TRNPARM PARAMETER FILE SO OPERATIONS CAN CHANGE
      *              THE LIFECYCLE WITHOUT A PROGRAMMER.
      *
      *              LEAVING FIELD-3 AS IT IS NEEDS NO RULE. A BLANK
      *              VALUE (DATA LOADED BEFORE THE FIELD EDITS) IS A
      *              VALUE LIKE ANY OTHER - A RULE WITH A BLANK FROM
      *              LETS IT ENTER THE LIFECYCLE.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  TR-RECORD.
           05  TR-KEY.
               10  TR-FROM-STATUS        PIC X(5).
               10  TR-TO-STATUS          PIC X(5).
      *    WHO LAST MAINTAINED THE RULE AND WHEN - STAMPED BY YFTRANM.
           05  TR-UPDATED-BY             PIC X(8).
           05  TR-UPDATED-TS             PIC X(26).
