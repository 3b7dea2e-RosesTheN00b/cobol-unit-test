      *                 IMAGE CARRIES WHAT WAS KEYED, THE BEFORE IMAGE
      *                 IS BLANK, AND NOTHING WAS WRITTEN TO YOURFILE
      *                 (SO YFBALNC SEES NO STATUS TRANSITION).
      * 2026-10-15 RJH  ADDED ACTION T (REFUSED) FOR A CHANGE REFUSED BY
      *                 THE FIELD-3 TRANSITION RULES - THE BEFORE IMAGE
      *                 IS THE RECORD AS IT STOOD, THE AFTER IMAGE IS
      *                 WHAT WAS KEYED, AND NOTHING WAS WRITTEN TO
      *                 YOURFILE.
      **********************************************************************
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP             PIC X(26).
               88  AUD-ACTION-CHANGE           VALUE 'C'.
               88  AUD-ACTION-DELETE           VALUE 'D'.
               88  AUD-ACTION-DENIED           VALUE 'X'.
               88  AUD-ACTION-REFUSED          VALUE 'T'.
           05  AUD-BEFORE-IMAGE.
               10  AUD-BEFORE-KEY            PIC X(5).
               10  AUD-BEFORE-FIELD-2        PIC X(5).
