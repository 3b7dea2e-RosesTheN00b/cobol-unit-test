      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     YOURFILE IMAGE-COPY RECORD (FILE IMGCOPY). YFIMGCP
      *              WRITES ONE TYPE-I RECORD PER YOURFILE RECORD, IN
      *              KEY SEQUENCE, HOLDING THE FULL WSRECORD IMAGE, AND
      *              CLOSES THE COPY WITH ONE TYPE-C CONTROL RECORD
      *              WHOSE BODY IS AN EOD-RECORD (SEE EODCREC) - THE
      *              BUSINESS DATE, THE ACTIVE COUNT, THE FIELD-2 HASH
      *              AND THE DELETED COUNT COMPUTED EXACTLY AS YFEODRPT
      *              COMPUTES THEM, AND THE TIME THE COPY WAS TAKEN IN
      *              EOD-RUN-TS. EVERY RECORD CARRIES THE GENERATION
      *              NUMBER ASSIGNED FROM THE IMGCAT CATALOG (SEE
      *              IMGGREC).
      *
      *              THE CONTROL RECORD IS WRITTEN LAST, SO A COPY
      *              THAT WAS CUT SHORT HAS NONE AND YFFWDRC REFUSES
      *              TO RECOVER FROM IT.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  IC-RECORD.
           05  IC-REC-TYPE               PIC X(1).
               88  IC-TYPE-IMAGE               VALUE 'I'.
               88  IC-TYPE-CONTROL             VALUE 'C'.
           05  IC-GENERATION             PIC 9(4).
      *    ON THE CONTROL RECORD THE BODY IS AN EOD-RECORD IMAGE.
           05  IC-BODY                   PIC X(75).
      *    ALTERNATE VIEW FOR A TYPE-I RECORD - THE YOURFILE IMAGE.
           05  IC-IMAGE-BODY REDEFINES IC-BODY.
               10  IC-IMAGE              PIC X(47).
               10  FILLER                PIC X(28).
