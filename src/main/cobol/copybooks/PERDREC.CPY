      **********************************************************************
      * AUTHOR:      RJH
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:     PERIOD CONTROL RECORD (FILE PERDCTL), KEYED BY
      *              ACCOUNTING PERIOD (YYYY-MM). WRITTEN BY THE YFPERCL
      *              MONTH-END CLOSE WHEN FINANCE CLOSES A MONTH, WITH
      *              A SNAPSHOT OF YOURFILE'S ACTIVE COUNTS AND
      *              WS-FIELD-2 TOTALS FOR EVERY STATUS/REGION CELL AS
      *              THE MONTH CLOSED - THE 13-MONTH TREND IS PRINTED
      *              FROM THESE SNAPSHOTS. A PERIOD WITH NO RECORD HAS
      *              NEVER BEEN CLOSED.
      *
      *              WHILE A PERIOD IS CLOSED NOTHING MAY BE DATED INTO
      *              IT - THE CICSDEMO PEND FUNCTION, YFPARTN E
      *              TRANSACTIONS AND YFRESTOR ALL REFUSE (THE BATCH
      *              PROGRAMS THROUGH YFPERCK, SEE PERCOMM; CICSDEMO
      *              WITH ITS OWN EXEC CICS READ) - UNTIL YFPERCL
      *              RECORDS A REOPEN AUTHORIZED BY A LEVEL-3 USERID
      *              ON AUTHFILE. CLOSING IT AGAIN LOCKS IT AGAIN.
      *
      *              CELL NUMBERING AS IN MGTCREC: 1-16 ARE THE FIELD-3
      *              BY FIELD-4 CROSS-TAB IN ROW-MAJOR ORDER, 17 IS THE
      *              OFF-LIST BUCKET.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       01  PD-RECORD.
           05  PD-PERIOD                 PIC X(7).
           05  PD-STATE                  PIC X(1).
               88  PD-STATE-CLOSED             VALUE 'C'.
               88  PD-STATE-REOPENED           VALUE 'R'.
      *    THE CLOSE - THE BUSINESS DATE IT RAN UNDER, WHO ASKED FOR
      *    IT, AND WHEN. A RE-CLOSE AFTER A REOPEN RESTAMPS THESE.
           05  PD-CLOSED-DATE            PIC X(10).
           05  PD-CLOSED-BY              PIC X(8).
           05  PD-CLOSED-TS              PIC X(26).
      *    THE LAST AUTHORIZED REOPEN - THE AUTHORIZING USERID, WHY,
      *    AND WHEN. KEPT AFTER A RE-CLOSE AS THE RECORD OF IT.
           05  PD-REOPENED-BY            PIC X(8).
           05  PD-REOPEN-REASON          PIC X(30).
           05  PD-REOPENED-TS            PIC X(26).
      *    HOW MANY TIMES THE PERIOD HAS BEEN CLOSED.
           05  PD-CLOSE-COUNT            PIC 9(3).
      *    YOURFILE AS THE PERIOD FIRST CLOSED.
           05  PD-SNAPSHOT.
               10  PD-CELL OCCURS 17 TIMES.
                   15  PD-CELL-COUNT     PIC 9(9).
                   15  PD-CELL-TOTAL     PIC 9(11).
               10  PD-DELETED-COUNT      PIC 9(9).
