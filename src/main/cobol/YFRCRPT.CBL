      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-08-22 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  REPORTS THE BUSINESS DATE THE NIGHT'S JOBS RAN
      *                 UNDER: ON A NON-BUSINESS DAY WHOSE CALENDAR
      *                 POLICY ROLLS FORWARD (SEE CALNREC) THAT IS THE
      *                 NEXT BUSINESS DAY, THE SAME DATE YFRUNCTL GAVE
      *                 THEM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFRCRPT.
       77  WS-JOB-COUNT                     PIC 9(5) COMP VALUE ZERO.
       77  WS-PROBLEM-COUNT                 PIC 9(5) COMP VALUE ZERO.

           COPY BDCOMM.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(29) VALUE
           MOVE '-'                   TO WS-RUN-DATE (8:1)
           MOVE WS-ACCEPT-DATE (7:2)  TO WS-RUN-DATE (9:2)

      *    A ROLLED-FORWARD NIGHT POSTED ITS JOBS UNDER THE NEXT
      *    BUSINESS DATE - LOOK THERE, AS YFRUNCTL DID.
           SET BD-FUNCTION-NEXT TO TRUE
           MOVE WS-RUN-DATE     TO BD-DATE-IN
           MOVE ZERO            TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA
           IF (BD-OK OR BD-NOT-ON-CALENDAR)
            AND NOT BD-BUSINESS-DAY
            AND BD-POLICY-ROLL-FORWARD
               MOVE BD-DATE-OUT TO WS-RUN-DATE
           END-IF

           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-OK
               DISPLAY 'YFRCRPT: UNABLE TO OPEN RUNCTL, STATUS='
