      * PURPOSE:       COMMON RUN-CONTROL ROUTINE FOR THE NIGHTLY
      *                BATCH WINDOW. CALLED WITH A RUN-CONTROL-COMMAREA
      *                (SEE RUNCTLC) BY EVERY NIGHTLY JOB:
      *                  FUNCTION S - DERIVES THE BUSINESS DATE FROM
      *                    THE CALENDAR (VIA YFBUSDT), STOPS
      *                    THE JOB IF ITS OWN PRIOR RUN FOR THAT DATE
      *                    IS STILL FLAGGED IN-FLIGHT (NO DOUBLE RUNS),
      *                    STOPS IT IF ITS PREREQUISITE JOB HAS NOT
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-08-22 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  THE BUSINESS DATE NOW COMES FROM THE CALENDAR
      *                 FILE (SEE CALNREC, VIA YFBUSDT) INSTEAD OF
      *                 STRAIGHT FROM THE SYSTEM DATE. A JOB STARTED ON
      *                 A WEEKEND OR HOLIDAY IS REFUSED WITH RETURN
      *                 CODE 16, OR - WHEN THE CALENDAR POLICY SAYS
      *                 ROLL FORWARD - RUNS UNDER THE NEXT BUSINESS
      *                 DATE. NO CALENDAR FILE MEANS THE SYSTEM DATE,
      *                 AS BEFORE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFRUNCTL.
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-NOW-TIMESTAMP                 PIC X(26)    VALUE SPACES.

           COPY BDCOMM.

       LINKAGE SECTION.
           COPY RUNCTLC.

       2000-START-FUNCTION.

           MOVE WS-NOW-TIMESTAMP (1:10) TO RC-BUSINESS-DATE
           PERFORM 2100-DERIVE-BUSINESS-DATE
           IF NOT RC-OK
               GO TO 2000-START-FUNCTION-EXIT
           END-IF

      *----------------------------------------------------------------*
      * A PRIOR RUN OF THIS JOB STILL IN-FLIGHT FOR THE SAME BUSINESS  *
       2000-START-FUNCTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TODAY STANDS AS THE BUSINESS DATE WHEN THE CALENDAR SAYS IT IS *
      * A BUSINESS DAY. OTHERWISE THE CALENDAR POLICY DECIDES: REFUSE  *
      * THE JOB, OR RUN IT UNDER THE NEXT BUSINESS DATE SO ITS WORK    *
      * LANDS ON THE DAY IT BELONGS TO. A SITE WITH NO CALENDAR LOADED *
      * (OR A DATE THE ROUTINE CANNOT JUDGE) KEEPS THE SYSTEM DATE.    *
      *----------------------------------------------------------------*
       2100-DERIVE-BUSINESS-DATE.

           SET BD-FUNCTION-NEXT  TO TRUE
           MOVE RC-BUSINESS-DATE TO BD-DATE-IN
           MOVE ZERO             TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA

           EVALUATE TRUE
               WHEN BD-CALENDAR-UNAVAILABLE
               WHEN BD-INVALID-REQUEST
               WHEN BD-BUSINESS-DAY
                   CONTINUE
               WHEN BD-POLICY-ROLL-FORWARD
                   MOVE BD-DATE-OUT TO RC-BUSINESS-DATE
               WHEN OTHER
                   MOVE '16' TO RC-RETURN-CODE
                   MOVE SPACES TO RC-MESSAGE
                   STRING 'YFRUNCTL: ' DELIMITED BY SIZE
                          RC-BUSINESS-DATE
                                       DELIMITED BY SIZE
                          ' IS NOT A BUSINESS DAY - '
                                       DELIMITED BY SIZE
                          RC-JOB-NAME  DELIMITED BY SIZE
                          ' NOT STARTED'
                                       DELIMITED BY SIZE
                       INTO RC-MESSAGE
                   END-STRING
           END-EVALUATE
           .

       2300-CHECK-PREREQUISITE.

           MOVE RC-BUSINESS-DATE TO RCF-BUSINESS-DATE
