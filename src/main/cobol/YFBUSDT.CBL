      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       BUSINESS-DAY ROUTINE FOR THE BATCH PROGRAMS.
      *                CALLED WITH A BUSINESS-DAY-COMMAREA (SEE BDCOMM)
      *                BY YFRUNCTL (IS TODAY A BUSINESS DAY, AND IF NOT
      *                WHICH IS THE NEXT), YFPENDAP (WHEN DOES AN ITEM
      *                DATED ON A NON-BUSINESS DAY APPLY), YFPARTN (IS
      *                AN E TRANSACTION'S DATE A BUSINESS DAY), AND
      *                YFPURGE/YFRETEN (A RETENTION PERIOD COUNTED
      *                BACK IN BUSINESS DAYS). EACH DATE IS LOOKED UP
      *                ON THE CALENDAR FILE (SEE CALNREC); A DATE NOT
      *                ON IT IS JUDGED BY THE WEEKDAY RULE, SO A
      *                CALENDAR LOADED ONLY WITH THIS YEAR STILL GIVES
      *                A SENSIBLE ANSWER FOR NEXT YEAR. THE FILE IS
      *                OPENED ON THE FIRST CALL AND HELD OPEN FOR THE
      *                RUN, LIKE YFTRANS; THE CONTROL RECORD'S POLICY
      *                IS READ ONCE AT THE SAME TIME.
      *
      *                DAY ARITHMETIC GOES THROUGH THE INTRINSIC DATE
      *                INTEGER FORM, THE SAME WAY YFPURGE COMPUTES ITS
      *                CUTOFF. DAY 1 OF THAT FORM (1601-01-01) WAS A
      *                MONDAY, SO THE DAY OF WEEK FALLS OUT OF A
      *                REMAINDER BY SEVEN.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFBUSDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY CALNREC.

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS              PIC X(2).
           88  WS-CALENDAR-OK                   VALUE '00'.
           88  WS-CALENDAR-NOT-FOUND            VALUE '23'.

       01  WS-FILE-OPEN-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-FILE-IS-OPEN                      VALUE 'Y'.
           88  WS-FILE-UNAVAILABLE                  VALUE 'U'.

       01  WS-OPEN-STATUS                   PIC X(2)      VALUE SPACES.
       01  WS-POLICY                        PIC X(1)      VALUE 'R'.

      *    DATE VALIDATION VIEW OF BD-DATE-IN.
       01  WS-DATE-CHECK.
           05  WS-DC-YYYY                   PIC X(4).
           05  WS-DC-SEP-1                  PIC X(1).
           05  WS-DC-MM                     PIC X(2).
           05  WS-DC-SEP-2                  PIC X(1).
           05  WS-DC-DD                     PIC X(2).

      *    THE DAY BEING JUDGED, IN ALL THREE FORMS.
       01  WS-WORK-DATE                     PIC X(10)     VALUE SPACES.
       77  WS-WORK-YYYYMMDD                 PIC 9(8)      VALUE ZERO.
       77  WS-WORK-INTEGER                  PIC S9(9) COMP VALUE ZERO.

       77  WS-DAY-NUMBER                    PIC S9(9) COMP VALUE ZERO.
       77  WS-WEEK-NUMBER                   PIC S9(9) COMP VALUE ZERO.
       77  WS-WEEKDAY-REMAINDER             PIC S9(9) COMP VALUE ZERO.
       77  WS-STEP                          PIC S9(1) COMP VALUE ZERO.
       77  WS-COUNTED                       PIC 9(5)  COMP VALUE ZERO.
       77  WS-IDLE-DAYS                     PIC 9(5)  COMP VALUE ZERO.
       77  WS-IDLE-LIMIT                    PIC 9(5)  COMP VALUE 366.

       01  WS-JUDGED-TYPE                   PIC X(1)      VALUE SPACES.
           88  WS-JUDGED-BUSINESS                   VALUE 'B'.
       01  WS-JUDGED-DAY-OF-WEEK            PIC 9(1)      VALUE ZERO.

       LINKAGE SECTION.
           COPY BDCOMM.

       PROCEDURE DIVISION USING BUSINESS-DAY-COMMAREA.

       0000-MAINLINE.

           MOVE '00'   TO BD-RETURN-CODE
           MOVE SPACES TO BD-MESSAGE
           MOVE SPACES TO BD-DATE-OUT
           MOVE SPACES TO BD-DAY-TYPE
           MOVE ZERO   TO BD-DAY-OF-WEEK

           IF NOT WS-FILE-IS-OPEN AND NOT WS-FILE-UNAVAILABLE
               PERFORM 1000-OPEN-CALENDAR-FILE
           END-IF

           IF WS-FILE-UNAVAILABLE
               SET BD-CALENDAR-UNAVAILABLE TO TRUE
               STRING 'UNABLE TO OPEN CALENDAR, STATUS='
                                            DELIMITED BY SIZE
                      WS-OPEN-STATUS        DELIMITED BY SIZE
                      ' - WEEKDAY RULE USED'
                                            DELIMITED BY SIZE
                   INTO BD-MESSAGE
               END-STRING
           END-IF
           MOVE WS-POLICY TO BD-POLICY

           PERFORM 1100-VALIDATE-DATE-IN
               THRU 1100-VALIDATE-DATE-IN-EXIT
           IF BD-INVALID-REQUEST
               GO TO 0000-GOBACK
           END-IF

           MOVE BD-DATE-IN TO WS-WORK-DATE
           PERFORM 2000-JUDGE-ONE-DAY
           MOVE WS-JUDGED-TYPE        TO BD-DAY-TYPE
           MOVE WS-JUDGED-DAY-OF-WEEK TO BD-DAY-OF-WEEK
           MOVE ZERO                  TO WS-IDLE-DAYS

           EVALUATE TRUE
               WHEN BD-FUNCTION-CHECK
                   CONTINUE
               WHEN BD-FUNCTION-NEXT
                   MOVE +1 TO WS-STEP
                   PERFORM 3000-STEP-ONE-DAY
                       UNTIL WS-JUDGED-BUSINESS
                          OR WS-IDLE-DAYS GREATER THAN WS-IDLE-LIMIT
               WHEN BD-FUNCTION-ADD
                   MOVE +1 TO WS-STEP
                   MOVE ZERO TO WS-COUNTED
                   PERFORM 3100-COUNT-ONE-DAY
                       UNTIL WS-COUNTED NOT LESS THAN BD-DAYS
                          OR WS-IDLE-DAYS GREATER THAN WS-IDLE-LIMIT
               WHEN BD-FUNCTION-SUBTRACT
                   MOVE -1 TO WS-STEP
                   MOVE ZERO TO WS-COUNTED
                   PERFORM 3100-COUNT-ONE-DAY
                       UNTIL WS-COUNTED NOT LESS THAN BD-DAYS
                          OR WS-IDLE-DAYS GREATER THAN WS-IDLE-LIMIT
               WHEN OTHER
                   SET BD-INVALID-REQUEST TO TRUE
                   MOVE SPACES TO BD-MESSAGE
                   STRING 'INVALID BUSINESS-DAY FUNCTION CODE '
                                            DELIMITED BY SIZE
                          BD-FUNCTION       DELIMITED BY SIZE
                       INTO BD-MESSAGE
                   END-STRING
                   GO TO 0000-GOBACK
           END-EVALUATE

           IF WS-IDLE-DAYS GREATER THAN WS-IDLE-LIMIT
               SET BD-INVALID-REQUEST TO TRUE
               MOVE SPACES TO BD-MESSAGE
               STRING 'NO BUSINESS DAY WITHIN A YEAR OF '
                                            DELIMITED BY SIZE
                      BD-DATE-IN            DELIMITED BY SIZE
                   INTO BD-MESSAGE
               END-STRING
               GO TO 0000-GOBACK
           END-IF

           MOVE WS-WORK-DATE TO BD-DATE-OUT
           .

       0000-GOBACK.
           GOBACK
           .

      *----------------------------------------------------------------*
      * OPENED ON THE FIRST CALL AND HELD OPEN FOR THE RUN; END OF     *
      * JOB CLOSES IT WITH EVERYTHING ELSE. NO FILE MEANS NO CALENDAR  *
      * HAS BEEN LOADED - EVERY CALL IS ANSWERED BY THE WEEKDAY RULE   *
      * AND FLAGGED SO, AND THE OPEN IS NOT RETRIED.                   *
      *----------------------------------------------------------------*
       1000-OPEN-CALENDAR-FILE.

           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE WS-CALENDAR-STATUS TO WS-OPEN-STATUS
               SET WS-FILE-UNAVAILABLE TO TRUE
           ELSE
               SET WS-FILE-IS-OPEN TO TRUE
               MOVE '0000-00-00' TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CALENDAR-OK
                AND (CL-POLICY-REFUSE OR CL-POLICY-ROLL-FORWARD)
                   MOVE CL-NON-BUSINESS-POLICY TO WS-POLICY
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A WELL-FORMED YYYY-MM-DD THAT IS ALSO A REAL DATE - THE DAY    *
      * ARITHMETIC CANNOT START FROM 2026-02-30.                       *
      *----------------------------------------------------------------*
       1100-VALIDATE-DATE-IN.

           MOVE BD-DATE-IN TO WS-DATE-CHECK

           IF WS-DC-YYYY NUMERIC
            AND WS-DC-MM NUMERIC
            AND WS-DC-DD NUMERIC
            AND WS-DC-SEP-1 EQUAL '-'
            AND WS-DC-SEP-2 EQUAL '-'
               MOVE WS-DC-YYYY TO WS-WORK-YYYYMMDD (1:4)
               MOVE WS-DC-MM   TO WS-WORK-YYYYMMDD (5:2)
               MOVE WS-DC-DD   TO WS-WORK-YYYYMMDD (7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-WORK-YYYYMMDD)
                       EQUAL ZERO
                   COMPUTE WS-WORK-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
                   GO TO 1100-VALIDATE-DATE-IN-EXIT
               END-IF
           END-IF

           SET BD-INVALID-REQUEST TO TRUE
           MOVE SPACES TO BD-MESSAGE
           STRING 'DATE ' DELIMITED BY SIZE
                  BD-DATE-IN DELIMITED BY SIZE
                  ' IS NOT A VALID YYYY-MM-DD'
                             DELIMITED BY SIZE
               INTO BD-MESSAGE
           END-STRING
           .
       1100-VALIDATE-DATE-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * JUDGE WS-WORK-DATE (WHOSE INTEGER FORM IS WS-WORK-INTEGER):    *
      * THE CALENDAR'S DAY TYPE IF THE DATE IS ON FILE, OTHERWISE THE  *
      * WEEKDAY RULE. A DATE OFF THE CALENDAR TURNS A 00 ANSWER INTO   *
      * 04 SO THE CALLER CAN TELL THE CALENDAR NEEDS EXTENDING.        *
      *----------------------------------------------------------------*
       2000-JUDGE-ONE-DAY.

           COMPUTE WS-DAY-NUMBER = WS-WORK-INTEGER - 1
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY-REMAINDER
           COMPUTE WS-JUDGED-DAY-OF-WEEK = WS-WEEKDAY-REMAINDER + 1

           IF WS-JUDGED-DAY-OF-WEEK GREATER THAN 5
               MOVE 'W' TO WS-JUDGED-TYPE
           ELSE
               MOVE 'B' TO WS-JUDGED-TYPE
           END-IF

           IF WS-FILE-IS-OPEN
               MOVE WS-WORK-DATE TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CALENDAR-OK
                AND (CL-BUSINESS-DAY OR CL-HOLIDAY OR CL-WEEKEND)
                   MOVE CL-DAY-TYPE TO WS-JUDGED-TYPE
               ELSE
                   IF BD-OK
                       SET BD-NOT-ON-CALENDAR TO TRUE
                       STRING 'DATE ' DELIMITED BY SIZE
                              WS-WORK-DATE DELIMITED BY SIZE
                              ' NOT ON CALENDAR - WEEKDAY RULE USED'
                                           DELIMITED BY SIZE
                           INTO BD-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * MOVE WS-WORK-DATE ONE CALENDAR DAY IN THE WS-STEP DIRECTION    *
      * AND JUDGE IT. WS-IDLE-DAYS COUNTS THE NON-BUSINESS DAYS IN A   *
      * ROW, SO A CALENDAR MARKED SOLID WITH HOLIDAYS STOPS THE WALK   *
      * INSTEAD OF LOOPING.                                            *
      *----------------------------------------------------------------*
       3000-STEP-ONE-DAY.

           ADD WS-STEP TO WS-WORK-INTEGER
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-YYYYMMDD (1:4) TO WS-WORK-DATE (1:4)
           MOVE '-'                    TO WS-WORK-DATE (5:1)
           MOVE WS-WORK-YYYYMMDD (5:2) TO WS-WORK-DATE (6:2)
           MOVE '-'                    TO WS-WORK-DATE (8:1)
           MOVE WS-WORK-YYYYMMDD (7:2) TO WS-WORK-DATE (9:2)

           PERFORM 2000-JUDGE-ONE-DAY
           IF WS-JUDGED-BUSINESS
               MOVE ZERO TO WS-IDLE-DAYS
           ELSE
               ADD 1 TO WS-IDLE-DAYS
           END-IF
           .

       3100-COUNT-ONE-DAY.

           PERFORM 3000-STEP-ONE-DAY
           IF WS-JUDGED-BUSINESS
               ADD 1 TO WS-COUNTED
           END-IF
           .
