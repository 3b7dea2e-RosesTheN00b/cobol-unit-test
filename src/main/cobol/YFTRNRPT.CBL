      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       NIGHTLY REFUSED STATUS TRANSITION REPORT. WALKS
      *                THE AUDHIST FILE (SEE AUDHREC) FOR ACTION T
      *                (REFUSED) ENTRIES STAMPED AFTER THE PREVIOUS
      *                BUSINESS DATE AND UP TO THE CURRENT ONE, SO A
      *                WEEKEND OR HOLIDAY IS CARRIED BY THE NEXT RUN -
      *                FIELD-3 CHANGES THE TRANSITION RULES (SEE
      *                TRANREC) TURNED AWAY - AND PRINTS EACH ONE WITH
      *                ITS FROM/TO VALUES, FOLLOWED BY A COUNT PER
      *                SOURCE AND OPERATOR. THE SOURCE IS ONLINE FOR A
      *                SCREEN ENTRY (THE OPERATOR IS THE SIGNED-ON
      *                USERID) OR THE BATCH PROGRAM THAT REFUSED IT
      *                (YFPARTN, YFPENDAP, YFMASSCH, YFRESTOR). ONLINE
      *                REFUSALS REACH AUDHIST THROUGH THE AUDT QUEUE,
      *                SO THE RUN WAITS FOR YFAUDTR.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  REPORTS EVERYTHING STAMPED SINCE THE PREVIOUS
      *                 BUSINESS DATE (YFBUSDT), NOT JUST THE BUSINESS
      *                 DATE ITSELF - AUDHIST STAMPS ARE CLOCK TIME, SO
      *                 REFUSALS ON A WEEKEND OR HOLIDAY WERE NEVER
      *                 REPORTED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFTRNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT REFUSED-RPT ASSIGN TO TRFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY AUDHREC.

       FD  REFUSED-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RF-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY BDCOMM.

       01  WS-AUDHIST-STATUS               PIC X(2).
           88  WS-AUDHIST-OK                    VALUE '00'.
           88  WS-AUDHIST-EOF                   VALUE '10'.
           88  WS-AUDHIST-NOT-FOUND             VALUE '35'.

       01  WS-TRFRPT-STATUS                 PIC X(2).
           88  WS-TRFRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

       77  WS-REPORT-DATE                   PIC X(10)     VALUE SPACES.
      *    THE PREVIOUS BUSINESS DATE - ENTRIES STAMPED ON IT WENT ON
      *    THAT NIGHT'S REPORT.
       77  WS-WINDOW-AFTER                  PIC X(10)     VALUE SPACES.

       77  WS-READ-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT                 PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * THE SOURCE/OPERATOR PAIR FOR THE ENTRY IN HAND - SEE 2300.     *
      *----------------------------------------------------------------*
       01  WS-ENTRY-SOURCE.
           05  WS-ES-SOURCE                PIC X(8).
           05  WS-ES-OPERATOR              PIC X(8).

      *----------------------------------------------------------------*
      * PER SOURCE/OPERATOR REFUSAL COUNTS FOR THE SUMMARY SECTION.    *
      * ANY PAIR PAST THE FIFTIETH IS ROLLED INTO THE '*OTHERS*' LINE  *
      * RATHER THAN LOST, THE SAME WAY YFAUDTR DOES IT.                *
      *----------------------------------------------------------------*
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES INDEXED BY SRC-IDX.
               10  WS-SRC-PAIR.
                   15  WS-SRC-SOURCE       PIC X(8).
                   15  WS-SRC-OPERATOR     PIC X(8).
               10  WS-SRC-REFUSED          PIC 9(7) COMP.

       77  WS-SRC-USED                      PIC 9(3) COMP VALUE ZERO.
       77  WS-SRC-SUB                       PIC 9(3) COMP VALUE ZERO.

       01  WS-SRC-FOUND-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-SRC-FOUND                        VALUE 'Y'.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(36) VALUE
                   'REFUSED STATUS TRANSITIONS FOR BUSIN'.
               10  FILLER                  PIC X(10) VALUE
                   'ESS DATE: '.
               10  WS-H-REPORT-DATE        PIC X(10).
               10  FILLER                  PIC X(24) VALUE SPACES.
           05  WS-HEADING-1B.
               10  FILLER                  PIC X(14) VALUE
                   'STAMPED AFTER '.
               10  WS-H-WINDOW-AFTER       PIC X(10).
               10  FILLER                  PIC X(9)  VALUE
                   ' THROUGH '.
               10  WS-H-WINDOW-THROUGH     PIC X(10).
               10  FILLER                  PIC X(37) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(37) VALUE
                   'TIMESTAMP           SOURCE   OPERATOR'.
               10  FILLER                  PIC X(26) VALUE
                   ' TERM KEY   FROM     TO   '.
               10  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-DETAIL-REFUSED.
               10  WS-DR-TIMESTAMP         PIC X(19).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DR-SOURCE            PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DR-OPERATOR          PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DR-TERMID            PIC X(4).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DR-KEY               PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DR-FROM-STATUS       PIC X(5).
               10  FILLER                  PIC X(4)  VALUE ' -> '.
               10  WS-DR-TO-STATUS         PIC X(5).
               10  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(33) VALUE
                   'SOURCE   OPERATOR         REFUSED'.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-SOURCE.
               10  WS-DS-SOURCE            PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DS-OPERATOR          PIC X(8).
               10  FILLER                  PIC X(5)  VALUE SPACES.
               10  WS-DS-REFUSED           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-READ.
               10  FILLER                  PIC X(22) VALUE
                   'AUDIT ENTRIES READ..: '.
               10  WS-D-READ-COUNT         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-REFUSED-TOTAL.
               10  FILLER                  PIC X(22) VALUE
                   'REFUSED TRANSITIONS.: '.
               10  WS-D-REFUSED-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-AUDIT
               THRU 2000-PROCESS-ONE-AUDIT-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-SUMMARY
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           MOVE RC-BUSINESS-DATE TO WS-REPORT-DATE
           PERFORM 1100-SET-REPORT-WINDOW

           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDHIST-NOT-FOUND
               DISPLAY 'YFTRNRPT: NO AUDHIST PRESENT - NOTHING TO DO'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-AUDHIST-OK
                   DISPLAY 'YFTRNRPT: UNABLE TO OPEN AUDHIST, STATUS='
                       WS-AUDHIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN OUTPUT REFUSED-RPT
           IF NOT WS-TRFRPT-OK
               DISPLAY 'YFTRNRPT: UNABLE TO OPEN TRFRPT, STATUS='
                   WS-TRFRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE WS-REPORT-DATE TO WS-H-REPORT-DATE
           MOVE WS-HEADING-1 TO RF-LINE
           WRITE RF-LINE
           MOVE WS-WINDOW-AFTER TO WS-H-WINDOW-AFTER
           MOVE WS-REPORT-DATE  TO WS-H-WINDOW-THROUGH
           MOVE WS-HEADING-1B TO RF-LINE
           WRITE RF-LINE
           MOVE WS-HEADING-2 TO RF-LINE
           WRITE RF-LINE

           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-AUDIT-HISTORY
           END-IF
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFTRNRPT' TO RC-JOB-NAME
           MOVE 'YFAUDTR ' TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFTRNRPT: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE REPORT COVERS EVERY DAY SINCE THE PREVIOUS BUSINESS DATE.  *
      * AUDHIST IS STAMPED WITH THE CLOCK, AND NO RUN IS MADE ON A     *
      * WEEKEND OR HOLIDAY UNDER THE REFUSE POLICY (ONE RUN IS DATED   *
      * THE NEXT BUSINESS DAY UNDER ROLL FORWARD), SO A REFUSAL MADE   *
      * ON SUCH A DAY IS PICKED UP BY THE NEXT BUSINESS DAY'S REPORT.  *
      * A FAILURE TO COUNT BACK STOPS THE JOB RATHER THAN PRINT A      *
      * REPORT THAT SILENTLY MISSES DAYS.                              *
      *----------------------------------------------------------------*
       1100-SET-REPORT-WINDOW.

           SET BD-FUNCTION-SUBTRACT TO TRUE
           MOVE WS-REPORT-DATE       TO BD-DATE-IN
           MOVE 1                    TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA

           IF BD-OK OR BD-NOT-ON-CALENDAR OR BD-CALENDAR-UNAVAILABLE
               MOVE BD-DATE-OUT TO WS-WINDOW-AFTER
               IF NOT BD-OK
                   DISPLAY 'YFTRNRPT: ' BD-MESSAGE
               END-IF
           ELSE
               DISPLAY 'YFTRNRPT: CANNOT FIND PREVIOUS BUSINESS DAY - '
                   BD-MESSAGE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * ONLY REFUSALS STAMPED AFTER THE PREVIOUS BUSINESS DATE AND UP  *
      * TO THE CURRENT ONE ARE REPORTED - THE FILE HOLDS EVERY DAY     *
      * SINCE THE LAST RETENTION RUN.                                  *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-AUDIT.

           ADD 1 TO WS-READ-COUNT

           IF NOT AH-ACTION-REFUSED
            OR AH-TIMESTAMP (1:10) NOT GREATER THAN WS-WINDOW-AFTER
            OR AH-TIMESTAMP (1:10) GREATER THAN WS-REPORT-DATE
               GO TO 2000-PROCESS-ONE-AUDIT-EXIT
           END-IF

           ADD 1 TO WS-REFUSED-COUNT
           PERFORM 2300-DERIVE-SOURCE
           PERFORM 2400-POST-SOURCE
           PERFORM 2600-PRINT-DETAIL
           .

       2000-PROCESS-ONE-AUDIT-EXIT.
           PERFORM 2100-READ-AUDIT-HISTORY
           .

       2100-READ-AUDIT-HISTORY.

           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * A BATCH UPDATER WRITES ITS OWN AUDHIST ENTRIES UNDER TERMID    *
      * BTCH AND ITS PROGRAM NAME AS THE USERID - THE PROGRAM IS THE   *
      * SOURCE AND THERE IS NO SIGNED-ON OPERATOR. ANYTHING ELSE CAME  *
      * OFF THE SCREEN.                                                *
      *----------------------------------------------------------------*
       2300-DERIVE-SOURCE.

           IF AH-TERMID EQUAL 'BTCH'
               MOVE AH-USERID  TO WS-ES-SOURCE
               MOVE '*BATCH*'  TO WS-ES-OPERATOR
           ELSE
               MOVE 'ONLINE'   TO WS-ES-SOURCE
               MOVE AH-USERID  TO WS-ES-OPERATOR
           END-IF
           .

      *----------------------------------------------------------------*
      * ENTRIES 1-49 HOLD ONE SOURCE/OPERATOR PAIR EACH; ENTRY 50 IS   *
      * THE '*OTHERS*' OVERFLOW BUCKET.                                *
      *----------------------------------------------------------------*
       2400-POST-SOURCE.

           MOVE 'N'  TO WS-SRC-FOUND-SWITCH
           MOVE ZERO TO WS-SRC-SUB
           PERFORM 2450-SCAN-SOURCE-TABLE
               UNTIL WS-SRC-FOUND
                  OR WS-SRC-SUB GREATER THAN OR EQUAL TO WS-SRC-USED

           IF NOT WS-SRC-FOUND
               IF WS-SRC-USED LESS THAN 49
                   ADD 1 TO WS-SRC-USED
                   MOVE WS-SRC-USED     TO WS-SRC-SUB
                   MOVE WS-ENTRY-SOURCE TO WS-SRC-PAIR (WS-SRC-SUB)
                   MOVE ZERO            TO WS-SRC-REFUSED (WS-SRC-SUB)
               ELSE
                   MOVE 50              TO WS-SRC-SUB
                   IF WS-SRC-USED LESS THAN 50
                       MOVE 50          TO WS-SRC-USED
                       MOVE '*OTHERS*'  TO WS-SRC-SOURCE (50)
                       MOVE SPACES      TO WS-SRC-OPERATOR (50)
                       MOVE ZERO        TO WS-SRC-REFUSED (50)
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-SRC-REFUSED (WS-SRC-SUB)
           .

      *----------------------------------------------------------------*
      * ADVANCES WS-SRC-SUB THROUGH THE IN-USE ENTRIES AND STOPS ON    *
      * THE ONE MATCHING THE ENTRY'S SOURCE/OPERATOR PAIR.             *
      *----------------------------------------------------------------*
       2450-SCAN-SOURCE-TABLE.

           ADD 1 TO WS-SRC-SUB
           IF WS-SRC-PAIR (WS-SRC-SUB) EQUAL WS-ENTRY-SOURCE
               SET WS-SRC-FOUND TO TRUE
           END-IF
           .

       2600-PRINT-DETAIL.

           MOVE AH-TIMESTAMP (1:19)   TO WS-DR-TIMESTAMP
           MOVE WS-ES-SOURCE          TO WS-DR-SOURCE
           MOVE WS-ES-OPERATOR        TO WS-DR-OPERATOR
           MOVE AH-TERMID             TO WS-DR-TERMID
           MOVE AH-RECORD-KEY         TO WS-DR-KEY
           MOVE AH-BEFORE-FIELD-3     TO WS-DR-FROM-STATUS
           MOVE AH-AFTER-FIELD-3      TO WS-DR-TO-STATUS
           MOVE WS-DETAIL-REFUSED     TO RF-LINE
           WRITE RF-LINE
           .

       3000-PRODUCE-SUMMARY.

           MOVE SPACES TO RF-LINE
           WRITE RF-LINE
           MOVE WS-HEADING-3 TO RF-LINE
           WRITE RF-LINE

           MOVE ZERO TO WS-SRC-SUB
           PERFORM 3100-PRINT-SOURCE-LINE
               UNTIL WS-SRC-SUB GREATER THAN OR EQUAL TO WS-SRC-USED

           MOVE SPACES TO RF-LINE
           WRITE RF-LINE

           MOVE WS-READ-COUNT            TO WS-D-READ-COUNT
           MOVE WS-DETAIL-READ           TO RF-LINE
           WRITE RF-LINE

           MOVE WS-REFUSED-COUNT         TO WS-D-REFUSED-COUNT
           MOVE WS-DETAIL-REFUSED-TOTAL  TO RF-LINE
           WRITE RF-LINE

           CLOSE AUDIT-HISTORY-FILE
           CLOSE REFUSED-RPT

           DISPLAY 'YFTRNRPT: AUDIT ENTRIES READ: ' WS-READ-COUNT
           DISPLAY 'YFTRNRPT: REFUSED TRANSITION: ' WS-REFUSED-COUNT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-REFUSED-COUNT TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL
           .

       3100-PRINT-SOURCE-LINE.

           ADD 1 TO WS-SRC-SUB
           MOVE WS-SRC-SOURCE (WS-SRC-SUB)   TO WS-DS-SOURCE
           MOVE WS-SRC-OPERATOR (WS-SRC-SUB) TO WS-DS-OPERATOR
           MOVE WS-SRC-REFUSED (WS-SRC-SUB)  TO WS-DS-REFUSED
           MOVE WS-DETAIL-SOURCE             TO RF-LINE
           WRITE RF-LINE
           .

       9100-END-RUN-CONTROL.

           SET RC-FUNCTION-END TO TRUE
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA
           MOVE 'E' TO WS-RUN-POSTED-SWITCH
           .

       9999-EXIT.
      *----------------------------------------------------------------*
      * A RUN THAT POSTED ITSELF IN-FLIGHT BUT NEVER POSTED AN END     *
      * STOPPED SHORT - POST IT FAILED SO THE RUN-CONTROL FILE TELLS   *
      * THE TRUTH, AND END WITH A NON-ZERO RETURN CODE.                *
      *----------------------------------------------------------------*
           IF WS-RUN-START-POSTED
               MOVE 'F' TO RC-COMPLETION-CODE
               MOVE WS-REFUSED-COUNT TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
