      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       MONTH-END PERIOD CLOSE. READS REQUESTS FROM THE
      *                PERPARM PARAMETER FILE - ONE PER LINE, ACTION IN
      *                COLUMN 1 - AND APPLIES THEM TO THE PERDCTL
      *                PERIOD CONTROL FILE (SEE PERDREC):
      *                  C  CLOSE A PERIOD (YYYY-MM IN COLUMNS 3-9;
      *                     BLANK = THE MONTH OF TONIGHT'S BUSINESS
      *                     DATE), REQUESTED BY THE USERID IN COLUMNS
      *                     11-18. A FIRST CLOSE TAKES A SNAPSHOT OF
      *                     YOURFILE'S ACTIVE COUNTS AND WS-FIELD-2
      *                     TOTALS BY STATUS/REGION CELL, SO IT IS ONLY
      *                     TAKEN FOR THE CURRENT MONTH OR THE ONE
      *                     BEFORE IT - AN OLDER MONTH'S FIGURES ARE
      *                     LONG GONE FROM THE LIVE FILE. CLOSING A
      *                     REOPENED PERIOD LOCKS IT AGAIN AND KEEPS
      *                     THE FIRST CLOSE'S SNAPSHOT.
      *                  R  REOPEN A CLOSED PERIOD (SAME COLUMNS, PLUS
      *                     THE REASON IN COLUMNS 20-49). THE USERID IS
      *                     THE AUTHORIZER AND MUST HOLD LEVEL 3 ON
      *                     AUTHFILE; A REOPEN WITHOUT A REASON IS
      *                     REFUSED.
      *                WHILE A PERIOD IS CLOSED, CICSDEMO'S PEND
      *                FUNCTION, YFPARTN E TRANSACTIONS AND YFRESTOR
      *                REFUSE ANYTHING DATED INTO IT (SEE YFPERCK).
      *
      *                EVERY REQUEST IS PRINTED WITH ITS DISPOSITION ON
      *                PERRPT, FOLLOWED BY THE 13-MONTH TREND ENDING
      *                WITH THE LATEST CLOSED PERIOD: ACTIVE COUNTS AND
      *                WS-FIELD-2 TOTALS FOR EACH WS-FIELD-3 VALUE,
      *                EACH WS-FIELD-4 VALUE, THE OFF-LIST BUCKET AND
      *                THE WHOLE FILE, WITH MONTH-OVER-MONTH MOVEMENT
      *                AND YEAR-TO-DATE MOVEMENT (AGAINST THE PRIOR
      *                DECEMBER'S SNAPSHOT). A MONTH WITH NO SNAPSHOT
      *                IS SHOWN AS NOT CLOSED, AND A MOVEMENT WITH NO
      *                BASIS IS LEFT BLANK RATHER THAN MEASURED FROM
      *                ZERO. A BAD REQUEST IS REPORTED AND SKIPPED,
      *                NEVER GUESSED AT; A RUN WITH NO REQUESTS JUST
      *                REPRINTS THE TREND.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPERCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PERPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERPARM-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERDCTL-STATUS.

           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-KEY
               FILE STATUS IS WS-YOURFILE-STATUS.

           SELECT AUTHORITY-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-USERID
               FILE STATUS IS WS-AUTHFILE-STATUS.

           SELECT PERIOD-RPT ASSIGN TO PERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 468 CHARACTERS.
           COPY PERDREC.

       FD  YOURFILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY WSRECORD.

       FD  AUTHORITY-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY AUTHREC.

       FD  PERIOD-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PL-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.

       01  WS-PERPARM-STATUS               PIC X(2).
           88  WS-PERPARM-OK                    VALUE '00'.
           88  WS-PERPARM-EOF                   VALUE '10'.

       01  WS-PERDCTL-STATUS               PIC X(2).
           88  WS-PERDCTL-OK                    VALUE '00'.
           88  WS-PERDCTL-EOF                   VALUE '10'.
           88  WS-PERDCTL-NOT-FOUND             VALUE '23'.
           88  WS-PERDCTL-NO-FILE               VALUE '35'.

       01  WS-YOURFILE-STATUS              PIC X(2).
           88  WS-YOURFILE-OK                   VALUE '00'.
           88  WS-YOURFILE-EOF                  VALUE '10'.

       01  WS-AUTHFILE-STATUS              PIC X(2).
           88  WS-AUTHFILE-OK                   VALUE '00'.
           88  WS-AUTHFILE-NOT-FOUND            VALUE '23'.

       01  WS-PERRPT-STATUS                 PIC X(2).
           88  WS-PERRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-YF-EOF-SWITCH                 PIC X(1)      VALUE 'N'.
           88  WS-YF-END-OF-FILE                    VALUE 'Y'.

       01  WS-CTL-EOF-SWITCH                PIC X(1)      VALUE 'N'.
           88  WS-CTL-AT-END                        VALUE 'Y'.

       01  WS-AUTH-OPEN-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-AUTH-IS-OPEN                      VALUE 'Y'.

       01  WS-SNAPSHOT-SWITCH               PIC X(1)      VALUE 'N'.
           88  WS-SNAPSHOT-TAKEN                    VALUE 'Y'.

       01  WS-VALUES-SWITCH                 PIC X(1)      VALUE 'N'.
           88  WS-VALUES-VALID                      VALUE 'Y'.

       01  WS-LATEST-SWITCH                 PIC X(1)      VALUE 'N'.
           88  WS-LATEST-FOUND                      VALUE 'Y'.

       01  WS-IN-SECTION-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-CELL-IN-SECTION                   VALUE 'Y'.

      *----------------------------------------------------------------*
      * CLOSE REQUEST - ACTION IN COLUMN 1, PERIOD (YYYY-MM) IN 3-9,   *
      * USERID IN 11-18, AND FOR A REOPEN THE REASON IN 20-49.         *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-ACTION              PIC X(1).
               88  WS-PARM-ACTION-CLOSE         VALUE 'C'.
               88  WS-PARM-ACTION-REOPEN        VALUE 'R'.
           05  FILLER                      PIC X(1).
           05  WS-PARM-PERIOD              PIC X(7).
           05  FILLER                      PIC X(1).
           05  WS-PARM-USERID              PIC X(8).
           05  FILLER                      PIC X(1).
           05  WS-PARM-REASON              PIC X(30).
           05  FILLER                      PIC X(31).

      *    A PERIOD BEING CHECKED, AND ITS NUMERIC VIEW ONCE IT HAS
      *    PASSED - THE MONTH NUMBER (YEAR * 12 + MONTH - 1) MAKES
      *    "HOW MANY MONTHS APART" A SUBTRACTION.
       01  WS-PERIOD-WORK.
           05  WS-PW-YYYY                   PIC X(4).
           05  WS-PW-SEP                    PIC X(1).
           05  WS-PW-MM                     PIC X(2).
       01  WS-PERIOD-NUMERIC REDEFINES WS-PERIOD-WORK.
           05  WS-PN-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-PN-MM                     PIC 9(2).

       77  WS-MONTH-NUMBER                  PIC S9(9) COMP VALUE ZERO.
       77  WS-BUSINESS-MONTH-NUMBER         PIC S9(9) COMP VALUE ZERO.
       77  WS-BASE-MONTH-NUMBER             PIC S9(9) COMP VALUE ZERO.
       77  WS-MONTHS-BACK                   PIC S9(9) COMP VALUE ZERO.
       77  WS-WORK-YEAR                     PIC S9(9) COMP VALUE ZERO.
       77  WS-WORK-MONTH                    PIC S9(9) COMP VALUE ZERO.
       01  WS-LATEST-PERIOD                 PIC X(7)      VALUE SPACES.

      *----------------------------------------------------------------*
      * THE DEFINED VALUE SETS, IN THE SAME ORDER YFEDITS ACCEPTS      *
      * THEM AND YFMGRPT CROSS-TABS THEM - A VALUE ADDED THERE MUST BE *
      * ADDED HERE (AND TO MGTCREC'S CELL NUMBERING NOTE) OR IT LANDS  *
      * ON THE OFF-LIST LINE.                                          *
      *----------------------------------------------------------------*
       01  WS-FIELD-3-VALUES.
           05  FILLER                      PIC X(5) VALUE 'NEW  '.
           05  FILLER                      PIC X(5) VALUE 'OPEN '.
           05  FILLER                      PIC X(5) VALUE 'HOLD '.
           05  FILLER                      PIC X(5) VALUE 'CLOSD'.
       01  WS-FIELD-3-TABLE REDEFINES WS-FIELD-3-VALUES.
           05  WS-F3-VALUE OCCURS 4 TIMES  PIC X(5).

       01  WS-FIELD-4-VALUES.
           05  FILLER                      PIC X(5) VALUE 'NORTH'.
           05  FILLER                      PIC X(5) VALUE 'SOUTH'.
           05  FILLER                      PIC X(5) VALUE 'EAST '.
           05  FILLER                      PIC X(5) VALUE 'WEST '.
       01  WS-FIELD-4-TABLE REDEFINES WS-FIELD-4-VALUES.
           05  WS-F4-VALUE OCCURS 4 TIMES  PIC X(5).

       77  WS-F3-SUB                        PIC 9(3) COMP VALUE ZERO.
       77  WS-F4-SUB                        PIC 9(3) COMP VALUE ZERO.
       77  WS-F3-INDEX                      PIC 9(3) COMP VALUE ZERO.
       77  WS-F4-INDEX                      PIC 9(3) COMP VALUE ZERO.
       77  WS-CELL-SUB                      PIC 9(3) COMP VALUE ZERO.
       77  WS-CELL-OFFSET                   PIC 9(3) COMP VALUE ZERO.
       77  WS-CELL-ROW                      PIC 9(3) COMP VALUE ZERO.
       77  WS-CELL-COLUMN                   PIC 9(3) COMP VALUE ZERO.
       77  WS-SECTION-SUB                   PIC 9(3) COMP VALUE ZERO.
       77  WS-SLOT-SUB                      PIC 9(3) COMP VALUE ZERO.
       77  WS-SUM-SLOT                      PIC 9(3) COMP VALUE ZERO.
       77  WS-PRIOR-SLOT                    PIC 9(3) COMP VALUE ZERO.
       77  WS-YEAR-END-SLOT                 PIC 9(3) COMP VALUE ZERO.
       77  WS-OFFSET                        PIC S9(3) COMP VALUE ZERO.

      *    TONIGHT'S YOURFILE, CELL BY CELL, FOR A FIRST CLOSE.
       01  WS-SNAPSHOT-CELLS.
           05  WS-SC-CELL OCCURS 17 TIMES.
               10  WS-SC-COUNT             PIC 9(9)  COMP VALUE ZERO.
               10  WS-SC-TOTAL             PIC 9(11) COMP VALUE ZERO.
       77  WS-SC-DELETED-COUNT              PIC 9(9)  COMP VALUE ZERO.
       01  WS-FIELD-2-NUMERIC               PIC 9(5).

      *----------------------------------------------------------------*
      * THE TREND WINDOW - SLOT 1 IS THE LATEST CLOSED PERIOD, SLOT N  *
      * THE PERIOD N - 1 MONTHS BEFORE IT. THIRTEEN MONTHS ARE PRINTED *
      * BUT 25 ARE HELD: THE OLDEST PRINTED MONTH STILL NEEDS ITS      *
      * PRIOR MONTH AND ITS PRIOR DECEMBER AS A BASIS.                 *
      *----------------------------------------------------------------*
       01  WS-TREND-TABLE.
           05  WS-TM-MONTH OCCURS 25 TIMES.
               10  WS-TM-PRESENT           PIC X(1).
                   88  WS-TM-ON-FILE             VALUE 'Y'.
               10  WS-TM-STATE             PIC X(1).
               10  WS-TM-CELL OCCURS 17 TIMES.
                   15  WS-TM-COUNT         PIC 9(9)  COMP.
                   15  WS-TM-TOTAL         PIC 9(11) COMP.

       77  WS-SUM-COUNT                     PIC 9(9)   COMP VALUE ZERO.
       77  WS-SUM-TOTAL                     PIC 9(11)  COMP VALUE ZERO.
       77  WS-CUR-COUNT                     PIC 9(9)   COMP VALUE ZERO.
       77  WS-CUR-TOTAL                     PIC 9(11)  COMP VALUE ZERO.
       77  WS-COUNT-MOVEMENT                PIC S9(9)  COMP VALUE ZERO.
       77  WS-TOTAL-MOVEMENT                PIC S9(11) COMP VALUE ZERO.

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.

       77  WS-READ-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-CLOSED-COUNT                  PIC 9(9) COMP VALUE ZERO.
       77  WS-REOPENED-COUNT                PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(25) VALUE
                   'MONTH-END PERIOD CLOSE - '.
               10  WS-H-DATE               PIC X(10).
               10  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(31) VALUE
                   'A PERIOD  USERID    DISPOSITION'.
               10  FILLER                  PIC X(49) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-D-ACTION             PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-PERIOD             PIC X(7).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-USERID             PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-D-DISPOSITION        PIC X(50).
               10  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-TREND-HEADING-1.
               10  FILLER                  PIC X(40) VALUE
                   '13-MONTH TREND OF ACTIVE RECORDS AND FIE'.
               10  FILLER                  PIC X(26) VALUE
                   'LD-2 TOTALS - PERIODS TO '.
               10  WS-TH-PERIOD            PIC X(7).
               10  FILLER                  PIC X(7)  VALUE SPACES.
           05  WS-TREND-HEADING-2.
               10  FILLER                  PIC X(40) VALUE
                   'S: C CLOSED, R REOPENED SINCE (FIGURES A'.
               10  FILLER                  PIC X(20) VALUE
                   'S FIRST CLOSED)'.
               10  FILLER                  PIC X(20) VALUE SPACES.
           05  WS-TREND-NONE.
               10  FILLER                  PIC X(40) VALUE
                   'NO CLOSED PERIODS ON FILE - NO TREND TO '.
               10  FILLER                  PIC X(5)  VALUE 'PRINT'.
               10  FILLER                  PIC X(35) VALUE SPACES.
           05  WS-SECTION-HEADING.
               10  WS-SH-CAPTION           PIC X(50).
               10  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-COLUMN-HEADING.
               10  FILLER                  PIC X(35) VALUE
                   'PERIOD  S   COUNT  MOM-CHG  YTD-CHG'.
               10  FILLER                  PIC X(40) VALUE
                   '     FLD-2-TOT   MOM-CHANGE   YTD-CHANGE'.
               10  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-TREND-LINE.
               10  WS-T-PERIOD             PIC X(7).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-STATE              PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-COUNT              PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-COUNT-MOM          PIC ZZZ,ZZ9-.
               10  WS-T-COUNT-MOM-X REDEFINES WS-T-COUNT-MOM
                                           PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-COUNT-YTD          PIC ZZZ,ZZ9-.
               10  WS-T-COUNT-YTD-X REDEFINES WS-T-COUNT-YTD
                                           PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-TOTAL-MOM          PIC ZZZ,ZZZ,ZZ9-.
               10  WS-T-TOTAL-MOM-X REDEFINES WS-T-TOTAL-MOM
                                           PIC X(12).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-T-TOTAL-YTD          PIC ZZZ,ZZZ,ZZ9-.
               10  WS-T-TOTAL-YTD-X REDEFINES WS-T-TOTAL-YTD
                                           PIC X(12).
               10  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-TREND-MISSING.
               10  WS-TM-LINE-PERIOD       PIC X(7).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  FILLER                  PIC X(24) VALUE
                   'NOT CLOSED - NO SNAPSHOT'.
               10  FILLER                  PIC X(46) VALUE SPACES.
           05  WS-DETAIL-READ.
               10  FILLER                  PIC X(22) VALUE
                   'REQUESTS READ.......: '.
               10  WS-D-READ-COUNT         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-APPLIED.
               10  FILLER                  PIC X(22) VALUE
                   'REQUESTS APPLIED....: '.
               10  WS-D-APPLIED-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-SKIPPED.
               10  FILLER                  PIC X(22) VALUE
                   'REQUESTS SKIPPED....: '.
               10  WS-D-SKIPPED-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-CLOSED.
               10  FILLER                  PIC X(22) VALUE
                   'PERIODS CLOSED......: '.
               10  WS-D-CLOSED-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-REOPENED.
               10  FILLER                  PIC X(22) VALUE
                   'PERIODS REOPENED....: '.
               10  WS-D-REOPENED-COUNT     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-REQUEST
               THRU 2000-PROCESS-ONE-REQUEST-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-TREND-REPORT
               THRU 3000-PRODUCE-TREND-REPORT-EXIT
           PERFORM 3900-TERMINATE
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           PERFORM 1200-STAMP-RUN-TIMESTAMP

           OPEN INPUT PARM-FILE
           IF NOT WS-PERPARM-OK
               DISPLAY 'YFPERCL: UNABLE TO OPEN PERPARM, STATUS='
                   WS-PERPARM-STATUS
               GO TO 9999-EXIT
           END-IF

      *----------------------------------------------------------------*
      * THE FIRST CLOSE EVER HAS NO PERDCTL TO EXTEND - CREATE IT AND  *
      * CARRY ON. EVERY LATER RUN MAINTAINS THE EXISTING FILE.         *
      *----------------------------------------------------------------*
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PERDCTL-NO-FILE
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
           END-IF
           IF NOT WS-PERDCTL-OK
               DISPLAY 'YFPERCL: UNABLE TO OPEN PERDCTL, STATUS='
                   WS-PERDCTL-STATUS
               GO TO 9999-EXIT
           END-IF

      *    NO AUTHFILE MEANS NO ONE CAN AUTHORIZE A REOPEN - THE
      *    CLOSES STILL RUN, AND EVERY REOPEN IS REFUSED.
           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHFILE-OK
               SET WS-AUTH-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'YFPERCL: UNABLE TO OPEN AUTHFILE, STATUS='
                   WS-AUTHFILE-STATUS ' - REOPENS WILL BE REFUSED'
           END-IF

           OPEN OUTPUT PERIOD-RPT
           IF NOT WS-PERRPT-OK
               DISPLAY 'YFPERCL: UNABLE TO OPEN PERRPT, STATUS='
                   WS-PERRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE RC-BUSINESS-DATE TO WS-H-DATE
           MOVE WS-HEADING-1     TO PL-LINE
           WRITE PL-LINE
           MOVE WS-HEADING-2     TO PL-LINE
           WRITE PL-LINE

           MOVE RC-BUSINESS-DATE (1:7) TO WS-PERIOD-WORK
           PERFORM 2250-COMPUTE-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-BUSINESS-MONTH-NUMBER

           PERFORM 2100-READ-PARM-FILE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFPERCL ' TO RC-JOB-NAME
           MOVE 'YFBATLD ' TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFPERCL: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1200-STAMP-RUN-TIMESTAMP.

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES                 TO WS-RUN-TIMESTAMP

      *    SAME YYYY-MM-DD / HH.MM.SS LAYOUT AS EVERY OTHER TIMESTAMP
      *    IN THE SYSTEM (SEE WSRECORD).
           MOVE WS-ACCEPT-DATE(1:4)    TO WS-RUN-TIMESTAMP(1:4)
           MOVE '-'                    TO WS-RUN-TIMESTAMP(5:1)
           MOVE WS-ACCEPT-DATE(5:2)    TO WS-RUN-TIMESTAMP(6:2)
           MOVE '-'                    TO WS-RUN-TIMESTAMP(8:1)
           MOVE WS-ACCEPT-DATE(7:2)    TO WS-RUN-TIMESTAMP(9:2)
           MOVE WS-ACCEPT-TIME(1:2)    TO WS-RUN-TIMESTAMP(12:2)
           MOVE '.'                    TO WS-RUN-TIMESTAMP(14:1)
           MOVE WS-ACCEPT-TIME(3:2)    TO WS-RUN-TIMESTAMP(15:2)
           MOVE '.'                    TO WS-RUN-TIMESTAMP(17:1)
           MOVE WS-ACCEPT-TIME(5:2)    TO WS-RUN-TIMESTAMP(18:2)
           .

       2000-PROCESS-ONE-REQUEST.

           ADD 1 TO WS-READ-COUNT
           MOVE SPACES         TO WS-D-DISPOSITION
           MOVE WS-PARM-ACTION TO WS-D-ACTION
           MOVE WS-PARM-USERID TO WS-D-USERID

      *    A CLOSE WITH NO PERIOD CLOSES TONIGHT'S MONTH.
           IF WS-PARM-ACTION-CLOSE
            AND WS-PARM-PERIOD EQUAL SPACES
               MOVE RC-BUSINESS-DATE (1:7) TO WS-PARM-PERIOD
           END-IF
           MOVE WS-PARM-PERIOD TO WS-D-PERIOD

           EVALUATE TRUE
               WHEN WS-PARM-ACTION-CLOSE
                   PERFORM 2300-CLOSE-PERIOD
                       THRU 2300-CLOSE-PERIOD-EXIT
               WHEN WS-PARM-ACTION-REOPEN
                   PERFORM 2500-REOPEN-PERIOD
                       THRU 2500-REOPEN-PERIOD-EXIT
               WHEN OTHER
                   MOVE 'ACTION NOT C/R - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO PL-LINE
           WRITE PL-LINE
           .

       2000-PROCESS-ONE-REQUEST-EXIT.
           PERFORM 2100-READ-PARM-FILE
           .

       2100-READ-PARM-FILE.

           MOVE SPACES TO WS-PARM-RECORD
           READ PARM-FILE INTO WS-PARM-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * A WELL-FORMED YYYY-MM WITH A REAL MONTH. SETS THE PERIOD'S     *
      * MONTH NUMBER.                                                  *
      *----------------------------------------------------------------*
       2200-EDIT-PERIOD.

           MOVE 'N' TO WS-VALUES-SWITCH
           MOVE WS-PARM-PERIOD TO WS-PERIOD-WORK

           IF WS-PW-YYYY NUMERIC
            AND WS-PW-MM NUMERIC
            AND WS-PW-SEP EQUAL '-'
            AND WS-PW-MM NOT LESS THAN '01'
            AND WS-PW-MM NOT GREATER THAN '12'
               SET WS-VALUES-VALID TO TRUE
               PERFORM 2250-COMPUTE-MONTH-NUMBER
           ELSE
               MOVE 'PERIOD NOT A VALID YYYY-MM - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .

       2250-COMPUTE-MONTH-NUMBER.

           COMPUTE WS-MONTH-NUMBER =
               WS-PN-YYYY * 12 + WS-PN-MM - 1
           .

      *----------------------------------------------------------------*
      * C - CLOSE A PERIOD. A PERIOD NOT YET STARTED CANNOT CLOSE, AND *
      * ONE ALREADY CLOSED IS LEFT ALONE. A REOPENED PERIOD IS LOCKED  *
      * AGAIN WITH ITS ORIGINAL SNAPSHOT; A FIRST CLOSE SNAPSHOTS      *
      * YOURFILE, WHICH IS ONLY TRUE TO THE PERIOD WHILE IT IS THE     *
      * CURRENT MONTH OR THE ONE JUST ENDED.                           *
      *----------------------------------------------------------------*
       2300-CLOSE-PERIOD.

           PERFORM 2200-EDIT-PERIOD
           IF NOT WS-VALUES-VALID
               GO TO 2300-CLOSE-PERIOD-EXIT
           END-IF

           COMPUTE WS-MONTHS-BACK =
               WS-BUSINESS-MONTH-NUMBER - WS-MONTH-NUMBER
           IF WS-MONTHS-BACK LESS THAN ZERO
               MOVE 'PERIOD HAS NOT STARTED - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2300-CLOSE-PERIOD-EXIT
           END-IF

           MOVE WS-PARM-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-PERDCTL-OK AND PD-STATE-CLOSED
                   MOVE 'ALREADY CLOSED - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2300-CLOSE-PERIOD-EXIT
               WHEN WS-PERDCTL-OK
                   PERFORM 2350-STAMP-CLOSE
                   REWRITE PD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'CLOSED AGAIN - FIRST SNAPSHOT KEPT'
                       TO WS-D-DISPOSITION
               WHEN WS-PERDCTL-NOT-FOUND
                   IF WS-MONTHS-BACK GREATER THAN 1
                       MOVE 'TOO OLD TO SNAPSHOT - SKIPPED'
                           TO WS-D-DISPOSITION
                       ADD 1 TO WS-SKIPPED-COUNT
                       GO TO 2300-CLOSE-PERIOD-EXIT
                   END-IF
                   IF NOT WS-SNAPSHOT-TAKEN
                       PERFORM 2400-TAKE-SNAPSHOT
                   END-IF
                   MOVE SPACES         TO PD-RECORD
                   MOVE WS-PARM-PERIOD TO PD-PERIOD
                   MOVE ZERO           TO PD-CLOSE-COUNT
                   PERFORM 2350-STAMP-CLOSE
                   MOVE ZERO TO WS-CELL-SUB
                   PERFORM 2450-MOVE-SNAPSHOT-CELL
                       UNTIL WS-CELL-SUB GREATER THAN OR EQUAL TO 17
                   MOVE WS-SC-DELETED-COUNT TO PD-DELETED-COUNT
                   WRITE PD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE 'CLOSED - SNAPSHOT TAKEN' TO WS-D-DISPOSITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PERDCTL-OK
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .
       2300-CLOSE-PERIOD-EXIT.
           EXIT.

       2350-STAMP-CLOSE.

           SET PD-STATE-CLOSED   TO TRUE
           MOVE RC-BUSINESS-DATE TO PD-CLOSED-DATE
           IF WS-PARM-USERID EQUAL SPACES
               MOVE 'YFPERCL ' TO PD-CLOSED-BY
           ELSE
               MOVE WS-PARM-USERID TO PD-CLOSED-BY
           END-IF
           MOVE WS-RUN-TIMESTAMP TO PD-CLOSED-TS
           ADD 1 TO PD-CLOSE-COUNT
           .

      *----------------------------------------------------------------*
      * ONE PASS OF YOURFILE INTO THE STATUS/REGION CELLS, CLASSIFIED  *
      * EXACTLY AS YFMGRPT CLASSIFIES THEM. TAKEN ONCE PER RUN - TWO   *
      * CLOSES IN ONE RUN SEE THE SAME FILE.                           *
      *----------------------------------------------------------------*
       2400-TAKE-SNAPSHOT.

           OPEN INPUT YOURFILE
           IF NOT WS-YOURFILE-OK
               DISPLAY 'YFPERCL: UNABLE TO OPEN YOURFILE, STATUS='
                   WS-YOURFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N' TO WS-YF-EOF-SWITCH
           PERFORM 2410-READ-YOURFILE
           PERFORM 2420-SNAPSHOT-ONE-RECORD
               UNTIL WS-YF-END-OF-FILE
           CLOSE YOURFILE
           SET WS-SNAPSHOT-TAKEN TO TRUE
           .

       2410-READ-YOURFILE.

           READ YOURFILE NEXT RECORD
               AT END
                   SET WS-YF-END-OF-FILE TO TRUE
           END-READ
           .

      *    A FIELD-2 THAT IS NOT NUMERIC STILL COUNTS IN ITS CELL BUT
      *    ADDS NOTHING TO THE TOTAL, AS ON MGTRPT.
       2420-SNAPSHOT-ONE-RECORD.

           IF WS-STATUS-DELETED
               ADD 1 TO WS-SC-DELETED-COUNT
           ELSE
               PERFORM 2430-CLASSIFY-RECORD
               ADD 1 TO WS-SC-COUNT (WS-CELL-SUB)
               IF WS-FIELD-2 IS NUMERIC
                   MOVE WS-FIELD-2 TO WS-FIELD-2-NUMERIC
                   ADD WS-FIELD-2-NUMERIC
                       TO WS-SC-TOTAL (WS-CELL-SUB)
               END-IF
           END-IF

           PERFORM 2410-READ-YOURFILE
           .

       2430-CLASSIFY-RECORD.

           MOVE ZERO TO WS-F3-INDEX
           MOVE ZERO TO WS-F3-SUB
           PERFORM 2435-MATCH-FIELD-3
               UNTIL WS-F3-INDEX GREATER THAN ZERO
                  OR WS-F3-SUB GREATER THAN OR EQUAL TO 4

           MOVE ZERO TO WS-F4-INDEX
           MOVE ZERO TO WS-F4-SUB
           PERFORM 2440-MATCH-FIELD-4
               UNTIL WS-F4-INDEX GREATER THAN ZERO
                  OR WS-F4-SUB GREATER THAN OR EQUAL TO 4

           IF WS-F3-INDEX GREATER THAN ZERO
            AND WS-F4-INDEX GREATER THAN ZERO
               COMPUTE WS-CELL-SUB =
                   (WS-F3-INDEX - 1) * 4 + WS-F4-INDEX
           ELSE
               MOVE 17 TO WS-CELL-SUB
           END-IF
           .

       2435-MATCH-FIELD-3.

           ADD 1 TO WS-F3-SUB
           IF WS-FIELD-3 EQUAL WS-F3-VALUE (WS-F3-SUB)
               MOVE WS-F3-SUB TO WS-F3-INDEX
           END-IF
           .

       2440-MATCH-FIELD-4.

           ADD 1 TO WS-F4-SUB
           IF WS-FIELD-4 EQUAL WS-F4-VALUE (WS-F4-SUB)
               MOVE WS-F4-SUB TO WS-F4-INDEX
           END-IF
           .

       2450-MOVE-SNAPSHOT-CELL.

           ADD 1 TO WS-CELL-SUB
           MOVE WS-SC-COUNT (WS-CELL-SUB)
               TO PD-CELL-COUNT (WS-CELL-SUB)
           MOVE WS-SC-TOTAL (WS-CELL-SUB)
               TO PD-CELL-TOTAL (WS-CELL-SUB)
           .

      *----------------------------------------------------------------*
      * R - REOPEN A CLOSED PERIOD. ONLY A LEVEL-3 USERID ON AUTHFILE  *
      * MAY AUTHORIZE IT, AND ONLY WITH A REASON - THE PERIOD RECORD   *
      * CARRIES BOTH FOR AUDIT UNTIL THE NEXT REOPEN.                  *
      *----------------------------------------------------------------*
       2500-REOPEN-PERIOD.

           PERFORM 2200-EDIT-PERIOD
           IF NOT WS-VALUES-VALID
               GO TO 2500-REOPEN-PERIOD-EXIT
           END-IF

           IF WS-PARM-USERID EQUAL SPACES
               MOVE 'AUTHORIZING USERID MISSING - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2500-REOPEN-PERIOD-EXIT
           END-IF

           IF WS-PARM-REASON EQUAL SPACES
               MOVE 'REASON MISSING - SKIPPED' TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2500-REOPEN-PERIOD-EXIT
           END-IF

           PERFORM 2550-CHECK-AUTHORIZER
               THRU 2550-CHECK-AUTHORIZER-EXIT
           IF NOT WS-VALUES-VALID
               GO TO 2500-REOPEN-PERIOD-EXIT
           END-IF

           MOVE WS-PARM-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-PERDCTL-NOT-FOUND
                   MOVE 'PERIOD NOT CLOSED - SKIPPED'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2500-REOPEN-PERIOD-EXIT
               WHEN WS-PERDCTL-OK AND PD-STATE-REOPENED
                   MOVE 'ALREADY REOPENED - SKIPPED'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2500-REOPEN-PERIOD-EXIT
               WHEN WS-PERDCTL-OK
                   SET PD-STATE-REOPENED TO TRUE
                   MOVE WS-PARM-USERID   TO PD-REOPENED-BY
                   MOVE WS-PARM-REASON   TO PD-REOPEN-REASON
                   MOVE WS-RUN-TIMESTAMP TO PD-REOPENED-TS
                   REWRITE PD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PERDCTL-OK
               MOVE 'REOPENED' TO WS-D-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-REOPENED-COUNT
           ELSE
               MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .
       2500-REOPEN-PERIOD-EXIT.
           EXIT.

       2550-CHECK-AUTHORIZER.

           MOVE 'N' TO WS-VALUES-SWITCH

           IF NOT WS-AUTH-IS-OPEN
               MOVE 'AUTHFILE UNAVAILABLE - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2550-CHECK-AUTHORIZER-EXIT
           END-IF

           MOVE WS-PARM-USERID TO OA-USERID
           READ AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-AUTHFILE-OK AND OA-LEVEL-FULL
               SET WS-VALUES-VALID TO TRUE
           ELSE
               MOVE 'USERID NOT AUTHORIZED (LEVEL 3) - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .
       2550-CHECK-AUTHORIZER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE 13-MONTH TREND, ENDING WITH THE LATEST PERIOD ON PERDCTL.  *
      * ONE PASS FINDS THE LATEST PERIOD (THE FILE IS IN PERIOD        *
      * ORDER, SO IT IS THE LAST ONE READ), A SECOND LOADS EVERY       *
      * SNAPSHOT THAT FALLS IN THE 25-MONTH WINDOW BEHIND IT.          *
      *----------------------------------------------------------------*
       3000-PRODUCE-TREND-REPORT.

           MOVE SPACES TO PL-LINE
           WRITE PL-LINE

           MOVE 'N' TO WS-CTL-EOF-SWITCH
           PERFORM 3010-START-PERIOD-SWEEP
           PERFORM 3020-FIND-LATEST-PERIOD
               UNTIL WS-CTL-AT-END

           IF NOT WS-LATEST-FOUND
               MOVE WS-TREND-NONE TO PL-LINE
               WRITE PL-LINE
               GO TO 3000-PRODUCE-TREND-REPORT-EXIT
           END-IF

           MOVE WS-LATEST-PERIOD TO WS-PERIOD-WORK
           PERFORM 2250-COMPUTE-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-BASE-MONTH-NUMBER

           MOVE ZERO TO WS-SLOT-SUB
           PERFORM 3030-CLEAR-ONE-SLOT
               UNTIL WS-SLOT-SUB GREATER THAN OR EQUAL TO 25

           MOVE 'N' TO WS-CTL-EOF-SWITCH
           PERFORM 3010-START-PERIOD-SWEEP
           PERFORM 3040-LOAD-ONE-PERIOD
               UNTIL WS-CTL-AT-END

           MOVE WS-LATEST-PERIOD   TO WS-TH-PERIOD
           MOVE WS-TREND-HEADING-1 TO PL-LINE
           WRITE PL-LINE
           MOVE WS-TREND-HEADING-2 TO PL-LINE
           WRITE PL-LINE

           MOVE ZERO TO WS-SECTION-SUB
           PERFORM 3100-PRINT-SECTION
               UNTIL WS-SECTION-SUB GREATER THAN OR EQUAL TO 10
           .
       3000-PRODUCE-TREND-REPORT-EXIT.
           EXIT.

       3010-START-PERIOD-SWEEP.

           MOVE LOW-VALUES TO PD-PERIOD
           START PERIOD-CONTROL-FILE
               KEY IS NOT LESS THAN PD-PERIOD
               INVALID KEY
                   SET WS-CTL-AT-END TO TRUE
           END-START
           .

       3020-FIND-LATEST-PERIOD.

           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-CTL-AT-END TO TRUE
           END-READ

           IF NOT WS-CTL-AT-END
               SET WS-LATEST-FOUND TO TRUE
               MOVE PD-PERIOD TO WS-LATEST-PERIOD
           END-IF
           .

       3030-CLEAR-ONE-SLOT.

           ADD 1 TO WS-SLOT-SUB
           MOVE 'N'    TO WS-TM-PRESENT (WS-SLOT-SUB)
           MOVE SPACES TO WS-TM-STATE (WS-SLOT-SUB)
           .

       3040-LOAD-ONE-PERIOD.

           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-CTL-AT-END TO TRUE
           END-READ

           IF NOT WS-CTL-AT-END
               MOVE PD-PERIOD TO WS-PERIOD-WORK
               PERFORM 2250-COMPUTE-MONTH-NUMBER
               COMPUTE WS-MONTHS-BACK =
                   WS-BASE-MONTH-NUMBER - WS-MONTH-NUMBER
               IF WS-MONTHS-BACK NOT LESS THAN ZERO
                AND WS-MONTHS-BACK LESS THAN 25
                   COMPUTE WS-SLOT-SUB = WS-MONTHS-BACK + 1
                   MOVE 'Y'      TO WS-TM-PRESENT (WS-SLOT-SUB)
                   MOVE PD-STATE TO WS-TM-STATE (WS-SLOT-SUB)
                   MOVE ZERO TO WS-CELL-SUB
                   PERFORM 3050-LOAD-ONE-CELL
                       UNTIL WS-CELL-SUB GREATER THAN OR EQUAL TO 17
               END-IF
           END-IF
           .

       3050-LOAD-ONE-CELL.

           ADD 1 TO WS-CELL-SUB
           MOVE PD-CELL-COUNT (WS-CELL-SUB)
               TO WS-TM-COUNT (WS-SLOT-SUB, WS-CELL-SUB)
           MOVE PD-CELL-TOTAL (WS-CELL-SUB)
               TO WS-TM-TOTAL (WS-SLOT-SUB, WS-CELL-SUB)
           .

      *----------------------------------------------------------------*
      * ONE SECTION OF THE TREND - SECTIONS 1-4 ARE THE FIELD-3        *
      * VALUES, 5-8 THE FIELD-4 VALUES, 9 THE OFF-LIST BUCKET AND 10   *
      * THE WHOLE ACTIVE FILE. THIRTEEN MONTHS, OLDEST FIRST.          *
      *----------------------------------------------------------------*
       3100-PRINT-SECTION.

           ADD 1 TO WS-SECTION-SUB
           MOVE SPACES TO WS-SH-CAPTION
           EVALUATE TRUE
               WHEN WS-SECTION-SUB LESS THAN 5
                   STRING 'FIELD-3 (STATUS) ' DELIMITED BY SIZE
                          WS-F3-VALUE (WS-SECTION-SUB)
                                              DELIMITED BY SIZE
                       INTO WS-SH-CAPTION
                   END-STRING
               WHEN WS-SECTION-SUB LESS THAN 9
                   COMPUTE WS-F4-SUB = WS-SECTION-SUB - 4
                   STRING 'FIELD-4 (REGION) ' DELIMITED BY SIZE
                          WS-F4-VALUE (WS-F4-SUB)
                                              DELIMITED BY SIZE
                       INTO WS-SH-CAPTION
                   END-STRING
               WHEN WS-SECTION-SUB EQUAL 9
                   MOVE 'OFF-LIST (FIELD-3/4 NOT ON THE EDIT LISTS)'
                       TO WS-SH-CAPTION
               WHEN OTHER
                   MOVE 'ALL ACTIVE RECORDS' TO WS-SH-CAPTION
           END-EVALUATE

           MOVE SPACES TO PL-LINE
           WRITE PL-LINE
           MOVE WS-SECTION-HEADING TO PL-LINE
           WRITE PL-LINE
           MOVE WS-COLUMN-HEADING  TO PL-LINE
           WRITE PL-LINE

           MOVE 13 TO WS-OFFSET
           PERFORM 3200-PRINT-ONE-MONTH
               UNTIL WS-OFFSET LESS THAN OR EQUAL TO ZERO
           .

      *----------------------------------------------------------------*
      * ONE MONTH OF A SECTION. THE PRIOR MONTH IS ONE SLOT FURTHER    *
      * BACK; THE PRIOR DECEMBER IS AS MANY SLOTS BACK AS THE MONTH'S  *
      * OWN NUMBER (JANUARY'S IS THE PRIOR MONTH).                     *
      *----------------------------------------------------------------*
       3200-PRINT-ONE-MONTH.

           SUBTRACT 1 FROM WS-OFFSET
           COMPUTE WS-SLOT-SUB = WS-OFFSET + 1

           COMPUTE WS-MONTH-NUMBER = WS-BASE-MONTH-NUMBER - WS-OFFSET
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           MOVE WS-WORK-YEAR  TO WS-PN-YYYY
           MOVE '-'           TO WS-PW-SEP
           MOVE WS-WORK-MONTH TO WS-PN-MM

           IF NOT WS-TM-ON-FILE (WS-SLOT-SUB)
               MOVE WS-PERIOD-WORK   TO WS-TM-LINE-PERIOD
               MOVE WS-TREND-MISSING TO PL-LINE
               WRITE PL-LINE
           ELSE
               MOVE WS-PERIOD-WORK TO WS-T-PERIOD
               MOVE WS-TM-STATE (WS-SLOT-SUB) TO WS-T-STATE
               MOVE WS-SLOT-SUB TO WS-SUM-SLOT
               PERFORM 3300-SUM-SECTION
               MOVE WS-SUM-COUNT TO WS-CUR-COUNT
               MOVE WS-SUM-TOTAL TO WS-CUR-TOTAL
               MOVE WS-CUR-COUNT TO WS-T-COUNT
               MOVE WS-CUR-TOTAL TO WS-T-TOTAL

               COMPUTE WS-PRIOR-SLOT = WS-SLOT-SUB + 1
               IF WS-TM-ON-FILE (WS-PRIOR-SLOT)
                   MOVE WS-PRIOR-SLOT TO WS-SUM-SLOT
                   PERFORM 3300-SUM-SECTION
                   COMPUTE WS-COUNT-MOVEMENT =
                       WS-CUR-COUNT - WS-SUM-COUNT
                   COMPUTE WS-TOTAL-MOVEMENT =
                       WS-CUR-TOTAL - WS-SUM-TOTAL
                   MOVE WS-COUNT-MOVEMENT TO WS-T-COUNT-MOM
                   MOVE WS-TOTAL-MOVEMENT TO WS-T-TOTAL-MOM
               ELSE
                   MOVE SPACES TO WS-T-COUNT-MOM-X
                   MOVE SPACES TO WS-T-TOTAL-MOM-X
               END-IF

               COMPUTE WS-YEAR-END-SLOT = WS-SLOT-SUB + WS-WORK-MONTH
               IF WS-TM-ON-FILE (WS-YEAR-END-SLOT)
                   MOVE WS-YEAR-END-SLOT TO WS-SUM-SLOT
                   PERFORM 3300-SUM-SECTION
                   COMPUTE WS-COUNT-MOVEMENT =
                       WS-CUR-COUNT - WS-SUM-COUNT
                   COMPUTE WS-TOTAL-MOVEMENT =
                       WS-CUR-TOTAL - WS-SUM-TOTAL
                   MOVE WS-COUNT-MOVEMENT TO WS-T-COUNT-YTD
                   MOVE WS-TOTAL-MOVEMENT TO WS-T-TOTAL-YTD
               ELSE
                   MOVE SPACES TO WS-T-COUNT-YTD-X
                   MOVE SPACES TO WS-T-TOTAL-YTD-X
               END-IF

               MOVE WS-TREND-LINE TO PL-LINE
               WRITE PL-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE SECTION'S COUNT AND FIELD-2 TOTAL FOR SLOT WS-SUM-SLOT.    *
      *----------------------------------------------------------------*
       3300-SUM-SECTION.

           MOVE ZERO TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-TOTAL
           MOVE ZERO TO WS-CELL-SUB
           PERFORM 3350-ADD-ONE-CELL
               UNTIL WS-CELL-SUB GREATER THAN OR EQUAL TO 17
           .

       3350-ADD-ONE-CELL.

           ADD 1 TO WS-CELL-SUB
           MOVE 'N' TO WS-IN-SECTION-SWITCH

      *    CELLS 1-16 ARE ROW-MAJOR: ROW = FIELD-3, COLUMN = FIELD-4.
           IF WS-CELL-SUB LESS THAN 17
               COMPUTE WS-CELL-OFFSET = WS-CELL-SUB - 1
               DIVIDE WS-CELL-OFFSET BY 4
                   GIVING WS-CELL-ROW
                   REMAINDER WS-CELL-COLUMN
               ADD 1 TO WS-CELL-ROW
               ADD 1 TO WS-CELL-COLUMN
           END-IF

           EVALUATE TRUE
               WHEN WS-SECTION-SUB EQUAL 10
                   SET WS-CELL-IN-SECTION TO TRUE
               WHEN WS-SECTION-SUB EQUAL 9
                   IF WS-CELL-SUB EQUAL 17
                       SET WS-CELL-IN-SECTION TO TRUE
                   END-IF
               WHEN WS-CELL-SUB EQUAL 17
                   CONTINUE
               WHEN WS-SECTION-SUB LESS THAN 5
                   IF WS-CELL-ROW EQUAL WS-SECTION-SUB
                       SET WS-CELL-IN-SECTION TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-CELL-COLUMN + 4 EQUAL WS-SECTION-SUB
                       SET WS-CELL-IN-SECTION TO TRUE
                   END-IF
           END-EVALUATE

           IF WS-CELL-IN-SECTION
               ADD WS-TM-COUNT (WS-SUM-SLOT, WS-CELL-SUB)
                   TO WS-SUM-COUNT
               ADD WS-TM-TOTAL (WS-SUM-SLOT, WS-CELL-SUB)
                   TO WS-SUM-TOTAL
           END-IF
           .

       3900-TERMINATE.

           MOVE SPACES TO PL-LINE
           WRITE PL-LINE

           MOVE WS-READ-COUNT      TO WS-D-READ-COUNT
           MOVE WS-DETAIL-READ     TO PL-LINE
           WRITE PL-LINE

           MOVE WS-APPLIED-COUNT   TO WS-D-APPLIED-COUNT
           MOVE WS-DETAIL-APPLIED  TO PL-LINE
           WRITE PL-LINE

           MOVE WS-SKIPPED-COUNT   TO WS-D-SKIPPED-COUNT
           MOVE WS-DETAIL-SKIPPED  TO PL-LINE
           WRITE PL-LINE

           MOVE WS-CLOSED-COUNT    TO WS-D-CLOSED-COUNT
           MOVE WS-DETAIL-CLOSED   TO PL-LINE
           WRITE PL-LINE

           MOVE WS-REOPENED-COUNT  TO WS-D-REOPENED-COUNT
           MOVE WS-DETAIL-REOPENED TO PL-LINE
           WRITE PL-LINE

           CLOSE PARM-FILE
           CLOSE PERIOD-CONTROL-FILE
           IF WS-AUTH-IS-OPEN
               CLOSE AUTHORITY-FILE
           END-IF
           CLOSE PERIOD-RPT

           DISPLAY 'YFPERCL: REQUESTS READ.....: ' WS-READ-COUNT
           DISPLAY 'YFPERCL: REQUESTS APPLIED..: ' WS-APPLIED-COUNT
           DISPLAY 'YFPERCL: REQUESTS SKIPPED..: ' WS-SKIPPED-COUNT
           DISPLAY 'YFPERCL: PERIODS CLOSED....: ' WS-CLOSED-COUNT
           DISPLAY 'YFPERCL: PERIODS REOPENED..: ' WS-REOPENED-COUNT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-APPLIED-COUNT TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL
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
               MOVE WS-APPLIED-COUNT TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
