      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       BUSINESS-DAY CALENDAR MAINTENANCE. READS
      *                MAINTENANCE REQUESTS FROM THE CALPARM PARAMETER
      *                FILE - ONE PER LINE, ACTION IN COLUMN 1 - AND
      *                APPLIES THEM TO THE CALENDAR FILE (SEE CALNREC):
      *                  G  GENERATE A YEAR (YYYY IN COLUMNS 3-6):
      *                     EVERY DAY OF THE YEAR NOT ALREADY ON FILE
      *                     IS ADDED - SATURDAY AND SUNDAY AS WEEKEND,
      *                     THE REST AS BUSINESS DAYS. DAYS ALREADY ON
      *                     FILE (A HOLIDAY LOADED EARLY) ARE KEPT.
      *                  H  MARK A DATE A HOLIDAY (YYYY-MM-DD IN
      *                     COLUMNS 3-12, DESCRIPTION IN 14-33).
      *                  B  MARK A DATE A BUSINESS DAY (SAME COLUMNS) -
      *                     A WORKING SATURDAY, OR A HOLIDAY UNDONE.
      *                  D  REMOVE A DATE - IT FALLS BACK TO THE
      *                     WEEKDAY RULE.
      *                  P  SET THE NON-BUSINESS-DAY POLICY (COLUMN 3:
      *                     R REFUSE, F ROLL FORWARD) ON THE CONTROL
      *                     RECORD.
      *                EVERY REQUEST IS PRINTED WITH ITS DISPOSITION
      *                ON CALRPT, FOLLOWED BY THE POLICY AND EVERY
      *                EXCEPTION TO THE WEEKDAY RULE (HOLIDAYS, AND
      *                WEEKEND DAYS MARKED AS BUSINESS DAYS) AS THEY
      *                STAND AFTER THE RUN; A BAD REQUEST IS REPORTED
      *                AND SKIPPED, NEVER GUESSED AT.
      *
      *                LIKE YFRCRPT THIS JOB DOES NOT POST ITSELF TO
      *                RUN CONTROL: IT IS THE JOB THAT PUTS THE
      *                CALENDAR RIGHT, SO IT MUST BE ABLE TO RUN ON A
      *                DAY THE CALENDAR WOULD REFUSE.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFCALM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CALPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALPARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CALENDAR-RPT ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  CALENDAR-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY CALNREC.

       FD  CALENDAR-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CM-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CALPARM-STATUS               PIC X(2).
           88  WS-CALPARM-OK                    VALUE '00'.
           88  WS-CALPARM-EOF                   VALUE '10'.

       01  WS-CALENDAR-STATUS              PIC X(2).
           88  WS-CALENDAR-OK                   VALUE '00'.
           88  WS-CALENDAR-EOF                  VALUE '10'.
           88  WS-CALENDAR-DUPKEY               VALUE '22'.
           88  WS-CALENDAR-NOT-FOUND            VALUE '23'.
           88  WS-CALENDAR-NO-FILE              VALUE '35'.

       01  WS-CALRPT-STATUS                 PIC X(2).
           88  WS-CALRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-DAY-EOF-SWITCH                PIC X(1)      VALUE 'N'.
           88  WS-END-OF-DAYS                       VALUE 'Y'.

       01  WS-VALUES-SWITCH                 PIC X(1)      VALUE 'N'.
           88  WS-VALUES-VALID                      VALUE 'Y'.

      *----------------------------------------------------------------*
      * MAINTENANCE REQUEST - ACTION IN COLUMN 1, THEN A YEAR, A DATE  *
      * AND DESCRIPTION, OR A POLICY CODE FROM COLUMN 3 ON.            *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-ACTION              PIC X(1).
               88  WS-PARM-ACTION-GENERATE      VALUE 'G'.
               88  WS-PARM-ACTION-HOLIDAY       VALUE 'H'.
               88  WS-PARM-ACTION-BUSINESS      VALUE 'B'.
               88  WS-PARM-ACTION-DELETE        VALUE 'D'.
               88  WS-PARM-ACTION-POLICY        VALUE 'P'.
           05  FILLER                      PIC X(1).
           05  WS-PARM-DATE                PIC X(10).
           05  FILLER                      PIC X(1).
           05  WS-PARM-DESCRIPTION         PIC X(20).
           05  FILLER                      PIC X(47).
       01  WS-PARM-YEAR-VIEW REDEFINES WS-PARM-RECORD.
           05  FILLER                      PIC X(2).
           05  WS-PARM-YEAR                PIC X(4).
           05  FILLER                      PIC X(74).
       01  WS-PARM-POLICY-VIEW REDEFINES WS-PARM-RECORD.
           05  FILLER                      PIC X(2).
           05  WS-PARM-POLICY              PIC X(1).
               88  WS-PARM-POLICY-VALID         VALUE 'R' 'F'.
           05  FILLER                      PIC X(77).

      *    DATE VALIDATION VIEW OF WS-PARM-DATE.
       01  WS-DATE-CHECK.
           05  WS-DC-YYYY                   PIC X(4).
           05  WS-DC-SEP-1                  PIC X(1).
           05  WS-DC-MM                     PIC X(2).
           05  WS-DC-SEP-2                  PIC X(1).
           05  WS-DC-DD                     PIC X(2).

      *    THE DAY BEING WRITTEN, IN ALL THREE FORMS.
       01  WS-WORK-DATE                     PIC X(10)     VALUE SPACES.
       77  WS-WORK-YYYYMMDD                 PIC 9(8)      VALUE ZERO.
       77  WS-WORK-INTEGER                  PIC S9(9) COMP VALUE ZERO.
       77  WS-YEAR-END-INTEGER              PIC S9(9) COMP VALUE ZERO.
       77  WS-DAY-NUMBER                    PIC S9(9) COMP VALUE ZERO.
       77  WS-WEEK-NUMBER                   PIC S9(9) COMP VALUE ZERO.
       77  WS-WEEKDAY-REMAINDER             PIC S9(9) COMP VALUE ZERO.
       77  WS-DAY-OF-WEEK                   PIC 9(1)      VALUE ZERO.

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.

       77  WS-READ-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-GENERATED-COUNT               PIC 9(9) COMP VALUE ZERO.
       77  WS-KEPT-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-KEPT-DISPLAY                  PIC 9(3)      VALUE ZERO.
       77  WS-EXCEPTION-COUNT               PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(33) VALUE
                   'BUSINESS-DAY CALENDAR MAINTENANCE'.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(35) VALUE
                   'A DATE/YEAR  DESCRIPTION'.
               10  FILLER                  PIC X(11) VALUE
                   'DISPOSITION'.
               10  FILLER                  PIC X(34) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-D-ACTION             PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-DATE               PIC X(10).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-DESCRIPTION        PIC X(20).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-D-DISPOSITION        PIC X(40).
               10  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(26) VALUE
                   'NON-BUSINESS-DAY POLICY: '.
               10  WS-H-POLICY             PIC X(30).
               10  FILLER                  PIC X(24) VALUE SPACES.
           05  WS-HEADING-4.
               10  FILLER                  PIC X(38) VALUE
                   'EXCEPTIONS TO THE WEEKDAY RULE ON FILE'.
               10  FILLER                  PIC X(30) VALUE
                   ' (DATE DAY TYPE - DESCRIPTION)'.
               10  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-DETAIL-DAY.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DD-DATE              PIC X(10).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DD-DAY-NAME          PIC X(3).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DD-DAY-TYPE          PIC X(8).
               10  FILLER                  PIC X(3)  VALUE ' - '.
               10  WS-DD-DESCRIPTION       PIC X(20).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DD-UPDATED-TS        PIC X(19).
               10  FILLER                  PIC X(12) VALUE SPACES.
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
           05  WS-DETAIL-GENERATED.
               10  FILLER                  PIC X(22) VALUE
                   'DAYS GENERATED......: '.
               10  WS-D-GENERATED-COUNT    PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-EXCEPTIONS.
               10  FILLER                  PIC X(22) VALUE
                   'EXCEPTIONS ON FILE..: '.
               10  WS-D-EXCEPTION-COUNT    PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

      *    DAY-NAME LOOKUP BY CL-DAY-OF-WEEK (1 = MONDAY).
       01  WS-DAY-NAME-VALUES.
           05  FILLER                      PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME                 PIC X(3) OCCURS 7 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-REQUEST
               THRU 2000-PROCESS-ONE-REQUEST-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2800-LIST-EXCEPTIONS
           PERFORM 3000-PRODUCE-TOTALS
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1200-STAMP-RUN-TIMESTAMP

           OPEN INPUT PARM-FILE
           IF NOT WS-CALPARM-OK
               DISPLAY 'YFCALM: UNABLE TO OPEN CALPARM, STATUS='
                   WS-CALPARM-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

      *----------------------------------------------------------------*
      * FIRST RUN EVER HAS NO CALENDAR TO EXTEND - CREATE IT AND CARRY *
      * ON. EVERY LATER RUN MAINTAINS THE EXISTING FILE.               *
      *----------------------------------------------------------------*
           OPEN I-O CALENDAR-FILE
           IF WS-CALENDAR-NO-FILE
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF NOT WS-CALENDAR-OK
               DISPLAY 'YFCALM: UNABLE TO OPEN CALENDAR, STATUS='
                   WS-CALENDAR-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT CALENDAR-RPT
           IF NOT WS-CALRPT-OK
               DISPLAY 'YFCALM: UNABLE TO OPEN CALRPT, STATUS='
                   WS-CALRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE WS-HEADING-1 TO CM-LINE
           WRITE CM-LINE
           MOVE WS-HEADING-2 TO CM-LINE
           WRITE CM-LINE

           PERFORM 2100-READ-PARM-FILE
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
           MOVE SPACES TO WS-D-DISPOSITION
           MOVE SPACES TO WS-D-DATE
           MOVE SPACES TO WS-D-DESCRIPTION
           MOVE WS-PARM-ACTION TO WS-D-ACTION

           EVALUATE TRUE
               WHEN WS-PARM-ACTION-GENERATE
                   MOVE WS-PARM-YEAR TO WS-D-DATE
                   PERFORM 2300-GENERATE-YEAR
                       THRU 2300-GENERATE-YEAR-EXIT
               WHEN WS-PARM-ACTION-HOLIDAY
               WHEN WS-PARM-ACTION-BUSINESS
                   MOVE WS-PARM-DATE        TO WS-D-DATE
                   MOVE WS-PARM-DESCRIPTION TO WS-D-DESCRIPTION
                   PERFORM 2400-SET-ONE-DAY
                       THRU 2400-SET-ONE-DAY-EXIT
               WHEN WS-PARM-ACTION-DELETE
                   MOVE WS-PARM-DATE        TO WS-D-DATE
                   PERFORM 2500-DELETE-ONE-DAY
                       THRU 2500-DELETE-ONE-DAY-EXIT
               WHEN WS-PARM-ACTION-POLICY
                   MOVE WS-PARM-POLICY      TO WS-D-DATE
                   PERFORM 2600-SET-POLICY
                       THRU 2600-SET-POLICY-EXIT
               WHEN OTHER
                   MOVE 'ACTION NOT G/H/B/D/P - SKIPPED'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO CM-LINE
           WRITE CM-LINE
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
      * A WELL-FORMED YYYY-MM-DD THAT IS ALSO A REAL DATE. SETS THE    *
      * DATE'S INTEGER FORM AND DAY OF WEEK FOR THE WRITE.             *
      *----------------------------------------------------------------*
       2200-EDIT-DATE.

           MOVE 'N' TO WS-VALUES-SWITCH
           MOVE WS-PARM-DATE TO WS-DATE-CHECK

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
                   SET WS-VALUES-VALID TO TRUE
                   MOVE WS-PARM-DATE TO WS-WORK-DATE
                   COMPUTE WS-WORK-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
                   PERFORM 2250-COMPUTE-DAY-OF-WEEK
               END-IF
           END-IF

           IF NOT WS-VALUES-VALID
               MOVE 'DATE NOT A VALID YYYY-MM-DD - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * DAY 1 OF THE INTRINSIC DATE INTEGER FORM (1601-01-01) WAS A    *
      * MONDAY - THE SAME RECKONING YFBUSDT USES.                      *
      *----------------------------------------------------------------*
       2250-COMPUTE-DAY-OF-WEEK.

           COMPUTE WS-DAY-NUMBER = WS-WORK-INTEGER - 1
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY-REMAINDER
           COMPUTE WS-DAY-OF-WEEK = WS-WEEKDAY-REMAINDER + 1
           .

      *----------------------------------------------------------------*
      * EVERY DAY OF THE YEAR NOT ALREADY ON FILE, BY THE WEEKDAY      *
      * RULE. RERUNNING A YEAR ONLY FILLS GAPS.                        *
      *----------------------------------------------------------------*
       2300-GENERATE-YEAR.

           IF WS-PARM-YEAR NOT NUMERIC
            OR WS-PARM-YEAR LESS THAN '1601'
               MOVE 'YEAR NOT A VALID YYYY - SKIPPED'
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2300-GENERATE-YEAR-EXIT
           END-IF

           MOVE WS-PARM-YEAR TO WS-WORK-YYYYMMDD (1:4)
           MOVE '1231'       TO WS-WORK-YYYYMMDD (5:4)
           COMPUTE WS-YEAR-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
           MOVE '0101'       TO WS-WORK-YYYYMMDD (5:4)
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)

           MOVE ZERO TO WS-KEPT-COUNT
           PERFORM 2350-GENERATE-ONE-DAY
               UNTIL WS-WORK-INTEGER GREATER THAN WS-YEAR-END-INTEGER

           MOVE WS-KEPT-COUNT TO WS-KEPT-DISPLAY
           STRING 'GENERATED, ' DELIMITED BY SIZE
                  WS-KEPT-DISPLAY DELIMITED BY SIZE
                  ' DAYS ALREADY ON FILE KEPT'
                                DELIMITED BY SIZE
               INTO WS-D-DISPOSITION
           END-STRING
           ADD 1 TO WS-APPLIED-COUNT
           .
       2300-GENERATE-YEAR-EXIT.
           EXIT.

       2350-GENERATE-ONE-DAY.

           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-YYYYMMDD (1:4) TO CL-DATE (1:4)
           MOVE '-'                    TO CL-DATE (5:1)
           MOVE WS-WORK-YYYYMMDD (5:2) TO CL-DATE (6:2)
           MOVE '-'                    TO CL-DATE (8:1)
           MOVE WS-WORK-YYYYMMDD (7:2) TO CL-DATE (9:2)

           PERFORM 2250-COMPUTE-DAY-OF-WEEK
           MOVE WS-DAY-OF-WEEK TO CL-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK GREATER THAN 5
               MOVE 'W' TO CL-DAY-TYPE
           ELSE
               MOVE 'B' TO CL-DAY-TYPE
           END-IF
           MOVE SPACES           TO CL-DESCRIPTION
           MOVE 'YFCALM  '       TO CL-UPDATED-BY
           MOVE WS-RUN-TIMESTAMP TO CL-UPDATED-TS

           WRITE CL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-CALENDAR-OK
                   ADD 1 TO WS-GENERATED-COUNT
               WHEN WS-CALENDAR-DUPKEY
                   ADD 1 TO WS-KEPT-COUNT
               WHEN OTHER
                   DISPLAY 'YFCALM: CALENDAR WRITE FAILED FOR '
                       CL-DATE ', STATUS=' WS-CALENDAR-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-EVALUATE

           ADD 1 TO WS-WORK-INTEGER
           .

      *----------------------------------------------------------------*
      * H AND B - WRITE THE DAY, OR REPLACE IT IF ALREADY ON FILE.     *
      *----------------------------------------------------------------*
       2400-SET-ONE-DAY.

           PERFORM 2200-EDIT-DATE
           IF NOT WS-VALUES-VALID
               GO TO 2400-SET-ONE-DAY-EXIT
           END-IF

           MOVE WS-WORK-DATE        TO CL-DATE
           MOVE WS-PARM-ACTION      TO CL-DAY-TYPE
           MOVE WS-DAY-OF-WEEK      TO CL-DAY-OF-WEEK
           MOVE WS-PARM-DESCRIPTION TO CL-DESCRIPTION
           MOVE 'YFCALM  '          TO CL-UPDATED-BY
           MOVE WS-RUN-TIMESTAMP    TO CL-UPDATED-TS

           WRITE CL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CALENDAR-DUPKEY
               REWRITE CL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-CALENDAR-OK
                   MOVE 'REPLACED' TO WS-D-DISPOSITION
               END-IF
           ELSE
               IF WS-CALENDAR-OK
                   MOVE 'ADDED' TO WS-D-DISPOSITION
               END-IF
           END-IF

           IF WS-CALENDAR-OK
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .
       2400-SET-ONE-DAY-EXIT.
           EXIT.

       2500-DELETE-ONE-DAY.

           PERFORM 2200-EDIT-DATE
           IF NOT WS-VALUES-VALID
               GO TO 2500-DELETE-ONE-DAY-EXIT
           END-IF

           MOVE WS-WORK-DATE TO CL-DATE
           DELETE CALENDAR-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           EVALUATE TRUE
               WHEN WS-CALENDAR-OK
                   MOVE 'DELETED - WEEKDAY RULE APPLIES'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-CALENDAR-NOT-FOUND
                   MOVE 'NOT ON FILE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           .
       2500-DELETE-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE POLICY LIVES ON THE DATE-0000-00-00 CONTROL RECORD.        *
      *----------------------------------------------------------------*
       2600-SET-POLICY.

           IF NOT WS-PARM-POLICY-VALID
               MOVE 'POLICY NOT R OR F - SKIPPED' TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2600-SET-POLICY-EXIT
           END-IF

           MOVE '0000-00-00' TO CL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES           TO CL-CONTROL-DATA
           MOVE WS-PARM-POLICY   TO CL-NON-BUSINESS-POLICY
           MOVE 'YFCALM  '       TO CL-UPDATED-BY
           MOVE WS-RUN-TIMESTAMP TO CL-UPDATED-TS

           IF WS-CALENDAR-OK
               REWRITE CL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE '0000-00-00' TO CL-DATE
               WRITE CL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF WS-CALENDAR-OK
               MOVE 'POLICY SET' TO WS-D-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .
       2600-SET-POLICY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE POLICY, THEN EVERY DAY THAT DEPARTS FROM THE WEEKDAY RULE  *
      * - THE HOLIDAY LIST OPERATIONS SIGNS OFF EACH YEAR.             *
      *----------------------------------------------------------------*
       2800-LIST-EXCEPTIONS.

           MOVE SPACES TO CM-LINE
           WRITE CM-LINE

           MOVE 'REFUSE (NO CONTROL RECORD)' TO WS-H-POLICY
           MOVE '0000-00-00' TO CL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CALENDAR-OK
               IF CL-POLICY-ROLL-FORWARD
                   MOVE 'ROLL FORWARD' TO WS-H-POLICY
               ELSE
                   MOVE 'REFUSE' TO WS-H-POLICY
               END-IF
           END-IF
           MOVE WS-HEADING-3 TO CM-LINE
           WRITE CM-LINE
           MOVE WS-HEADING-4 TO CM-LINE
           WRITE CM-LINE

      *    THE CONTROL RECORD SORTS FIRST - START PAST IT.
           MOVE '0000-00-01' TO CL-DATE
           START CALENDAR-FILE
               KEY IS NOT LESS THAN CL-DATE
               INVALID KEY
                   SET WS-END-OF-DAYS TO TRUE
           END-START

           IF NOT WS-END-OF-DAYS
               PERFORM 2850-READ-NEXT-DAY
           END-IF
           PERFORM 2860-PRINT-ONE-DAY
               UNTIL WS-END-OF-DAYS
           .

       2850-READ-NEXT-DAY.

           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DAYS TO TRUE
           END-READ
           .

       2860-PRINT-ONE-DAY.

           IF CL-HOLIDAY
            OR (CL-BUSINESS-DAY AND CL-DAY-OF-WEEK GREATER THAN 5)
            OR (CL-WEEKEND AND CL-DAY-OF-WEEK NOT GREATER THAN 5)
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE CL-DATE              TO WS-DD-DATE
               MOVE SPACES               TO WS-DD-DAY-NAME
               IF CL-DAY-OF-WEEK NUMERIC
                AND CL-DAY-OF-WEEK GREATER THAN ZERO
                AND CL-DAY-OF-WEEK LESS THAN 8
                   MOVE WS-DAY-NAME (CL-DAY-OF-WEEK) TO WS-DD-DAY-NAME
               END-IF
               EVALUATE TRUE
                   WHEN CL-HOLIDAY
                       MOVE 'HOLIDAY'  TO WS-DD-DAY-TYPE
                   WHEN CL-BUSINESS-DAY
                       MOVE 'BUSINESS' TO WS-DD-DAY-TYPE
                   WHEN OTHER
                       MOVE 'WEEKEND'  TO WS-DD-DAY-TYPE
               END-EVALUATE
               MOVE CL-DESCRIPTION       TO WS-DD-DESCRIPTION
               MOVE CL-UPDATED-TS (1:19) TO WS-DD-UPDATED-TS
               MOVE WS-DETAIL-DAY        TO CM-LINE
               WRITE CM-LINE
           END-IF

           PERFORM 2850-READ-NEXT-DAY
           .

       3000-PRODUCE-TOTALS.

           MOVE SPACES TO CM-LINE
           WRITE CM-LINE

           MOVE WS-READ-COUNT        TO WS-D-READ-COUNT
           MOVE WS-DETAIL-READ       TO CM-LINE
           WRITE CM-LINE

           MOVE WS-APPLIED-COUNT     TO WS-D-APPLIED-COUNT
           MOVE WS-DETAIL-APPLIED    TO CM-LINE
           WRITE CM-LINE

           MOVE WS-SKIPPED-COUNT     TO WS-D-SKIPPED-COUNT
           MOVE WS-DETAIL-SKIPPED    TO CM-LINE
           WRITE CM-LINE

           MOVE WS-GENERATED-COUNT   TO WS-D-GENERATED-COUNT
           MOVE WS-DETAIL-GENERATED  TO CM-LINE
           WRITE CM-LINE

           MOVE WS-EXCEPTION-COUNT   TO WS-D-EXCEPTION-COUNT
           MOVE WS-DETAIL-EXCEPTIONS TO CM-LINE
           WRITE CM-LINE

           CLOSE PARM-FILE
           CLOSE CALENDAR-FILE
           CLOSE CALENDAR-RPT

           DISPLAY 'YFCALM: REQUESTS READ.....: ' WS-READ-COUNT
           DISPLAY 'YFCALM: REQUESTS APPLIED..: ' WS-APPLIED-COUNT
           DISPLAY 'YFCALM: REQUESTS SKIPPED..: ' WS-SKIPPED-COUNT
           DISPLAY 'YFCALM: DAYS GENERATED....: ' WS-GENERATED-COUNT
           DISPLAY 'YFCALM: EXCEPTIONS ON FILE: ' WS-EXCEPTION-COUNT
           .

       9999-EXIT.
           EXIT.
       9999-EXIT-EXIT.
           STOP RUN.
