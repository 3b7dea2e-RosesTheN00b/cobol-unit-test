      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       NIGHTLY APPROVAL-QUEUE EXPIRY AND REPORT. FIRST
      *                POSTS THE FIELD-2 THRESHOLD AND EXPIRY DAYS FROM
      *                THE APRPARM PARAMETER FILE TO THE APPRFILE
      *                CONTROL RECORD (SEE APPRREC) - THRESHOLD IN
      *                COLUMNS 1-5, EXPIRY DAYS IN COLUMNS 7-9, BOTH
      *                ZERO PADDED - SO CICSDEMO PICKS UP THE NEW
      *                THRESHOLD ON ITS NEXT READ. THEN WALKS THE QUEUE:
      *                AN ITEM STILL PENDING THAT WAS QUEUED MORE THAN
      *                THE EXPIRY DAYS BEFORE TONIGHT'S BUSINESS DATE
      *                IS MARKED EXPIRED (IT CAN NO LONGER BE APPROVED;
      *                THE OPERATOR MUST KEY IT AGAIN), AND EVERY ITEM
      *                EXPIRED TONIGHT, DECIDED SINCE THE PREVIOUS
      *                BUSINESS DATE, OR STILL PENDING IS LISTED ON
      *                APRRPT WITH ITS MAKER AND CHECKER, SO NOTHING
      *                SITS IN THE QUEUE UNSEEN.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  ITEMS CLOSED TODAY AS SUPERSEDED (THE RECORD WAS
      *                 CHANGED AFTER THEY WERE QUEUED) ARE LISTED AND
      *                 COUNTED WITH THE DAY'S DECISIONS.
      * 2026-10-15 RJH  DECISIONS ARE LISTED FROM THE DAY AFTER THE
      *                 PREVIOUS BUSINESS DATE (YFBUSDT) UP TO
      *                 TONIGHT'S, SO ONE TAKEN ON A WEEKEND OR HOLIDAY
      *                 IS NO LONGER LEFT OFF EVERY NIGHT'S LISTING.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFAPREX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO APRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPARM-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-SEQ
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT APPROVAL-RPT ASSIGN TO APRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  APPROVAL-FILE
           RECORD CONTAINS 145 CHARACTERS.
           COPY APPRREC.

       FD  APPROVAL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY BDCOMM.

       01  WS-APRPARM-STATUS               PIC X(2).
           88  WS-APRPARM-OK                    VALUE '00'.

       01  WS-APPRFILE-STATUS              PIC X(2).
           88  WS-APPRFILE-OK                   VALUE '00'.
           88  WS-APPRFILE-EOF                  VALUE '10'.
           88  WS-APPRFILE-NOT-FOUND            VALUE '23'.
           88  WS-APPRFILE-NO-FILE              VALUE '35'.

       01  WS-APRRPT-STATUS                 PIC X(2).
           88  WS-APRRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

      *----------------------------------------------------------------*
      * RUN PARAMETER RECORD - FIELD-2 THRESHOLD IN COLUMNS 1-5, EXPIRY*
      * DAYS IN COLUMNS 7-9, ZERO PADDED (E.G. 01000 005). THE JOB     *
      * REFUSES TO RUN ON A NON-NUMERIC VALUE OR ZERO EXPIRY DAYS      *
      * RATHER THAN GUESS A DEFAULT. A ZERO THRESHOLD IS LEGAL - IT    *
      * SENDS EVERY FIELD-2 CHANGE FOR APPROVAL.                       *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-THRESHOLD           PIC 9(5).
           05  FILLER                      PIC X(1).
           05  WS-PARM-EXPIRY-DAYS         PIC 9(3).
           05  FILLER                      PIC X(71).

       77  WS-BUSINESS-YYYYMMDD             PIC 9(8)       VALUE ZERO.
       77  WS-TODAY-INTEGER                 PIC 9(9)  COMP VALUE ZERO.
       77  WS-CUTOFF-INTEGER                PIC 9(9)  COMP VALUE ZERO.
       77  WS-CUTOFF-YYYYMMDD               PIC 9(8)       VALUE ZERO.

      *    CUTOFF DATE IN THE YYYY-MM-DD SHAPE OF BYTES 1-10 OF
      *    AP-QUEUED-TS - AN ITEM QUEUED BEFORE IT HAS EXPIRED.
       01  WS-CUTOFF-DATE                   PIC X(10)     VALUE SPACES.

      *    THE PREVIOUS BUSINESS DATE - DECISIONS STAMPED ON OR BEFORE
      *    IT WENT ON THAT NIGHT'S LISTING.
       01  WS-DECIDED-AFTER                 PIC X(10)     VALUE SPACES.

       01  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.
       01  WS-ACCEPT-TIME                   PIC 9(8)      VALUE ZERO.

       77  WS-READ-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-PENDING-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT                PIC 9(9) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT                PIC 9(9) COMP VALUE ZERO.
       77  WS-SUPERSEDED-COUNT              PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(30) VALUE
                   'APPROVAL QUEUE - EXPIRY AND ST'.
               10  FILLER                  PIC X(10) VALUE
                   'ATUS      '.
               10  FILLER                  PIC X(15) VALUE
                   'BUSINESS DATE: '.
               10  WS-H-BUSINESS-DATE      PIC X(10).
               10  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-HEADING-1B.
               10  FILLER                  PIC X(22) VALUE
                   'DECISIONS AFTER.....: '.
               10  WS-H-DECIDED-AFTER      PIC X(10).
               10  FILLER                  PIC X(9)  VALUE
                   ' THROUGH '.
               10  WS-H-DECIDED-THROUGH    PIC X(10).
               10  FILLER                  PIC X(29) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(22) VALUE
                   'FIELD-2 THRESHOLD...: '.
               10  WS-H-THRESHOLD          PIC ZZ,ZZ9.
               10  FILLER                  PIC X(15) VALUE
                   '  EXPIRY DAYS: '.
               10  WS-H-EXPIRY-DAYS        PIC ZZ9.
               10  FILLER                  PIC X(10) VALUE
                   '  CUTOFF: '.
               10  WS-H-CUTOFF             PIC X(10).
               10  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(40) VALUE
                   'ITEM-SEQ  A KEY   FROM  TO    MAKER    Q'.
               10  FILLER                  PIC X(40) VALUE
                   'UEUED-ON   STATE    DECIDED-BY'.
           05  WS-DETAIL-LINE.
               10  WS-D-SEQ                PIC 9(9).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-ACTION             PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-KEY                PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-FROM-FIELD-2       PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-TO-FIELD-2         PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-MAKER              PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-QUEUED-ON          PIC X(10).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-STATE              PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-DECIDED-BY         PIC X(8).
               10  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-DETAIL-READ.
               10  FILLER                  PIC X(22) VALUE
                   'ITEMS READ..........: '.
               10  WS-D-READ-COUNT         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-EXPIRED.
               10  FILLER                  PIC X(22) VALUE
                   'EXPIRED TONIGHT.....: '.
               10  WS-D-EXPIRED-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-APPROVED.
               10  FILLER                  PIC X(22) VALUE
                   'APPROVED TODAY......: '.
               10  WS-D-APPROVED-COUNT     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-REJECTED.
               10  FILLER                  PIC X(22) VALUE
                   'REJECTED TODAY......: '.
               10  WS-D-REJECTED-COUNT     PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-SUPERSEDED.
               10  FILLER                  PIC X(22) VALUE
                   'SUPERSEDED TODAY....: '.
               10  WS-D-SUPERSEDED-COUNT   PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-PENDING.
               10  FILLER                  PIC X(22) VALUE
                   'STILL PENDING.......: '.
               10  WS-D-PENDING-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-ITEM
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-REPORT
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           PERFORM 1100-READ-PARM-FILE
           PERFORM 1200-STAMP-RUN-TIMESTAMP
           PERFORM 1300-COMPUTE-CUTOFF-DATE
           PERFORM 1350-FIND-PREVIOUS-BUS-DAY

      *----------------------------------------------------------------*
      * THE FIRST RUN EVER MAY COME BEFORE ANY OPERATOR HAS QUEUED     *
      * ANYTHING - CREATE THE FILE SO THE CONTROL RECORD CAN BE POSTED *
      * AND CICSDEMO FINDS THE REAL THRESHOLD FROM THE START.          *
      *----------------------------------------------------------------*
           OPEN I-O APPROVAL-FILE
           IF WS-APPRFILE-NO-FILE
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF NOT WS-APPRFILE-OK
               DISPLAY 'YFAPREX: UNABLE TO OPEN APPRFILE, STATUS='
                   WS-APPRFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT APPROVAL-RPT
           IF NOT WS-APRRPT-OK
               DISPLAY 'YFAPREX: UNABLE TO OPEN APRRPT, STATUS='
                   WS-APRRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           PERFORM 1400-POST-CONTROL-RECORD

           MOVE RC-BUSINESS-DATE       TO WS-H-BUSINESS-DATE
           MOVE WS-HEADING-1 TO AR-LINE
           WRITE AR-LINE
           MOVE WS-DECIDED-AFTER       TO WS-H-DECIDED-AFTER
           MOVE RC-BUSINESS-DATE       TO WS-H-DECIDED-THROUGH
           MOVE WS-HEADING-1B TO AR-LINE
           WRITE AR-LINE
           MOVE WS-PARM-THRESHOLD      TO WS-H-THRESHOLD
           MOVE WS-PARM-EXPIRY-DAYS    TO WS-H-EXPIRY-DAYS
           MOVE WS-CUTOFF-DATE         TO WS-H-CUTOFF
           MOVE WS-HEADING-2 TO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           WRITE AR-LINE
           MOVE WS-HEADING-3 TO AR-LINE
           WRITE AR-LINE

      *    THE WALK STARTS PAST THE CONTROL RECORD.
           MOVE 1 TO AP-SEQ
           START APPROVAL-FILE
               KEY IS NOT LESS THAN AP-SEQ
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START

           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-APPROVAL-FILE
           END-IF
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFAPREX ' TO RC-JOB-NAME
           MOVE SPACES TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFAPREX: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1100-READ-PARM-FILE.

           OPEN INPUT PARM-FILE
           IF NOT WS-APRPARM-OK
               DISPLAY 'YFAPREX: UNABLE TO OPEN APRPARM, STATUS='
                   WS-APRPARM-STATUS
               GO TO 9999-EXIT
           END-IF

           READ PARM-FILE INTO WS-PARM-RECORD
               AT END
                   DISPLAY 'YFAPREX: APRPARM IS EMPTY'
                   CLOSE PARM-FILE
                   GO TO 9999-EXIT
           END-READ
           CLOSE PARM-FILE

           IF WS-PARM-THRESHOLD NOT NUMERIC
            OR WS-PARM-EXPIRY-DAYS NOT NUMERIC
            OR WS-PARM-EXPIRY-DAYS EQUAL ZERO
               DISPLAY 'YFAPREX: INVALID THRESHOLD/EXPIRY IN APRPARM: '
                   WS-PARM-RECORD (1:9)
               GO TO 9999-EXIT
           END-IF
           .

       1200-STAMP-RUN-TIMESTAMP.

           ACCEPT WS-CUTOFF-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME     FROM TIME

           MOVE SPACES TO WS-RUN-TIMESTAMP
           MOVE WS-CUTOFF-YYYYMMDD (1:4) TO WS-RUN-TIMESTAMP (1:4)
           MOVE '-'                      TO WS-RUN-TIMESTAMP (5:1)
           MOVE WS-CUTOFF-YYYYMMDD (5:2) TO WS-RUN-TIMESTAMP (6:2)
           MOVE '-'                      TO WS-RUN-TIMESTAMP (8:1)
           MOVE WS-CUTOFF-YYYYMMDD (7:2) TO WS-RUN-TIMESTAMP (9:2)
           MOVE WS-ACCEPT-TIME (1:2)     TO WS-RUN-TIMESTAMP (12:2)
           MOVE '.'                      TO WS-RUN-TIMESTAMP (14:1)
           MOVE WS-ACCEPT-TIME (3:2)     TO WS-RUN-TIMESTAMP (15:2)
           MOVE '.'                      TO WS-RUN-TIMESTAMP (17:1)
           MOVE WS-ACCEPT-TIME (5:2)     TO WS-RUN-TIMESTAMP (18:2)
           .

      *----------------------------------------------------------------*
      * CUTOFF = TONIGHT'S BUSINESS DATE MINUS THE EXPIRY DAYS, BY WAY *
      * OF THE INTRINSIC DATE INTEGER FORM THE SAME AS YFPURGE, THEN   *
      * RE-PUNCTUATED TO YYYY-MM-DD FOR A PLAIN COMPARE AGAINST THE    *
      * QUEUED STAMP.                                                  *
      *----------------------------------------------------------------*
       1300-COMPUTE-CUTOFF-DATE.

           MOVE RC-BUSINESS-DATE (1:4) TO WS-BUSINESS-YYYYMMDD (1:4)
           MOVE RC-BUSINESS-DATE (6:2) TO WS-BUSINESS-YYYYMMDD (5:2)
           MOVE RC-BUSINESS-DATE (9:2) TO WS-BUSINESS-YYYYMMDD (7:2)

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-YYYYMMDD)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-PARM-EXPIRY-DAYS
           COMPUTE WS-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)

           MOVE WS-CUTOFF-YYYYMMDD (1:4) TO WS-CUTOFF-DATE (1:4)
           MOVE '-'                      TO WS-CUTOFF-DATE (5:1)
           MOVE WS-CUTOFF-YYYYMMDD (5:2) TO WS-CUTOFF-DATE (6:2)
           MOVE '-'                      TO WS-CUTOFF-DATE (8:1)
           MOVE WS-CUTOFF-YYYYMMDD (7:2) TO WS-CUTOFF-DATE (9:2)
           .

      *----------------------------------------------------------------*
      * DECISIONS ARE STAMPED WITH THE CLOCK, AND THIS JOB DOES NOT    *
      * RUN ON A WEEKEND OR HOLIDAY UNDER THE REFUSE POLICY (A RUN IS  *
      * DATED THE NEXT BUSINESS DAY UNDER ROLL FORWARD), SO THE        *
      * LISTING TAKES EVERY DECISION STAMPED AFTER THE PREVIOUS        *
      * BUSINESS DATE AND UP TO TONIGHT'S. NOT BEING ABLE TO COUNT     *
      * BACK STOPS THE JOB RATHER THAN DROP DAYS FROM THE LISTING.     *
      *----------------------------------------------------------------*
       1350-FIND-PREVIOUS-BUS-DAY.

           SET BD-FUNCTION-SUBTRACT TO TRUE
           MOVE RC-BUSINESS-DATE     TO BD-DATE-IN
           MOVE 1                    TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA

           IF BD-OK OR BD-NOT-ON-CALENDAR OR BD-CALENDAR-UNAVAILABLE
               MOVE BD-DATE-OUT TO WS-DECIDED-AFTER
               IF NOT BD-OK
                   DISPLAY 'YFAPREX: ' BD-MESSAGE
               END-IF
           ELSE
               DISPLAY 'YFAPREX: CANNOT FIND PREVIOUS BUSINESS DAY - '
                   BD-MESSAGE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * POST TONIGHT'S THRESHOLD AND EXPIRY DAYS TO THE CONTROL RECORD,*
      * KEEPING THE NEXT SEQUENCE CICSDEMO HAS BEEN DRAWING FROM. NO   *
      * CONTROL RECORD YET MEANS NOTHING HAS EVER BEEN QUEUED - START  *
      * THE SEQUENCE AT 1.                                             *
      *----------------------------------------------------------------*
       1400-POST-CONTROL-RECORD.

           MOVE ZERO TO AP-SEQ
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-APPRFILE-OK
               MOVE WS-PARM-THRESHOLD   TO AP-FIELD-2-THRESHOLD
               MOVE WS-PARM-EXPIRY-DAYS TO AP-EXPIRY-DAYS
               MOVE WS-RUN-TIMESTAMP    TO AP-CONTROL-UPDATED-TS
               REWRITE AP-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES              TO AP-RECORD
               MOVE ZERO                TO AP-SEQ
               MOVE 1                   TO AP-NEXT-SEQ
               MOVE WS-PARM-THRESHOLD   TO AP-FIELD-2-THRESHOLD
               MOVE WS-PARM-EXPIRY-DAYS TO AP-EXPIRY-DAYS
               MOVE WS-RUN-TIMESTAMP    TO AP-CONTROL-UPDATED-TS
               WRITE AP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF NOT WS-APPRFILE-OK
               DISPLAY 'YFAPREX: UNABLE TO POST CONTROL RECORD, STATUS='
                   WS-APPRFILE-STATUS
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE QUEUE ITEM. A PENDING ITEM QUEUED BEFORE THE CUTOFF        *
      * EXPIRES; ONE STILL INSIDE THE WINDOW STAYS PENDING. ITEMS      *
      * DECIDED SINCE THE PREVIOUS BUSINESS DATE ARE LISTED; OLDER     *
      * DECIDED OR EXPIRED ITEMS ARE THE PERMANENT RECORD AND ARE ONLY *
      * COUNTED AS READ.                                               *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-ITEM.

           ADD 1 TO WS-READ-COUNT

           EVALUATE TRUE
               WHEN AP-STATE-PENDING
                AND AP-QUEUED-TS (1:10) LESS THAN WS-CUTOFF-DATE
                   PERFORM 2300-EXPIRE-ITEM
               WHEN AP-STATE-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING ' TO WS-D-STATE
                   PERFORM 2500-PRINT-ITEM
               WHEN AP-STATE-APPROVED
                AND AP-DECIDED-TS (1:10) GREATER THAN WS-DECIDED-AFTER
                AND AP-DECIDED-TS (1:10) NOT GREATER THAN
                    RC-BUSINESS-DATE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED' TO WS-D-STATE
                   PERFORM 2500-PRINT-ITEM
               WHEN AP-STATE-REJECTED
                AND AP-DECIDED-TS (1:10) GREATER THAN WS-DECIDED-AFTER
                AND AP-DECIDED-TS (1:10) NOT GREATER THAN
                    RC-BUSINESS-DATE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-D-STATE
                   PERFORM 2500-PRINT-ITEM
               WHEN AP-STATE-SUPERSEDED
                AND AP-DECIDED-TS (1:10) GREATER THAN WS-DECIDED-AFTER
                AND AP-DECIDED-TS (1:10) NOT GREATER THAN
                    RC-BUSINESS-DATE
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE 'SUPERSED' TO WS-D-STATE
                   PERFORM 2500-PRINT-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2100-READ-APPROVAL-FILE
           .

       2100-READ-APPROVAL-FILE.

           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2300-EXPIRE-ITEM.

           SET AP-STATE-EXPIRED     TO TRUE
           MOVE 'YFAPREX '          TO AP-DECIDED-BY
           MOVE WS-RUN-TIMESTAMP    TO AP-DECIDED-TS

           REWRITE AP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-APPRFILE-OK
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'EXPIRED ' TO WS-D-STATE
           ELSE
               DISPLAY 'YFAPREX: EXPIRY REWRITE FAILED FOR ITEM '
                   AP-SEQ ' STATUS=' WS-APPRFILE-STATUS
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING ' TO WS-D-STATE
           END-IF
           PERFORM 2500-PRINT-ITEM
           .

       2500-PRINT-ITEM.

           MOVE AP-SEQ               TO WS-D-SEQ
           MOVE AP-ACTION            TO WS-D-ACTION
           MOVE AP-RECORD-KEY        TO WS-D-KEY
           MOVE AP-BEFORE-FIELD-2    TO WS-D-FROM-FIELD-2
           MOVE AP-FIELD-2           TO WS-D-TO-FIELD-2
           MOVE AP-MAKER-USERID      TO WS-D-MAKER
           MOVE AP-QUEUED-TS (1:10)  TO WS-D-QUEUED-ON
           MOVE AP-DECIDED-BY        TO WS-D-DECIDED-BY
           MOVE WS-DETAIL-LINE       TO AR-LINE
           WRITE AR-LINE
           .

       3000-PRODUCE-REPORT.

           MOVE SPACES TO AR-LINE
           WRITE AR-LINE

           MOVE WS-READ-COUNT       TO WS-D-READ-COUNT
           MOVE WS-DETAIL-READ      TO AR-LINE
           WRITE AR-LINE

           MOVE WS-EXPIRED-COUNT    TO WS-D-EXPIRED-COUNT
           MOVE WS-DETAIL-EXPIRED   TO AR-LINE
           WRITE AR-LINE

           MOVE WS-APPROVED-COUNT   TO WS-D-APPROVED-COUNT
           MOVE WS-DETAIL-APPROVED  TO AR-LINE
           WRITE AR-LINE

           MOVE WS-REJECTED-COUNT   TO WS-D-REJECTED-COUNT
           MOVE WS-DETAIL-REJECTED  TO AR-LINE
           WRITE AR-LINE

           MOVE WS-SUPERSEDED-COUNT TO WS-D-SUPERSEDED-COUNT
           MOVE WS-DETAIL-SUPERSEDED TO AR-LINE
           WRITE AR-LINE

           MOVE WS-PENDING-COUNT    TO WS-D-PENDING-COUNT
           MOVE WS-DETAIL-PENDING   TO AR-LINE
           WRITE AR-LINE

           CLOSE APPROVAL-FILE
           CLOSE APPROVAL-RPT

           DISPLAY 'YFAPREX: ITEMS READ........: ' WS-READ-COUNT
           DISPLAY 'YFAPREX: EXPIRED TONIGHT...: ' WS-EXPIRED-COUNT
           DISPLAY 'YFAPREX: APPROVED TODAY....: ' WS-APPROVED-COUNT
           DISPLAY 'YFAPREX: REJECTED TODAY....: ' WS-REJECTED-COUNT
           DISPLAY 'YFAPREX: SUPERSEDED TODAY..: ' WS-SUPERSEDED-COUNT
           DISPLAY 'YFAPREX: STILL PENDING.....: ' WS-PENDING-COUNT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-EXPIRED-COUNT TO RC-RECORD-COUNT
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
               MOVE WS-EXPIRED-COUNT TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
