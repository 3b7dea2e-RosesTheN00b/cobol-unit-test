      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       FIELD-3 STATUS TRANSITION RULES MAINTENANCE.
      *                READS MAINTENANCE REQUESTS FROM THE TRNPARM
      *                PARAMETER FILE - ONE PER LINE, ACTION IN COLUMN
      *                1 (A ADD, D DELETE), FROM VALUE IN COLUMNS 3-7,
      *                TO VALUE IN COLUMNS 9-13 (BLANK COLUMNS MEAN A
      *                BLANK FIELD-3) - AND APPLIES THEM TO THE TRANRULE
      *                FILE (SEE TRANREC) THAT CICSDEMO AND YFTRANS
      *                CHECK, SO OPERATIONS CAN CHANGE THE LIFECYCLE
      *                WHEN A NEW PRODUCT COMES IN WITHOUT A
      *                PROGRAMMER. BOTH VALUES MUST PASS THE SHARED
      *                YFEDITS FIELD-3 EDIT - A RULE FOR A VALUE THE
      *                SCREEN WOULD NEVER ACCEPT IS A KEYING ERROR.
      *                EVERY REQUEST IS PRINTED WITH ITS DISPOSITION
      *                ON TRNRPT, FOLLOWED BY THE FULL RULE TABLE AS IT
      *                STANDS AFTER THE RUN; A BAD REQUEST IS REPORTED
      *                AND SKIPPED, NEVER GUESSED AT.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFTRANM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO TRNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPARM-STATUS.

           SELECT TRANSITION-FILE ASSIGN TO TRANRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TRANRULE-STATUS.

           SELECT TRANSITION-RPT ASSIGN TO TRNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  TRANSITION-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY TRANREC.

       FD  TRANSITION-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  TM-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY EDITCOMM.

       01  WS-TRNPARM-STATUS               PIC X(2).
           88  WS-TRNPARM-OK                    VALUE '00'.
           88  WS-TRNPARM-EOF                   VALUE '10'.

       01  WS-TRANRULE-STATUS              PIC X(2).
           88  WS-TRANRULE-OK                   VALUE '00'.
           88  WS-TRANRULE-EOF                  VALUE '10'.
           88  WS-TRANRULE-DUPKEY               VALUE '22'.
           88  WS-TRANRULE-NOT-FOUND            VALUE '23'.
           88  WS-TRANRULE-NO-FILE              VALUE '35'.

       01  WS-TRNRPT-STATUS                 PIC X(2).
           88  WS-TRNRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RULE-EOF-SWITCH               PIC X(1)      VALUE 'N'.
           88  WS-END-OF-RULES                      VALUE 'Y'.

       01  WS-VALUES-SWITCH                 PIC X(1)      VALUE 'N'.
           88  WS-VALUES-VALID                      VALUE 'Y'.

      *----------------------------------------------------------------*
      * MAINTENANCE REQUEST - ACTION IN COLUMN 1, FROM VALUE IN 3-7,   *
      * TO VALUE IN 9-13.                                              *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-ACTION              PIC X(1).
               88  WS-PARM-ACTION-ADD           VALUE 'A'.
               88  WS-PARM-ACTION-DELETE        VALUE 'D'.
           05  FILLER                      PIC X(1).
           05  WS-PARM-FROM-STATUS         PIC X(5).
           05  FILLER                      PIC X(1).
           05  WS-PARM-TO-STATUS           PIC X(5).
           05  FILLER                      PIC X(67).

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.

       77  WS-READ-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-RULE-COUNT                    PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(35) VALUE
                   'STATUS TRANSITION RULES MAINTENANCE'.
               10  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(26) VALUE
                   'A FROM  TO    DISPOSITION'.
               10  FILLER                  PIC X(54) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-D-ACTION             PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-FROM-STATUS        PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-TO-STATUS          PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-DISPOSITION        PIC X(40).
               10  FILLER                  PIC X(26) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(37) VALUE
                   'RULES ON FILE AFTER THIS RUN (FROM TO'.
               10  FILLER                  PIC X(32) VALUE
                   ' - UPDATED BY / UPDATED AT)'.
               10  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-DETAIL-RULE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DR-FROM-STATUS       PIC X(5).
               10  FILLER                  PIC X(4)  VALUE ' -> '.
               10  WS-DR-TO-STATUS         PIC X(5).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DR-UPDATED-BY        PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DR-UPDATED-TS        PIC X(19).
               10  FILLER                  PIC X(33) VALUE SPACES.
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
           05  WS-DETAIL-RULES.
               10  FILLER                  PIC X(22) VALUE
                   'RULES ON FILE.......: '.
               10  WS-D-RULE-COUNT         PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2800-LIST-RULES
           PERFORM 3000-PRODUCE-TOTALS
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           PERFORM 1200-STAMP-RUN-TIMESTAMP

           OPEN INPUT PARM-FILE
           IF NOT WS-TRNPARM-OK
               DISPLAY 'YFTRANM: UNABLE TO OPEN TRNPARM, STATUS='
                   WS-TRNPARM-STATUS
               GO TO 9999-EXIT
           END-IF

      *----------------------------------------------------------------*
      * FIRST RUN EVER HAS NO TRANRULE TO EXTEND - CREATE IT AND CARRY *
      * ON. EVERY LATER RUN MAINTAINS THE EXISTING FILE.               *
      *----------------------------------------------------------------*
           OPEN I-O TRANSITION-FILE
           IF WS-TRANRULE-NO-FILE
               OPEN OUTPUT TRANSITION-FILE
               CLOSE TRANSITION-FILE
               OPEN I-O TRANSITION-FILE
           END-IF
           IF NOT WS-TRANRULE-OK
               DISPLAY 'YFTRANM: UNABLE TO OPEN TRANRULE, STATUS='
                   WS-TRANRULE-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT TRANSITION-RPT
           IF NOT WS-TRNRPT-OK
               DISPLAY 'YFTRANM: UNABLE TO OPEN TRNRPT, STATUS='
                   WS-TRNRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE WS-HEADING-1 TO TM-LINE
           WRITE TM-LINE
           MOVE WS-HEADING-2 TO TM-LINE
           WRITE TM-LINE

           PERFORM 2100-READ-PARM-FILE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFTRANM ' TO RC-JOB-NAME
           MOVE SPACES TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFTRANM: ' RC-MESSAGE
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
           MOVE SPACES TO WS-D-DISPOSITION

           PERFORM 2200-EDIT-VALUES

           EVALUATE TRUE
               WHEN NOT WS-VALUES-VALID
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PARM-FROM-STATUS EQUAL WS-PARM-TO-STATUS
                   MOVE 'FROM EQUALS TO - NO RULE NEEDED'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PARM-ACTION-ADD
                   PERFORM 2300-APPLY-ADD
               WHEN WS-PARM-ACTION-DELETE
                   PERFORM 2500-APPLY-DELETE
               WHEN OTHER
                   MOVE 'ACTION NOT A/D - SKIPPED'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE

           MOVE WS-PARM-ACTION      TO WS-D-ACTION
           MOVE WS-PARM-FROM-STATUS TO WS-D-FROM-STATUS
           MOVE WS-PARM-TO-STATUS   TO WS-D-TO-STATUS
           MOVE WS-DETAIL-LINE      TO TM-LINE
           WRITE TM-LINE
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
      * BOTH VALUES GO THROUGH THE SHARED YFEDITS FIELD-3 EDIT, SO THE *
      * VALUE SET STAYS DEFINED IN ONE PLACE. THE KEY AND FIELD-2 ARE  *
      * DUMMIES THAT ALWAYS PASS.                                      *
      *----------------------------------------------------------------*
       2200-EDIT-VALUES.

           SET WS-VALUES-VALID TO TRUE

           MOVE 'RULE '             TO EDT-KEY
           MOVE '00000'             TO EDT-FIELD-2
           MOVE WS-PARM-FROM-STATUS TO EDT-FIELD-3
           MOVE SPACES              TO EDT-FIELD-4
           CALL 'YFEDITS' USING EDIT-COMMAREA
           IF EDT-FAILED
               MOVE 'N' TO WS-VALUES-SWITCH
               MOVE 'FROM NOT A VALID FIELD-3 - SKIPPED'
                   TO WS-D-DISPOSITION
           ELSE
               MOVE WS-PARM-TO-STATUS TO EDT-FIELD-3
               CALL 'YFEDITS' USING EDIT-COMMAREA
               IF EDT-FAILED
                   MOVE 'N' TO WS-VALUES-SWITCH
                   MOVE 'TO NOT A VALID FIELD-3 - SKIPPED'
                       TO WS-D-DISPOSITION
               END-IF
           END-IF
           .

       2300-APPLY-ADD.

           MOVE WS-PARM-FROM-STATUS TO TR-FROM-STATUS
           MOVE WS-PARM-TO-STATUS   TO TR-TO-STATUS
           MOVE 'YFTRANM '          TO TR-UPDATED-BY
           MOVE WS-RUN-TIMESTAMP    TO TR-UPDATED-TS
           WRITE TR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-TRANRULE-OK
                   MOVE 'ADDED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-TRANRULE-DUPKEY
                   MOVE 'ALREADY ON FILE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           .

       2500-APPLY-DELETE.

           MOVE WS-PARM-FROM-STATUS TO TR-FROM-STATUS
           MOVE WS-PARM-TO-STATUS   TO TR-TO-STATUS
           DELETE TRANSITION-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           EVALUATE TRUE
               WHEN WS-TRANRULE-OK
                   MOVE 'DELETED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-TRANRULE-NOT-FOUND
                   MOVE 'NOT ON FILE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE WHOLE RULE TABLE AS IT NOW STANDS, SO THE REPORT IS ALSO   *
      * THE LIFECYCLE OPERATIONS SIGNS OFF.                            *
      *----------------------------------------------------------------*
       2800-LIST-RULES.

           MOVE SPACES TO TM-LINE
           WRITE TM-LINE
           MOVE WS-HEADING-3 TO TM-LINE
           WRITE TM-LINE

           MOVE LOW-VALUES TO TR-KEY
           START TRANSITION-FILE
               KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   SET WS-END-OF-RULES TO TRUE
           END-START

           IF NOT WS-END-OF-RULES
               PERFORM 2850-READ-NEXT-RULE
           END-IF
           PERFORM 2860-PRINT-ONE-RULE
               UNTIL WS-END-OF-RULES
           .

       2850-READ-NEXT-RULE.

           READ TRANSITION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-RULES TO TRUE
           END-READ
           .

       2860-PRINT-ONE-RULE.

           ADD 1 TO WS-RULE-COUNT
           MOVE TR-FROM-STATUS       TO WS-DR-FROM-STATUS
           MOVE TR-TO-STATUS         TO WS-DR-TO-STATUS
           MOVE TR-UPDATED-BY        TO WS-DR-UPDATED-BY
           MOVE TR-UPDATED-TS (1:19) TO WS-DR-UPDATED-TS
           MOVE WS-DETAIL-RULE       TO TM-LINE
           WRITE TM-LINE

           PERFORM 2850-READ-NEXT-RULE
           .

       3000-PRODUCE-TOTALS.

           MOVE SPACES TO TM-LINE
           WRITE TM-LINE

           MOVE WS-READ-COUNT      TO WS-D-READ-COUNT
           MOVE WS-DETAIL-READ     TO TM-LINE
           WRITE TM-LINE

           MOVE WS-APPLIED-COUNT   TO WS-D-APPLIED-COUNT
           MOVE WS-DETAIL-APPLIED  TO TM-LINE
           WRITE TM-LINE

           MOVE WS-SKIPPED-COUNT   TO WS-D-SKIPPED-COUNT
           MOVE WS-DETAIL-SKIPPED  TO TM-LINE
           WRITE TM-LINE

           MOVE WS-RULE-COUNT      TO WS-D-RULE-COUNT
           MOVE WS-DETAIL-RULES    TO TM-LINE
           WRITE TM-LINE

           CLOSE PARM-FILE
           CLOSE TRANSITION-FILE
           CLOSE TRANSITION-RPT

           DISPLAY 'YFTRANM: REQUESTS READ.....: ' WS-READ-COUNT
           DISPLAY 'YFTRANM: REQUESTS APPLIED..: ' WS-APPLIED-COUNT
           DISPLAY 'YFTRANM: REQUESTS SKIPPED..: ' WS-SKIPPED-COUNT
           DISPLAY 'YFTRANM: RULES ON FILE.....: ' WS-RULE-COUNT

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
