      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       INBOUND PARTNER REGISTRY MAINTENANCE. READS
      *                MAINTENANCE REQUESTS FROM THE PRTPARM PARAMETER
      *                FILE - ONE PER LINE:
      *                  COLUMN  1     ACTION (A ADD, C CHANGE,
      *                                D DELETE)
      *                  COLUMNS 3-10  PARTNER ID
      *                  COLUMNS 12-15 TRANSACTION CODES THE PARTNER
      *                                MAY SEND - ANY OF A, C, D, E IN
      *                                ANY ORDER
      *                  COLUMN  17    STATUS (A ACTIVE, S SUSPENDED)
      *                  COLUMNS 19-24 LAST FILE SEQUENCE PROCESSED
      *                  COLUMNS 26-45 PARTNER NAME
      *                - AND APPLIES THEM TO THE PARTREG FILE (SEE
      *                PARTREC) THAT YFPARTN PROVES EVERY INBOUND FILE
      *                AGAINST. ON AN ADD A BLANK STATUS MEANS ACTIVE
      *                AND A BLANK SEQUENCE MEANS ZERO (THE PARTNER'S
      *                FIRST FILE IS NUMBER 1); ON A CHANGE ANY BLANK
      *                FIELD IS LEFT AS IT STANDS, SO A CHANGE CAN
      *                SUSPEND A PARTNER OR RESET ITS SEQUENCE ALONE.
      *                EVERY REQUEST IS PRINTED WITH ITS DISPOSITION
      *                ON PRTRPT, FOLLOWED BY THE FULL REGISTRY AS IT
      *                STANDS AFTER THE RUN; A BAD REQUEST IS REPORTED
      *                AND SKIPPED, NEVER GUESSED AT.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPARTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTPARM-STATUS.

           SELECT PARTNER-FILE ASSIGN TO PARTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTNER-ID
               FILE STATUS IS WS-PARTREG-STATUS.

           SELECT PARTNER-RPT ASSIGN TO PRTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  PARTNER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY PARTREC.

       FD  PARTNER-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PM-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.

       01  WS-PRTPARM-STATUS               PIC X(2).
           88  WS-PRTPARM-OK                    VALUE '00'.
           88  WS-PRTPARM-EOF                   VALUE '10'.

       01  WS-PARTREG-STATUS               PIC X(2).
           88  WS-PARTREG-OK                    VALUE '00'.
           88  WS-PARTREG-EOF                   VALUE '10'.
           88  WS-PARTREG-DUPKEY                VALUE '22'.
           88  WS-PARTREG-NOT-FOUND             VALUE '23'.
           88  WS-PARTREG-NO-FILE               VALUE '35'.

       01  WS-PRTRPT-STATUS                 PIC X(2).
           88  WS-PRTRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-PARTNER-EOF-SWITCH            PIC X(1)      VALUE 'N'.
           88  WS-END-OF-PARTNERS                   VALUE 'Y'.

       01  WS-VALUES-SWITCH                 PIC X(1)      VALUE 'N'.
           88  WS-VALUES-VALID                      VALUE 'Y'.

      *----------------------------------------------------------------*
      * MAINTENANCE REQUEST - SEE THE PURPOSE ABOVE FOR THE COLUMNS.   *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-ACTION              PIC X(1).
               88  WS-PARM-ACTION-ADD           VALUE 'A'.
               88  WS-PARM-ACTION-CHANGE        VALUE 'C'.
               88  WS-PARM-ACTION-DELETE        VALUE 'D'.
           05  FILLER                      PIC X(1).
           05  WS-PARM-PARTNER-ID          PIC X(8).
           05  FILLER                      PIC X(1).
           05  WS-PARM-CODES.
               10  WS-PARM-CODE            PIC X(1) OCCURS 4 TIMES.
           05  FILLER                      PIC X(1).
           05  WS-PARM-STATUS              PIC X(1).
               88  WS-PARM-STATUS-VALID         VALUE 'A' 'S'.
           05  FILLER                      PIC X(1).
           05  WS-PARM-LAST-SEQ            PIC X(6).
           05  WS-PARM-LAST-SEQ-N REDEFINES WS-PARM-LAST-SEQ
                                           PIC 9(6).
           05  FILLER                      PIC X(1).
           05  WS-PARM-NAME                PIC X(20).
           05  FILLER                      PIC X(35).

      *    THE CODES ON THE REQUEST AS Y/N FLAGS, IN PT-ALLOWED-CODES
      *    ORDER (ADD, CHANGE, DELETE, EFFECTIVE).
       01  WS-NEW-CODES.
           05  WS-NEW-ADD                  PIC X(1).
           05  WS-NEW-CHANGE               PIC X(1).
           05  WS-NEW-DELETE               PIC X(1).
           05  WS-NEW-EFFECTIVE            PIC X(1).
       77  WS-CODE-SUB                      PIC 9(4) COMP VALUE ZERO.

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.

       77  WS-READ-COUNT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-PARTNER-COUNT                 PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(36) VALUE
                   'INBOUND PARTNER REGISTRY MAINTENANCE'.
               10  FILLER                  PIC X(44) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(36) VALUE
                   'A PARTNER  CODE S SEQ    DISPOSITION'.
               10  FILLER                  PIC X(44) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-D-ACTION             PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-PARTNER-ID         PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-CODES              PIC X(4).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-STATUS             PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-LAST-SEQ           PIC X(6).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-D-DISPOSITION        PIC X(40).
               10  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(40) VALUE
                   'PARTNERS ON FILE AFTER THIS RUN (ID NAME'.
               10  FILLER                  PIC X(40) VALUE
                   ' CODES S LAST-SEQ LAST-DATE UPDATED BY)'.
           05  WS-DETAIL-PARTNER.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DP-PARTNER-ID        PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DP-NAME              PIC X(20).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DP-CODES.
                   15  WS-DP-CODE-ADD      PIC X(1).
                   15  WS-DP-CODE-CHANGE   PIC X(1).
                   15  WS-DP-CODE-DELETE   PIC X(1).
                   15  WS-DP-CODE-EFF      PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DP-STATUS            PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DP-LAST-SEQ          PIC 9(6).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DP-LAST-DATE         PIC X(10).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DP-UPDATED-BY        PIC X(8).
               10  FILLER                  PIC X(15) VALUE SPACES.
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
           05  WS-DETAIL-PARTNERS.
               10  FILLER                  PIC X(22) VALUE
                   'PARTNERS ON FILE....: '.
               10  WS-D-PARTNER-COUNT      PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2800-LIST-PARTNERS
           PERFORM 3000-PRODUCE-TOTALS
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           PERFORM 1200-STAMP-RUN-TIMESTAMP

           OPEN INPUT PARM-FILE
           IF NOT WS-PRTPARM-OK
               DISPLAY 'YFPARTM: UNABLE TO OPEN PRTPARM, STATUS='
                   WS-PRTPARM-STATUS
               GO TO 9999-EXIT
           END-IF

      *----------------------------------------------------------------*
      * FIRST RUN EVER HAS NO PARTREG TO EXTEND - CREATE IT AND CARRY  *
      * ON. EVERY LATER RUN MAINTAINS THE EXISTING FILE.               *
      *----------------------------------------------------------------*
           OPEN I-O PARTNER-FILE
           IF WS-PARTREG-NO-FILE
               OPEN OUTPUT PARTNER-FILE
               CLOSE PARTNER-FILE
               OPEN I-O PARTNER-FILE
           END-IF
           IF NOT WS-PARTREG-OK
               DISPLAY 'YFPARTM: UNABLE TO OPEN PARTREG, STATUS='
                   WS-PARTREG-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT PARTNER-RPT
           IF NOT WS-PRTRPT-OK
               DISPLAY 'YFPARTM: UNABLE TO OPEN PRTRPT, STATUS='
                   WS-PRTRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE WS-HEADING-1 TO PM-LINE
           WRITE PM-LINE
           MOVE WS-HEADING-2 TO PM-LINE
           WRITE PM-LINE

           PERFORM 2100-READ-PARM-FILE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFPARTM ' TO RC-JOB-NAME
           MOVE SPACES TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFPARTM: ' RC-MESSAGE
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
               WHEN WS-PARM-ACTION-ADD
                   PERFORM 2300-APPLY-ADD
               WHEN WS-PARM-ACTION-CHANGE
                   PERFORM 2400-APPLY-CHANGE
               WHEN WS-PARM-ACTION-DELETE
                   PERFORM 2500-APPLY-DELETE
               WHEN OTHER
                   MOVE 'ACTION NOT A/C/D - SKIPPED'
                       TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE

           MOVE WS-PARM-ACTION      TO WS-D-ACTION
           MOVE WS-PARM-PARTNER-ID  TO WS-D-PARTNER-ID
           MOVE WS-PARM-CODES       TO WS-D-CODES
           MOVE WS-PARM-STATUS      TO WS-D-STATUS
           MOVE WS-PARM-LAST-SEQ    TO WS-D-LAST-SEQ
           MOVE WS-DETAIL-LINE      TO PM-LINE
           WRITE PM-LINE
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
      * A PARTNER ID IS ALWAYS NEEDED. THE CODES, STATUS AND SEQUENCE  *
      * MAY BE BLANK (SEE THE PURPOSE) BUT WHAT IS KEYED MUST MAKE     *
      * SENSE - A CODE OTHER THAN A/C/D/E, A STATUS OTHER THAN A/S OR  *
      * A SEQUENCE THAT IS NOT SIX DIGITS IS A KEYING ERROR.           *
      *----------------------------------------------------------------*
       2200-EDIT-VALUES.

           SET WS-VALUES-VALID TO TRUE
           MOVE 'NNNN' TO WS-NEW-CODES
           MOVE 1 TO WS-CODE-SUB
           PERFORM 2250-EDIT-ONE-CODE
               UNTIL WS-CODE-SUB GREATER THAN 4

           EVALUATE TRUE
               WHEN WS-PARM-PARTNER-ID EQUAL SPACES
                   MOVE 'N' TO WS-VALUES-SWITCH
                   MOVE 'PARTNER ID MISSING - SKIPPED'
                       TO WS-D-DISPOSITION
               WHEN WS-PARM-ACTION-DELETE
                   SET WS-VALUES-VALID TO TRUE
               WHEN NOT WS-VALUES-VALID
                   MOVE 'CODE NOT A/C/D/E - SKIPPED'
                       TO WS-D-DISPOSITION
               WHEN WS-PARM-STATUS NOT EQUAL SPACE
                AND NOT WS-PARM-STATUS-VALID
                   MOVE 'N' TO WS-VALUES-SWITCH
                   MOVE 'STATUS NOT A/S - SKIPPED'
                       TO WS-D-DISPOSITION
               WHEN WS-PARM-LAST-SEQ NOT EQUAL SPACES
                AND WS-PARM-LAST-SEQ NOT NUMERIC
                   MOVE 'N' TO WS-VALUES-SWITCH
                   MOVE 'SEQUENCE NOT NUMERIC - SKIPPED'
                       TO WS-D-DISPOSITION
               WHEN WS-PARM-ACTION-ADD
                AND WS-PARM-CODES EQUAL SPACES
                   MOVE 'N' TO WS-VALUES-SWITCH
                   MOVE 'NO TRANSACTION CODES ON AN ADD - SKIPPED'
                       TO WS-D-DISPOSITION
           END-EVALUATE
           .

       2250-EDIT-ONE-CODE.

           EVALUATE WS-PARM-CODE (WS-CODE-SUB)
               WHEN 'A'
                   MOVE 'Y' TO WS-NEW-ADD
               WHEN 'C'
                   MOVE 'Y' TO WS-NEW-CHANGE
               WHEN 'D'
                   MOVE 'Y' TO WS-NEW-DELETE
               WHEN 'E'
                   MOVE 'Y' TO WS-NEW-EFFECTIVE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-VALUES-SWITCH
           END-EVALUATE
           ADD 1 TO WS-CODE-SUB
           .

       2300-APPLY-ADD.

           MOVE SPACES             TO PT-RECORD
           MOVE WS-PARM-PARTNER-ID TO PT-PARTNER-ID
           MOVE WS-PARM-NAME       TO PT-PARTNER-NAME
           MOVE WS-NEW-CODES       TO PT-ALLOWED-CODES
           IF WS-PARM-STATUS EQUAL SPACE
               SET PT-STATUS-ACTIVE TO TRUE
           ELSE
               MOVE WS-PARM-STATUS TO PT-STATUS
           END-IF
           IF WS-PARM-LAST-SEQ EQUAL SPACES
               MOVE ZERO TO PT-LAST-FILE-SEQ
           ELSE
               MOVE WS-PARM-LAST-SEQ-N TO PT-LAST-FILE-SEQ
           END-IF
           MOVE 'YFPARTM '         TO PT-UPDATED-BY
           MOVE WS-RUN-TIMESTAMP   TO PT-UPDATED-TS
           WRITE PT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-PARTREG-OK
                   MOVE 'ADDED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-PARTREG-DUPKEY
                   MOVE 'ALREADY ON FILE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHANGE - ONLY THE FIELDS KEYED ARE REPLACED. RESETTING THE     *
      * SEQUENCE IS HOW OPERATIONS LETS A PARTNER RESEND A FILE OR     *
      * RESTART ITS NUMBERING - THE REPORT IS THE RECORD OF WHO DID.   *
      *----------------------------------------------------------------*
       2400-APPLY-CHANGE.

           MOVE WS-PARM-PARTNER-ID TO PT-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARTREG-OK
               IF WS-PARM-NAME NOT EQUAL SPACES
                   MOVE WS-PARM-NAME TO PT-PARTNER-NAME
               END-IF
               IF WS-PARM-CODES NOT EQUAL SPACES
                   MOVE WS-NEW-CODES TO PT-ALLOWED-CODES
               END-IF
               IF WS-PARM-STATUS NOT EQUAL SPACE
                   MOVE WS-PARM-STATUS TO PT-STATUS
               END-IF
               IF WS-PARM-LAST-SEQ NOT EQUAL SPACES
                   MOVE WS-PARM-LAST-SEQ-N TO PT-LAST-FILE-SEQ
               END-IF
               MOVE 'YFPARTM '       TO PT-UPDATED-BY
               MOVE WS-RUN-TIMESTAMP TO PT-UPDATED-TS
               REWRITE PT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           EVALUATE TRUE
               WHEN WS-PARTREG-OK
                   MOVE 'CHANGED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-PARTREG-NOT-FOUND
                   MOVE 'NOT ON FILE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           .

       2500-APPLY-DELETE.

           MOVE WS-PARM-PARTNER-ID TO PT-PARTNER-ID
           DELETE PARTNER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           EVALUATE TRUE
               WHEN WS-PARTREG-OK
                   MOVE 'DELETED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-PARTREG-NOT-FOUND
                   MOVE 'NOT ON FILE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'FILE ERROR - SKIPPED' TO WS-D-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE WHOLE REGISTRY AS IT NOW STANDS - CODES PRINT AS THE       *
      * LETTERS ALLOWED, A DASH FOR EACH ONE NOT.                      *
      *----------------------------------------------------------------*
       2800-LIST-PARTNERS.

           MOVE SPACES TO PM-LINE
           WRITE PM-LINE
           MOVE WS-HEADING-3 TO PM-LINE
           WRITE PM-LINE

           MOVE LOW-VALUES TO PT-PARTNER-ID
           START PARTNER-FILE
               KEY IS NOT LESS THAN PT-PARTNER-ID
               INVALID KEY
                   SET WS-END-OF-PARTNERS TO TRUE
           END-START

           IF NOT WS-END-OF-PARTNERS
               PERFORM 2850-READ-NEXT-PARTNER
           END-IF
           PERFORM 2860-PRINT-ONE-PARTNER
               UNTIL WS-END-OF-PARTNERS
           .

       2850-READ-NEXT-PARTNER.

           READ PARTNER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PARTNERS TO TRUE
           END-READ
           .

       2860-PRINT-ONE-PARTNER.

           ADD 1 TO WS-PARTNER-COUNT
           MOVE PT-PARTNER-ID        TO WS-DP-PARTNER-ID
           MOVE PT-PARTNER-NAME      TO WS-DP-NAME
           MOVE '----'               TO WS-DP-CODES
           IF PT-MAY-ADD
               MOVE 'A' TO WS-DP-CODE-ADD
           END-IF
           IF PT-MAY-CHANGE
               MOVE 'C' TO WS-DP-CODE-CHANGE
           END-IF
           IF PT-MAY-DELETE
               MOVE 'D' TO WS-DP-CODE-DELETE
           END-IF
           IF PT-MAY-PEND
               MOVE 'E' TO WS-DP-CODE-EFF
           END-IF
           MOVE PT-STATUS            TO WS-DP-STATUS
           MOVE PT-LAST-FILE-SEQ     TO WS-DP-LAST-SEQ
           MOVE PT-LAST-FILE-DATE    TO WS-DP-LAST-DATE
           MOVE PT-UPDATED-BY        TO WS-DP-UPDATED-BY
           MOVE WS-DETAIL-PARTNER    TO PM-LINE
           WRITE PM-LINE

           PERFORM 2850-READ-NEXT-PARTNER
           .

       3000-PRODUCE-TOTALS.

           MOVE SPACES TO PM-LINE
           WRITE PM-LINE

           MOVE WS-READ-COUNT      TO WS-D-READ-COUNT
           MOVE WS-DETAIL-READ     TO PM-LINE
           WRITE PM-LINE

           MOVE WS-APPLIED-COUNT   TO WS-D-APPLIED-COUNT
           MOVE WS-DETAIL-APPLIED  TO PM-LINE
           WRITE PM-LINE

           MOVE WS-SKIPPED-COUNT   TO WS-D-SKIPPED-COUNT
           MOVE WS-DETAIL-SKIPPED  TO PM-LINE
           WRITE PM-LINE

           MOVE WS-PARTNER-COUNT   TO WS-D-PARTNER-COUNT
           MOVE WS-DETAIL-PARTNERS TO PM-LINE
           WRITE PM-LINE

           CLOSE PARM-FILE
           CLOSE PARTNER-FILE
           CLOSE PARTNER-RPT

           DISPLAY 'YFPARTM: REQUESTS READ.....: ' WS-READ-COUNT
           DISPLAY 'YFPARTM: REQUESTS APPLIED..: ' WS-APPLIED-COUNT
           DISPLAY 'YFPARTM: REQUESTS SKIPPED..: ' WS-SKIPPED-COUNT
           DISPLAY 'YFPARTM: PARTNERS ON FILE..: ' WS-PARTNER-COUNT

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
