      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       NIGHTLY IMAGE COPY OF YOURFILE. RUNS AFTER
      *                YFEODRPT, WITH THE ONLINE REGION DOWN, AND
      *                COPIES EVERY YOURFILE RECORD - ACTIVE AND
      *                LOGICALLY DELETED - IN KEY SEQUENCE TO THE
      *                IMGCOPY DATASET (SEE IMGCREC), CLOSING IT WITH A
      *                CONTROL RECORD IN THE EODCTL LAYOUT: THE
      *                BUSINESS DATE, THE ACTIVE COUNT AND FIELD-2 HASH
      *                COMPUTED THE SAME WAY YFEODRPT COMPUTES THEM, THE
      *                DELETED COUNT, AND THE TIME THE COPY WAS TAKEN.
      *                EACH COPY IS GIVEN THE NEXT GENERATION NUMBER
      *                FROM THE IMGCAT CATALOG (SEE IMGGREC) AND
      *                CATALOGED THERE WITH THE SAME TOTALS, SO THE
      *                YFFWDRC FORWARD-RECOVERY JOB CAN BE TOLD WHICH
      *                GENERATION TO START FROM. PRINTS THE TOTALS ON
      *                IMGRPT.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFIMGCP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-KEY
               FILE STATUS IS WS-YOURFILE-STATUS.

           SELECT IMAGE-COPY-FILE ASSIGN TO IMGCOPY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMGCOPY-STATUS.

           SELECT IMAGE-CATALOG-FILE ASSIGN TO IMGCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IG-GENERATION
               FILE STATUS IS WS-IMGCAT-STATUS.

           SELECT IMAGE-COPY-RPT ASSIGN TO IMGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YOURFILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY WSRECORD.

       FD  IMAGE-COPY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IMGCREC.

       FD  IMAGE-CATALOG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY IMGGREC.

       FD  IMAGE-COPY-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  IR-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY EODCREC.
       01  WS-YOURFILE-STATUS            PIC X(2).
           88  WS-YOURFILE-OK                  VALUE '00'.
           88  WS-YOURFILE-EOF                  VALUE '10'.

       01  WS-IMGCOPY-STATUS              PIC X(2).
           88  WS-IMGCOPY-OK                   VALUE '00'.

       01  WS-IMGCAT-STATUS               PIC X(2).
           88  WS-IMGCAT-OK                    VALUE '00'.
           88  WS-IMGCAT-DUPKEY                VALUE '22'.
           88  WS-IMGCAT-NOT-FOUND             VALUE '23'.
           88  WS-IMGCAT-NO-FILE               VALUE '35'.

       01  WS-IMGRPT-STATUS               PIC X(2).
           88  WS-IMGRPT-OK                    VALUE '00'.

       01  WS-EOF-SWITCH                  PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.

       77  WS-RECORD-COUNT                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-HASH-TOTAL                   PIC 9(11) COMP VALUE ZERO.
       77  WS-DELETED-COUNT                PIC 9(9) COMP  VALUE ZERO.
       77  WS-COPIED-COUNT                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-GENERATION                   PIC 9(4)       VALUE ZERO.

       01  WS-FIRST-LAST-KEYS.
           05  WS-FIRST-KEY                PIC X(5)      VALUE SPACES.
           05  WS-LAST-KEY                 PIC X(5)      VALUE SPACES.

       01  WS-FIELD-2-NUMERIC              PIC 9(5).

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.
       77  WS-COPY-TIMESTAMP                PIC X(26)     VALUE SPACES.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(20) VALUE
                   'YOURFILE IMAGE COPY'.
               10  FILLER                  PIC X(20) VALUE
                   ' CONTROL REPORT'.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-DETAIL-GENERATION.
               10  FILLER                  PIC X(22) VALUE
                   'GENERATION..........: '.
               10  WS-D-GENERATION         PIC 9(4).
               10  FILLER                  PIC X(54) VALUE SPACES.
           05  WS-DETAIL-DATE.
               10  FILLER                  PIC X(22) VALUE
                   'BUSINESS DATE.......: '.
               10  WS-D-BUSINESS-DATE      PIC X(10).
               10  FILLER                  PIC X(48) VALUE SPACES.
           05  WS-DETAIL-COPY-TS.
               10  FILLER                  PIC X(22) VALUE
                   'COPY TAKEN AT.......: '.
               10  WS-D-COPY-TS            PIC X(19).
               10  FILLER                  PIC X(39) VALUE SPACES.
           05  WS-DETAIL-COPIED.
               10  FILLER                  PIC X(22) VALUE
                   'RECORDS COPIED......: '.
               10  WS-D-COPIED-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-COUNT.
               10  FILLER                  PIC X(22) VALUE
                   'ACTIVE RECORDS......: '.
               10  WS-D-RECORD-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-HASH.
               10  FILLER                  PIC X(22) VALUE
                   'HASH TOTAL (FLD-2)..: '.
               10  WS-D-HASH-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-DETAIL-DELETED.
               10  FILLER                  PIC X(22) VALUE
                   'RECORDS DELETED.....: '.
               10  WS-D-DELETED-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-YOURFILE
               UNTIL WS-END-OF-FILE
           PERFORM 3000-CLOSE-COPY
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

      *    THE COPY IS STAMPED WITH THE TIME IT STARTED - FORWARD
      *    RECOVERY REPLAYS EVERY AUDIT ENTRY STAMPED AFTER THIS.
           PERFORM 3600-STAMP-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-COPY-TIMESTAMP

           OPEN INPUT YOURFILE
           IF NOT WS-YOURFILE-OK
               DISPLAY 'YFIMGCP: UNABLE TO OPEN YOURFILE, STATUS='
                   WS-YOURFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN I-O IMAGE-CATALOG-FILE
           IF WS-IMGCAT-NO-FILE
               OPEN OUTPUT IMAGE-CATALOG-FILE
               CLOSE IMAGE-CATALOG-FILE
               OPEN I-O IMAGE-CATALOG-FILE
           END-IF
           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFIMGCP: UNABLE TO OPEN IMGCAT, STATUS='
                   WS-IMGCAT-STATUS
               GO TO 9999-EXIT
           END-IF

           PERFORM 1200-ASSIGN-GENERATION
               THRU 1200-ASSIGN-GENERATION-EXIT

           OPEN OUTPUT IMAGE-COPY-FILE
           IF NOT WS-IMGCOPY-OK
               DISPLAY 'YFIMGCP: UNABLE TO OPEN IMGCOPY, STATUS='
                   WS-IMGCOPY-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT IMAGE-COPY-RPT
           IF NOT WS-IMGRPT-OK
               DISPLAY 'YFIMGCP: UNABLE TO OPEN IMGRPT, STATUS='
                   WS-IMGRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           PERFORM 2100-READ-YOURFILE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFIMGCP ' TO RC-JOB-NAME
           MOVE 'YFEODRPT' TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFIMGCP: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * TAKE THE NEXT GENERATION FROM THE CATALOG'S 0000 CONTROL       *
      * RECORD (NONE YET MEANS THIS IS GENERATION 0001) AND CATALOG    *
      * THE NEW COPY AS OPEN. PAST 9999 THE NUMBER WRAPS TO 0001 AND   *
      * THE OLDEST ENTRY IS REPLACED.                                  *
      *----------------------------------------------------------------*
       1200-ASSIGN-GENERATION.

           MOVE ZERO TO IG-GENERATION
           READ IMAGE-CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-IMGCAT-OK
               MOVE IG-LAST-GENERATION TO WS-GENERATION
           ELSE
               MOVE ZERO TO WS-GENERATION
           END-IF

           IF WS-GENERATION EQUAL 9999
               MOVE 1 TO WS-GENERATION
           ELSE
               ADD 1 TO WS-GENERATION
           END-IF

           MOVE SPACES              TO IG-RECORD
           MOVE ZERO                TO IG-GENERATION
           MOVE WS-GENERATION       TO IG-LAST-GENERATION
           MOVE WS-COPY-TIMESTAMP   TO IG-CONTROL-UPDATED-TS
           IF WS-IMGCAT-OK
               REWRITE IG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE IG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFIMGCP: IMGCAT CONTROL POST FAILED, STATUS='
                   WS-IMGCAT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE SPACES              TO IG-RECORD
           MOVE WS-GENERATION       TO IG-GENERATION
           MOVE RC-BUSINESS-DATE    TO IG-BUSINESS-DATE
           MOVE WS-COPY-TIMESTAMP   TO IG-COPY-TS
           MOVE ZERO                TO IG-RECORD-COUNT
           MOVE ZERO                TO IG-HASH-TOTAL
           MOVE ZERO                TO IG-DELETED-COUNT
           SET IG-STATE-OPEN        TO TRUE
           WRITE IG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-IMGCAT-DUPKEY
               REWRITE IG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFIMGCP: IMGCAT ENTRY POST FAILED, STATUS='
                   WS-IMGCAT-STATUS
               GO TO 9999-EXIT
           END-IF
           .
       1200-ASSIGN-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY EVERY RECORD AS IT STANDS, AND TOTAL THE ACTIVE ONES THE  *
      * SAME WAY YFEODRPT DOES SO THE CONTROL RECORD TIES TO EODCTL.   *
      *----------------------------------------------------------------*
       2000-COPY-YOURFILE.

           MOVE SPACES         TO IC-RECORD
           SET IC-TYPE-IMAGE   TO TRUE
           MOVE WS-GENERATION  TO IC-GENERATION
           MOVE WS-RECORD      TO IC-IMAGE
           WRITE IC-RECORD
           IF NOT WS-IMGCOPY-OK
               DISPLAY 'YFIMGCP: IMGCOPY WRITE FAILED FOR KEY ' WS-KEY
                   ' STATUS=' WS-IMGCOPY-STATUS
               GO TO 9999-EXIT
           END-IF
           ADD 1 TO WS-COPIED-COUNT

           IF WS-STATUS-DELETED
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               ADD 1 TO WS-RECORD-COUNT

               IF WS-RECORD-COUNT EQUAL 1
                   MOVE WS-KEY TO WS-FIRST-KEY
               END-IF
               MOVE WS-KEY TO WS-LAST-KEY

               IF WS-FIELD-2 IS NUMERIC
                   MOVE WS-FIELD-2 TO WS-FIELD-2-NUMERIC
                   ADD WS-FIELD-2-NUMERIC TO WS-HASH-TOTAL
               ELSE
                   DISPLAY
                       'YFIMGCP: NON-NUMERIC FIELD-2 SKIPPED FOR KEY '
                       WS-KEY
               END-IF
           END-IF

           PERFORM 2100-READ-YOURFILE
           .

       2100-READ-YOURFILE.

           READ YOURFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * CLOSE THE COPY WITH ITS CONTROL RECORD, THEN MARK THE CATALOG  *
      * ENTRY COMPLETE WITH THE SAME TOTALS. A RUN THAT DIES BEFORE    *
      * THIS LEAVES THE ENTRY OPEN AND THE COPY WITHOUT A CONTROL      *
      * RECORD, AND NEITHER IS USABLE FOR RECOVERY.                    *
      *----------------------------------------------------------------*
       3000-CLOSE-COPY.

           MOVE RC-BUSINESS-DATE  TO EOD-BUSINESS-DATE
           MOVE WS-RECORD-COUNT   TO EOD-RECORD-COUNT
           MOVE WS-HASH-TOTAL     TO EOD-HASH-TOTAL
           MOVE WS-DELETED-COUNT  TO EOD-DELETED-COUNT
           MOVE WS-FIRST-KEY      TO EOD-FIRST-KEY
           MOVE WS-LAST-KEY       TO EOD-LAST-KEY
           MOVE WS-COPY-TIMESTAMP TO EOD-RUN-TS

           MOVE SPACES            TO IC-RECORD
           SET IC-TYPE-CONTROL    TO TRUE
           MOVE WS-GENERATION     TO IC-GENERATION
           MOVE EOD-RECORD        TO IC-BODY
           WRITE IC-RECORD
           IF NOT WS-IMGCOPY-OK
               DISPLAY 'YFIMGCP: IMGCOPY CONTROL WRITE FAILED, STATUS='
                   WS-IMGCOPY-STATUS
               GO TO 9999-EXIT
           END-IF

           CLOSE YOURFILE
           CLOSE IMAGE-COPY-FILE

           MOVE WS-GENERATION     TO IG-GENERATION
           READ IMAGE-CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-IMGCAT-OK
               MOVE WS-RECORD-COUNT  TO IG-RECORD-COUNT
               MOVE WS-HASH-TOTAL    TO IG-HASH-TOTAL
               MOVE WS-DELETED-COUNT TO IG-DELETED-COUNT
               SET IG-STATE-COMPLETE TO TRUE
               REWRITE IG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFIMGCP: IMGCAT COMPLETION POST FAILED, STATUS='
                   WS-IMGCAT-STATUS
               CLOSE IMAGE-CATALOG-FILE
               GO TO 9999-EXIT
           END-IF
           CLOSE IMAGE-CATALOG-FILE

           PERFORM 3100-PRODUCE-REPORT

           DISPLAY 'YFIMGCP: GENERATION ' WS-GENERATION
               ' FOR ' RC-BUSINESS-DATE ' - '
               WS-COPIED-COUNT ' RECORDS COPIED'

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-COPIED-COUNT TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL
           .

       3100-PRODUCE-REPORT.

           MOVE WS-HEADING-1         TO IR-LINE
           WRITE IR-LINE

           MOVE WS-GENERATION        TO WS-D-GENERATION
           MOVE WS-DETAIL-GENERATION TO IR-LINE
           WRITE IR-LINE

           MOVE RC-BUSINESS-DATE     TO WS-D-BUSINESS-DATE
           MOVE WS-DETAIL-DATE       TO IR-LINE
           WRITE IR-LINE

           MOVE WS-COPY-TIMESTAMP    TO WS-D-COPY-TS
           MOVE WS-DETAIL-COPY-TS    TO IR-LINE
           WRITE IR-LINE

           MOVE WS-COPIED-COUNT      TO WS-D-COPIED-COUNT
           MOVE WS-DETAIL-COPIED     TO IR-LINE
           WRITE IR-LINE

           MOVE WS-RECORD-COUNT      TO WS-D-RECORD-COUNT
           MOVE WS-DETAIL-COUNT      TO IR-LINE
           WRITE IR-LINE

           MOVE WS-HASH-TOTAL        TO WS-D-HASH-TOTAL
           MOVE WS-DETAIL-HASH       TO IR-LINE
           WRITE IR-LINE

           MOVE WS-DELETED-COUNT     TO WS-D-DELETED-COUNT
           MOVE WS-DETAIL-DELETED    TO IR-LINE
           WRITE IR-LINE

           CLOSE IMAGE-COPY-RPT
           .

       3600-STAMP-RUN-TIMESTAMP.

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
               MOVE WS-COPIED-COUNT TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
