      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       YOURFILE FORWARD RECOVERY. REBUILDS YOURFILE ON
      *                RCVFILE FROM A NAMED YFIMGCP IMAGE COPY PLUS THE
      *                AUDHIST AFTER-IMAGES STAMPED LATER THAN THE COPY
      *                WAS TAKEN, SO A LOST OR DAMAGED YOURFILE CAN BE
      *                BROUGHT BACK TO ANY POINT SINCE THE LAST GOOD
      *                COPY. RCVFILE IS BUILT FRESH EVERY RUN; THE
      *                RECOVERY DECK POINTS IT AT A NEW CLUSTER (OR AT
      *                A REDEFINED YOURFILE) AS THE SITUATION CALLS FOR.
      *
      *                THE RUN PARAMETER FILE (FWDPARM) NAMES THE
      *                IMAGE COPY BY GENERATION (COLUMNS 1-4) AND MAY
      *                GIVE A RECOVERY POINT AS YYYY-MM-DD HH.MM.SS
      *                (COLUMNS 6-24); A BLANK RECOVERY POINT REPLAYS
      *                TO THE END OF THE AUDIT TRAIL. THE COPY ON
      *                IMGCOPY MUST BE THE GENERATION NAMED, MUST BE
      *                CATALOGED COMPLETE ON IMGCAT, AND MUST TIE TO
      *                ITS OWN CONTROL RECORD, OR NOTHING IS REPLAYED.
      *
      *                THE SELECTED ENTRIES ARE SORTED INTO TIMESTAMP
      *                ORDER AND EACH AFTER-IMAGE REPLACES THE RECORD
      *                (ADD, CHANGE AND LOGICAL DELETE ALIKE) UNDER THE
      *                KEY IN THE ENTRY'S OWN IMAGES. DENIED
      *                (X) AND REFUSED-TRANSITION (T) ENTRIES NEVER
      *                TOUCHED YOURFILE AND ARE SKIPPED. THE CICS AUDT
      *                QUEUE MUST BE DRAINED BY YFAUDTR FIRST OR THE
      *                LAST ONLINE UPDATES ARE NOT YET ON AUDHIST. A
      *                RE-KEY (K) ENTRY FROM YFREKEY TAKES THE RECORD
      *                OFF ITS BEFORE KEY AND PUTS ITS AFTER-IMAGE
      *                UNDER ITS AFTER KEY.
      *
      *                THE RECOVERY REPORT (RCVRPT) LISTS EVERY ENTRY
      *                APPLIED AND TIES THE REBUILT FILE BACK: THE
      *                IMAGE'S ACTIVE COUNT, FIELD-2 HASH AND DELETED
      *                COUNT, MOVED BY THE BEFORE AND AFTER IMAGES OF
      *                THE ENTRIES APPLIED, MUST EQUAL WHAT A FRESH
      *                PASS OF RCVFILE COUNTS. OUT OF BALANCE ENDS
      *                WITH RETURN-CODE 8 THE SAME WAY YFBALNC DOES.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  REPLAYS YFREKEY'S RE-KEY (K) ENTRIES: THE RECORD
      *                 IS DELETED FROM RCVFILE UNDER THE BEFORE KEY AND
      *                 WRITTEN UNDER THE NEW KEY. RE-KEYS APPLIED ARE
      *                 COUNTED ON THE REPORT.
      * 2026-10-15 RJH  EACH ENTRY IS REPLAYED UNDER THE KEY IN ITS OWN
      *                 IMAGES (AFTER KEY FOR A AND C, BEFORE KEY FOR
      *                 D), NOT THE KEY IT IS FILED UNDER - YFREKEY
      *                 RE-FILES A KEY'S OLD ENTRIES UNDER THE NEW KEY,
      *                 SO A REPLAY TO A POINT BEFORE THE RE-KEY MUST
      *                 STILL LAND THEM ON THE OLD KEY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFFWDRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FWDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWDPARM-STATUS.

           SELECT IMAGE-CATALOG-FILE ASSIGN TO IMGCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IG-GENERATION
               FILE STATUS IS WS-IMGCAT-STATUS.

           SELECT IMAGE-COPY-FILE ASSIGN TO IMGCOPY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMGCOPY-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-KEY
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT RECOVERY-FILE ASSIGN TO RCVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-KEY
               FILE STATUS IS WS-RCVFILE-STATUS.

           SELECT RECOVERY-RPT ASSIGN TO RCVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  IMAGE-CATALOG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY IMGGREC.

       FD  IMAGE-COPY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY IMGCREC.

      *    AUDHIST IS READ AS A FLAT 89-BYTE RECORD AND HANDED TO THE
      *    SORT, WHOSE RECORD CARRIES THE AUDHREC LAYOUT.
       FD  AUDIT-HISTORY-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  AF-RECORD.
           05  AF-KEY                     PIC X(34).
           05  FILLER                     PIC X(55).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY AUDHREC.

       FD  RECOVERY-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY WSRECORD.

       FD  RECOVERY-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RR-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY EODCREC.
       01  WS-FWDPARM-STATUS              PIC X(2).
           88  WS-FWDPARM-OK                   VALUE '00'.

       01  WS-IMGCAT-STATUS               PIC X(2).
           88  WS-IMGCAT-OK                    VALUE '00'.
           88  WS-IMGCAT-NOT-FOUND             VALUE '23'.

       01  WS-IMGCOPY-STATUS              PIC X(2).
           88  WS-IMGCOPY-OK                   VALUE '00'.

       01  WS-AUDHIST-STATUS              PIC X(2).
           88  WS-AUDHIST-OK                   VALUE '00'.
           88  WS-AUDHIST-NO-FILE              VALUE '35'.

       01  WS-RCVFILE-STATUS              PIC X(2).
           88  WS-RCVFILE-OK                   VALUE '00'.
           88  WS-RCVFILE-NOT-FOUND            VALUE '23'.

       01  WS-RCVRPT-STATUS               PIC X(2).
           88  WS-RCVRPT-OK                    VALUE '00'.

      *----------------------------------------------------------------*
      * RUN PARAMETERS - THE IMAGE-COPY GENERATION TO START FROM AND   *
      * THE POINT IN TIME TO RECOVER TO (BLANK = END OF AUDIT TRAIL).  *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-GENERATION         PIC X(4).
           05  WS-PARM-GENERATION-N REDEFINES WS-PARM-GENERATION
                                          PIC 9(4).
           05  FILLER                     PIC X(1).
           05  WS-PARM-RECOVER-TO         PIC X(19).
           05  FILLER                     PIC X(56).

       01  WS-IMAGE-EOF-SWITCH            PIC X(1)      VALUE 'N'.
           88  WS-IMAGE-EOF                      VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH            PIC X(1)      VALUE 'N'.
           88  WS-AUDIT-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01  WS-CONTROL-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-CONTROL-SEEN                   VALUE 'Y'.
       01  WS-AUDIT-FAILED-SWITCH         PIC X(1)      VALUE 'N'.
           88  WS-AUDIT-READ-FAILED              VALUE 'Y'.

       77  WS-GENERATION                   PIC 9(4)       VALUE ZERO.
       77  WS-COPY-TIMESTAMP               PIC X(26)      VALUE SPACES.
      *    THE RCVFILE KEY THE ENTRY BEING REPLAYED IS APPLIED TO.
       77  WS-APPLY-KEY                    PIC X(5)       VALUE SPACES.

      *    IMAGE TOTALS AS LOADED.
       77  WS-IMAGE-LOADED                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-IMAGE-ACTIVE                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-IMAGE-HASH                   PIC 9(11) COMP VALUE ZERO.
       77  WS-IMAGE-DELETED                PIC 9(9) COMP  VALUE ZERO.

      *    AUDIT ENTRY DISPOSITIONS.
       77  WS-AUDIT-READ                   PIC 9(9) COMP  VALUE ZERO.
       77  WS-AUDIT-BEFORE-COPY            PIC 9(9) COMP  VALUE ZERO.
       77  WS-AUDIT-AFTER-POINT            PIC 9(9) COMP  VALUE ZERO.
       77  WS-AUDIT-DENIED                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-AUDIT-REFUSED                PIC 9(9) COMP  VALUE ZERO.
       77  WS-AUDIT-UNKNOWN                PIC 9(9) COMP  VALUE ZERO.
       77  WS-AUDIT-SELECTED               PIC 9(9) COMP  VALUE ZERO.
       77  WS-APPLIED-ADDS                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-APPLIED-CHANGES              PIC 9(9) COMP  VALUE ZERO.
       77  WS-APPLIED-DELETES              PIC 9(9) COMP  VALUE ZERO.
       77  WS-APPLIED-REKEYS               PIC 9(9) COMP  VALUE ZERO.
       77  WS-APPLIED-TOTAL                PIC 9(9) COMP  VALUE ZERO.
       77  WS-APPLY-FAILURES               PIC 9(9) COMP  VALUE ZERO.

      *----------------------------------------------------------------*
      * TIE-OUT. EVERY APPLIED ENTRY TAKES ITS BEFORE IMAGE OUT OF THE *
      * TOTALS AND PUTS ITS AFTER IMAGE IN; THE IMAGE TOTALS PLUS THAT *
      * MOVEMENT ARE WHAT THE REBUILT FILE SHOULD COUNT.               *
      *----------------------------------------------------------------*
       77  WS-ACTIVE-PLUS                  PIC 9(9) COMP  VALUE ZERO.
       77  WS-ACTIVE-MINUS                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-HASH-PLUS                    PIC 9(11) COMP VALUE ZERO.
       77  WS-HASH-MINUS                   PIC 9(11) COMP VALUE ZERO.
       77  WS-DELETED-PLUS                 PIC 9(9) COMP  VALUE ZERO.
       77  WS-DELETED-MINUS                PIC 9(9) COMP  VALUE ZERO.
       77  WS-EXPECTED-ACTIVE              PIC S9(9) COMP VALUE ZERO.
       77  WS-EXPECTED-HASH                PIC S9(11) COMP VALUE ZERO.
       77  WS-EXPECTED-DELETED             PIC S9(9) COMP VALUE ZERO.
       77  WS-REBUILT-ACTIVE               PIC 9(9) COMP  VALUE ZERO.
       77  WS-REBUILT-HASH                 PIC 9(11) COMP VALUE ZERO.
       77  WS-REBUILT-DELETED              PIC 9(9) COMP  VALUE ZERO.
       77  WS-DIFFERENCE                   PIC S9(11) COMP VALUE ZERO.

       01  WS-BALANCE-SWITCH               PIC X(1)      VALUE 'Y'.
           88  WS-IN-BALANCE                     VALUE 'Y'.

       01  WS-FIELD-2-NUMERIC              PIC 9(5).
       01  WS-RECORD-FOUND-SWITCH          PIC X(1)      VALUE 'N'.
           88  WS-RECORD-FOUND                   VALUE 'Y'.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(20) VALUE
                   'YOURFILE FORWARD REC'.
               10  FILLER                  PIC X(20) VALUE
                   'OVERY REPORT'.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-DETAIL-TEXT.
               10  WS-DT-CAPTION           PIC X(22).
               10  WS-DT-VALUE             PIC X(19).
               10  FILLER                  PIC X(39) VALUE SPACES.
           05  WS-DETAIL-COUNT.
               10  WS-DC-CAPTION           PIC X(22).
               10  WS-DC-COUNT             PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-HEADING-ENTRIES.
               10  FILLER                  PIC X(18) VALUE
                   'ENTRIES APPLIED - '.
               10  FILLER                  PIC X(20) VALUE 'TIMESTAMP'.
               10  FILLER                  PIC X(8)  VALUE 'KEY'.
               10  FILLER                  PIC X(4)  VALUE 'ACT'.
               10  FILLER                  PIC X(9)  VALUE 'USERID'.
               10  FILLER                  PIC X(7)  VALUE 'RESULT'.
               10  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-DETAIL-ENTRY.
               10  FILLER                  PIC X(18) VALUE SPACES.
               10  WS-DE-TIMESTAMP         PIC X(19).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DE-KEY               PIC X(5).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DE-ACTION            PIC X(1).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DE-USERID            PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DE-RESULT            PIC X(7).
               10  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-DETAIL-LEG.
               10  WS-DL-CAPTION           PIC X(22).
               10  WS-DL-SIGN              PIC X(2).
               10  WS-DL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC X(42) VALUE SPACES.
           05  WS-DETAIL-VERDICT.
               10  WS-DV-TEXT              PIC X(40).
               10  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-IMAGE
               UNTIL WS-IMAGE-EOF
           PERFORM 2500-CHECK-IMAGE THRU 2500-CHECK-IMAGE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY AH-TIMESTAMP
                                AH-RECORD-KEY
                                AH-SEQUENCE
               INPUT PROCEDURE IS 3000-SELECT-AUDIT
                   THRU 3000-SELECT-AUDIT-EXIT
               OUTPUT PROCEDURE IS 4000-APPLY-AUDIT
                   THRU 4000-APPLY-AUDIT-EXIT

           IF WS-AUDIT-READ-FAILED
               GO TO 9999-EXIT
           END-IF

           PERFORM 5000-COUNT-REBUILT THRU 5000-COUNT-REBUILT-EXIT
           PERFORM 6000-PRODUCE-REPORT
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL
           PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT
           PERFORM 1200-READ-CATALOG THRU 1200-READ-CATALOG-EXIT

           OPEN INPUT IMAGE-COPY-FILE
           IF NOT WS-IMGCOPY-OK
               DISPLAY 'YFFWDRC: UNABLE TO OPEN IMGCOPY, STATUS='
                   WS-IMGCOPY-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT RECOVERY-FILE
           IF NOT WS-RCVFILE-OK
               DISPLAY 'YFFWDRC: UNABLE TO OPEN RCVFILE, STATUS='
                   WS-RCVFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT RECOVERY-RPT
           IF NOT WS-RCVRPT-OK
               DISPLAY 'YFFWDRC: UNABLE TO OPEN RCVRPT, STATUS='
                   WS-RCVRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           PERFORM 2100-READ-IMAGE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFFWDRC ' TO RC-JOB-NAME
           MOVE SPACES TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFFWDRC: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1100-READ-PARM-FILE.

           OPEN INPUT PARM-FILE
           IF NOT WS-FWDPARM-OK
               DISPLAY 'YFFWDRC: UNABLE TO OPEN FWDPARM, STATUS='
                   WS-FWDPARM-STATUS
               GO TO 9999-EXIT
           END-IF

           READ PARM-FILE INTO WS-PARM-RECORD
               AT END
                   DISPLAY 'YFFWDRC: FWDPARM IS EMPTY'
                   CLOSE PARM-FILE
                   GO TO 9999-EXIT
           END-READ
           CLOSE PARM-FILE

           IF WS-PARM-GENERATION IS NOT NUMERIC
              OR WS-PARM-GENERATION-N EQUAL ZERO
               DISPLAY 'YFFWDRC: FWDPARM GENERATION MUST BE 0001-9999,'
                   ' GOT ' WS-PARM-GENERATION
               GO TO 9999-EXIT
           END-IF
           MOVE WS-PARM-GENERATION-N TO WS-GENERATION

      *    A RECOVERY POINT, WHEN GIVEN, MUST BE A FULL TIMESTAMP IN
      *    THE SYSTEM'S SHAPE OR IT CANNOT BE COMPARED TO AH-TIMESTAMP.
           IF WS-PARM-RECOVER-TO NOT EQUAL SPACES
               IF WS-PARM-RECOVER-TO (1:4)   IS NOT NUMERIC
                  OR WS-PARM-RECOVER-TO (5:1)  NOT EQUAL '-'
                  OR WS-PARM-RECOVER-TO (6:2)  IS NOT NUMERIC
                  OR WS-PARM-RECOVER-TO (8:1)  NOT EQUAL '-'
                  OR WS-PARM-RECOVER-TO (9:2)  IS NOT NUMERIC
                  OR WS-PARM-RECOVER-TO (11:1) NOT EQUAL SPACE
                  OR WS-PARM-RECOVER-TO (12:2) IS NOT NUMERIC
                  OR WS-PARM-RECOVER-TO (14:1) NOT EQUAL '.'
                  OR WS-PARM-RECOVER-TO (15:2) IS NOT NUMERIC
                  OR WS-PARM-RECOVER-TO (17:1) NOT EQUAL '.'
                  OR WS-PARM-RECOVER-TO (18:2) IS NOT NUMERIC
                   DISPLAY 'YFFWDRC: FWDPARM RECOVERY POINT MUST BE '
                       'YYYY-MM-DD HH.MM.SS, GOT ' WS-PARM-RECOVER-TO
                   GO TO 9999-EXIT
               END-IF
           END-IF
           .
       1100-READ-PARM-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE GENERATION NAMED MUST BE ON THE CATALOG AND COMPLETE - AN  *
      * OPEN ENTRY IS A COPY THAT NEVER FINISHED.                      *
      *----------------------------------------------------------------*
       1200-READ-CATALOG.

           OPEN INPUT IMAGE-CATALOG-FILE
           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFFWDRC: UNABLE TO OPEN IMGCAT, STATUS='
                   WS-IMGCAT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE WS-GENERATION TO IG-GENERATION
           READ IMAGE-CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE IMAGE-CATALOG-FILE

           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFFWDRC: GENERATION ' WS-GENERATION
                   ' IS NOT ON IMGCAT, STATUS=' WS-IMGCAT-STATUS
               GO TO 9999-EXIT
           END-IF
           IF NOT IG-STATE-COMPLETE
               DISPLAY 'YFFWDRC: GENERATION ' WS-GENERATION
                   ' NEVER COMPLETED - NOT USABLE FOR RECOVERY'
               GO TO 9999-EXIT
           END-IF
           .
       1200-READ-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD THE IMAGE ONTO RCVFILE, TOTALLING IT THE SAME WAY         *
      * YFIMGCP DID, AND PICK UP ITS CONTROL RECORD.                   *
      *----------------------------------------------------------------*
       2000-LOAD-IMAGE.

           IF IC-GENERATION NOT EQUAL WS-GENERATION
               DISPLAY 'YFFWDRC: IMGCOPY IS GENERATION ' IC-GENERATION
                   ', FWDPARM NAMES ' WS-GENERATION
               GO TO 9999-EXIT
           END-IF

           EVALUATE TRUE
               WHEN IC-TYPE-CONTROL
                   MOVE IC-BODY TO EOD-RECORD
                   SET WS-CONTROL-SEEN TO TRUE
               WHEN IC-TYPE-IMAGE
                   PERFORM 2200-LOAD-ONE-RECORD
               WHEN OTHER
                   DISPLAY 'YFFWDRC: UNKNOWN IMGCOPY RECORD TYPE '
                       IC-REC-TYPE
                   GO TO 9999-EXIT
           END-EVALUATE

           PERFORM 2100-READ-IMAGE
           .

       2100-READ-IMAGE.

           READ IMAGE-COPY-FILE
               AT END
                   SET WS-IMAGE-EOF TO TRUE
           END-READ
           .

       2200-LOAD-ONE-RECORD.

           MOVE IC-IMAGE TO WS-RECORD
           WRITE WS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-RCVFILE-OK
               DISPLAY 'YFFWDRC: RCVFILE LOAD FAILED FOR KEY ' WS-KEY
                   ' STATUS=' WS-RCVFILE-STATUS
               GO TO 9999-EXIT
           END-IF
           ADD 1 TO WS-IMAGE-LOADED

           IF WS-STATUS-DELETED
               ADD 1 TO WS-IMAGE-DELETED
           ELSE
               ADD 1 TO WS-IMAGE-ACTIVE
               IF WS-FIELD-2 IS NUMERIC
                   MOVE WS-FIELD-2 TO WS-FIELD-2-NUMERIC
                   ADD WS-FIELD-2-NUMERIC TO WS-IMAGE-HASH
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE IMAGE MUST TIE TO ITS OWN CONTROL RECORD AND THE CONTROL   *
      * RECORD TO THE CATALOG. ANY MISMATCH IS A COPY THAT CANNOT BE   *
      * TRUSTED, AND NOTHING IS REPLAYED ONTO IT.                      *
      *----------------------------------------------------------------*
       2500-CHECK-IMAGE.

           CLOSE IMAGE-COPY-FILE

           IF NOT WS-CONTROL-SEEN
               DISPLAY 'YFFWDRC: IMGCOPY HAS NO CONTROL RECORD - '
                   'THE COPY WAS CUT SHORT'
               GO TO 9999-EXIT
           END-IF

           IF WS-IMAGE-ACTIVE  NOT EQUAL EOD-RECORD-COUNT
              OR WS-IMAGE-HASH NOT EQUAL EOD-HASH-TOTAL
              OR WS-IMAGE-DELETED NOT EQUAL EOD-DELETED-COUNT
               DISPLAY 'YFFWDRC: IMGCOPY DOES NOT TIE TO ITS CONTROL '
                   'RECORD'
               DISPLAY 'YFFWDRC: LOADED ACTIVE ' WS-IMAGE-ACTIVE
                   ' HASH ' WS-IMAGE-HASH ' DELETED ' WS-IMAGE-DELETED
               DISPLAY 'YFFWDRC: CONTROL ACTIVE ' EOD-RECORD-COUNT
                   ' HASH ' EOD-HASH-TOTAL ' DELETED ' EOD-DELETED-COUNT
               GO TO 9999-EXIT
           END-IF

           IF EOD-RECORD-COUNT  NOT EQUAL IG-RECORD-COUNT
              OR EOD-HASH-TOTAL NOT EQUAL IG-HASH-TOTAL
              OR EOD-DELETED-COUNT NOT EQUAL IG-DELETED-COUNT
              OR EOD-RUN-TS     NOT EQUAL IG-COPY-TS
               DISPLAY 'YFFWDRC: IMGCOPY CONTROL RECORD DOES NOT '
                   'MATCH IMGCAT FOR GENERATION ' WS-GENERATION
               GO TO 9999-EXIT
           END-IF

           MOVE EOD-RUN-TS TO WS-COPY-TIMESTAMP
           IF WS-PARM-RECOVER-TO NOT EQUAL SPACES
              AND WS-PARM-RECOVER-TO NOT GREATER THAN
                  WS-COPY-TIMESTAMP (1:19)
               DISPLAY 'YFFWDRC: RECOVERY POINT ' WS-PARM-RECOVER-TO
                   ' IS NOT AFTER THE COPY (' WS-COPY-TIMESTAMP (1:19)
                   ')'
               GO TO 9999-EXIT
           END-IF

           PERFORM 2600-WRITE-REPORT-HEADING
           .
       2500-CHECK-IMAGE-EXIT.
           EXIT.

       2600-WRITE-REPORT-HEADING.

           MOVE WS-HEADING-1 TO RR-LINE
           WRITE RR-LINE

           MOVE SPACES                   TO WS-DETAIL-TEXT
           MOVE 'IMAGE GENERATION....: ' TO WS-DT-CAPTION
           MOVE WS-GENERATION            TO WS-DT-VALUE
           MOVE WS-DETAIL-TEXT           TO RR-LINE
           WRITE RR-LINE

           MOVE 'IMAGE BUSINESS DATE.: ' TO WS-DT-CAPTION
           MOVE EOD-BUSINESS-DATE        TO WS-DT-VALUE
           MOVE WS-DETAIL-TEXT           TO RR-LINE
           WRITE RR-LINE

           MOVE 'IMAGE TAKEN AT......: ' TO WS-DT-CAPTION
           MOVE WS-COPY-TIMESTAMP (1:19) TO WS-DT-VALUE
           MOVE WS-DETAIL-TEXT           TO RR-LINE
           WRITE RR-LINE

           MOVE 'RECOVERED TO........: ' TO WS-DT-CAPTION
           IF WS-PARM-RECOVER-TO EQUAL SPACES
               MOVE 'END OF AUDIT TRAIL' TO WS-DT-VALUE
           ELSE
               MOVE WS-PARM-RECOVER-TO   TO WS-DT-VALUE
           END-IF
           MOVE WS-DETAIL-TEXT           TO RR-LINE
           WRITE RR-LINE

           MOVE 'IMAGE RECORDS LOADED: ' TO WS-DC-CAPTION
           MOVE WS-IMAGE-LOADED          TO WS-DC-COUNT
           MOVE WS-DETAIL-COUNT          TO RR-LINE
           WRITE RR-LINE

           MOVE SPACES             TO RR-LINE
           WRITE RR-LINE
           MOVE WS-HEADING-ENTRIES TO RR-LINE
           WRITE RR-LINE
           .

      *----------------------------------------------------------------*
      * SORT INPUT - PASS THE ENTRIES STAMPED AFTER THE COPY AND UP TO *
      * THE RECOVERY POINT THAT CHANGED YOURFILE. AN ENTRY IN THE SAME *
      * SECOND AS THE COPY IS ALREADY ON IT - THE COPY RUNS WITH THE   *
      * ONLINE REGION DOWN.                                            *
      *----------------------------------------------------------------*
       3000-SELECT-AUDIT.

           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDHIST-NO-FILE
               DISPLAY 'YFFWDRC: NO AUDHIST - NOTHING TO REPLAY'
               GO TO 3000-SELECT-AUDIT-EXIT
           END-IF
           IF NOT WS-AUDHIST-OK
               DISPLAY 'YFFWDRC: UNABLE TO OPEN AUDHIST, STATUS='
                   WS-AUDHIST-STATUS
               SET WS-AUDIT-READ-FAILED TO TRUE
               GO TO 3000-SELECT-AUDIT-EXIT
           END-IF

           PERFORM 3100-READ-AUDHIST
           PERFORM 3200-SELECT-ONE-ENTRY
               UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-HISTORY-FILE
           GO TO 3000-SELECT-AUDIT-EXIT
           .

       3100-READ-AUDHIST.

           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ
           .

       3200-SELECT-ONE-ENTRY.

           ADD 1 TO WS-AUDIT-READ
           MOVE AF-RECORD TO AH-RECORD

           EVALUATE TRUE
               WHEN AH-TIMESTAMP (1:19) NOT GREATER THAN
                    WS-COPY-TIMESTAMP (1:19)
                   ADD 1 TO WS-AUDIT-BEFORE-COPY
               WHEN WS-PARM-RECOVER-TO NOT EQUAL SPACES
                AND AH-TIMESTAMP (1:19) GREATER THAN
                    WS-PARM-RECOVER-TO
                   ADD 1 TO WS-AUDIT-AFTER-POINT
               WHEN AH-ACTION-DENIED
                   ADD 1 TO WS-AUDIT-DENIED
               WHEN AH-ACTION-REFUSED
                   ADD 1 TO WS-AUDIT-REFUSED
               WHEN AH-ACTION-ADD
               WHEN AH-ACTION-CHANGE
               WHEN AH-ACTION-DELETE
               WHEN AH-ACTION-REKEY
                   RELEASE AH-RECORD
                   ADD 1 TO WS-AUDIT-SELECTED
               WHEN OTHER
                   DISPLAY 'YFFWDRC: UNKNOWN ACTION ' AH-ACTION
                       ' SKIPPED FOR KEY ' AH-RECORD-KEY
                       ' AT ' AH-TIMESTAMP (1:19)
                   ADD 1 TO WS-AUDIT-UNKNOWN
           END-EVALUATE

           PERFORM 3100-READ-AUDHIST
           .
       3000-SELECT-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SORT OUTPUT - IN TIMESTAMP ORDER, EACH AFTER-IMAGE REPLACES    *
      * THE RECORD ON RCVFILE (OR ADDS IT), STAMPED WITH THE ENTRY'S   *
      * OWN TIMESTAMP, AND ITS BEFORE/AFTER IMAGES POST THE MOVEMENT.  *
      * THE KEY COMES FROM THE ENTRY'S IMAGES, NOT AH-RECORD-KEY: AN   *
      * ENTRY MADE BEFORE A RE-KEY IS FILED UNDER THE NEW KEY BUT      *
      * STILL CARRIES THE OLD KEY IT WAS MADE TO.                      *
      *----------------------------------------------------------------*
       4000-APPLY-AUDIT.

           PERFORM 4100-RETURN-ENTRY
           PERFORM 4200-APPLY-ONE-ENTRY
               UNTIL WS-SORT-EOF
           GO TO 4000-APPLY-AUDIT-EXIT
           .

       4100-RETURN-ENTRY.

           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           .

       4200-APPLY-ONE-ENTRY.

           IF AH-ACTION-REKEY
               PERFORM 4250-REMOVE-OLD-KEY
           END-IF

           IF AH-ACTION-DELETE
               MOVE AH-BEFORE-KEY TO WS-APPLY-KEY
           ELSE
               MOVE AH-AFTER-KEY  TO WS-APPLY-KEY
           END-IF

           MOVE WS-APPLY-KEY TO WS-KEY
           READ RECOVERY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE 'N' TO WS-RECORD-FOUND-SWITCH
           IF WS-RCVFILE-OK
               SET WS-RECORD-FOUND TO TRUE
           END-IF

           MOVE WS-APPLY-KEY     TO WS-KEY
           MOVE AH-AFTER-FIELD-2 TO WS-FIELD-2
           MOVE AH-AFTER-FIELD-3 TO WS-FIELD-3
           MOVE AH-AFTER-FIELD-4 TO WS-FIELD-4
           MOVE AH-AFTER-STATUS  TO WS-STATUS
           MOVE AH-TIMESTAMP     TO WS-LAST-UPDATE-TS

           IF WS-RECORD-FOUND
               REWRITE WS-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE AH-TIMESTAMP (1:19) TO WS-DE-TIMESTAMP
           MOVE WS-APPLY-KEY        TO WS-DE-KEY
           MOVE AH-ACTION           TO WS-DE-ACTION
           MOVE AH-USERID           TO WS-DE-USERID

           IF WS-RCVFILE-OK
               MOVE 'APPLIED'       TO WS-DE-RESULT
               ADD 1 TO WS-APPLIED-TOTAL
               EVALUATE TRUE
                   WHEN AH-ACTION-ADD
                       ADD 1 TO WS-APPLIED-ADDS
                   WHEN AH-ACTION-CHANGE
                       ADD 1 TO WS-APPLIED-CHANGES
                   WHEN AH-ACTION-DELETE
                       ADD 1 TO WS-APPLIED-DELETES
                   WHEN AH-ACTION-REKEY
                       ADD 1 TO WS-APPLIED-REKEYS
               END-EVALUATE
               PERFORM 4300-POST-MOVEMENT
           ELSE
               MOVE 'FAILED'        TO WS-DE-RESULT
               ADD 1 TO WS-APPLY-FAILURES
               DISPLAY 'YFFWDRC: RCVFILE UPDATE FAILED FOR KEY '
                   WS-APPLY-KEY ' STATUS=' WS-RCVFILE-STATUS
           END-IF

           MOVE WS-DETAIL-ENTRY TO RR-LINE
           WRITE RR-LINE

           PERFORM 4100-RETURN-ENTRY
           .

      *----------------------------------------------------------------*
      * A RE-KEY MOVES THE RECORD OFF ITS BEFORE KEY. YFREKEY HAS      *
      * ALREADY RE-FILED THE KEY'S EARLIER ENTRIES UNDER THE NEW KEY,  *
      * SO THE OLD KEY MAY NOT BE ON RCVFILE AT ALL - ONLY A DELETE    *
      * THAT FAILS FOR SOME OTHER REASON IS AN APPLY FAILURE. THE K    *
      * ENTRY'S BEFORE AND AFTER IMAGES THEN NET TO NO MOVEMENT.       *
      *----------------------------------------------------------------*
       4250-REMOVE-OLD-KEY.

           MOVE AH-BEFORE-KEY TO WS-KEY
           DELETE RECOVERY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-RCVFILE-OK AND NOT WS-RCVFILE-NOT-FOUND
               ADD 1 TO WS-APPLY-FAILURES
               DISPLAY 'YFFWDRC: RCVFILE DELETE FAILED FOR OLD KEY '
                   AH-BEFORE-KEY ' STATUS=' WS-RCVFILE-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      * A BLANK BEFORE KEY IS AN ADD OF A RECORD THAT WAS NOT ON FILE  *
      * AND TAKES NOTHING OUT. ANYTHING NOT D COUNTS AS ACTIVE, AS IN  *
      * YFEODRPT.                                                      *
      *----------------------------------------------------------------*
       4300-POST-MOVEMENT.

           IF AH-BEFORE-KEY NOT EQUAL SPACES
               IF AH-BEFORE-STATUS EQUAL 'D'
                   ADD 1 TO WS-DELETED-MINUS
               ELSE
                   ADD 1 TO WS-ACTIVE-MINUS
                   IF AH-BEFORE-FIELD-2 IS NUMERIC
                       MOVE AH-BEFORE-FIELD-2 TO WS-FIELD-2-NUMERIC
                       ADD WS-FIELD-2-NUMERIC TO WS-HASH-MINUS
                   END-IF
               END-IF
           END-IF

           IF AH-AFTER-STATUS EQUAL 'D'
               ADD 1 TO WS-DELETED-PLUS
           ELSE
               ADD 1 TO WS-ACTIVE-PLUS
               IF AH-AFTER-FIELD-2 IS NUMERIC
                   MOVE AH-AFTER-FIELD-2 TO WS-FIELD-2-NUMERIC
                   ADD WS-FIELD-2-NUMERIC TO WS-HASH-PLUS
               END-IF
           END-IF
           .
       4000-APPLY-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT THE REBUILT FILE FROM SCRATCH, INDEPENDENT OF THE        *
      * REPLAY, FOR THE TIE-OUT.                                       *
      *----------------------------------------------------------------*
       5000-COUNT-REBUILT.

           CLOSE RECOVERY-FILE
           OPEN INPUT RECOVERY-FILE
           IF NOT WS-RCVFILE-OK
               DISPLAY 'YFFWDRC: UNABLE TO REOPEN RCVFILE, STATUS='
                   WS-RCVFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N' TO WS-IMAGE-EOF-SWITCH
           PERFORM 5100-READ-REBUILT
           PERFORM 5200-COUNT-ONE-RECORD
               UNTIL WS-IMAGE-EOF
           CLOSE RECOVERY-FILE
           .
       5000-COUNT-REBUILT-EXIT.
           EXIT.

       5100-READ-REBUILT.

           READ RECOVERY-FILE NEXT RECORD
               AT END
                   SET WS-IMAGE-EOF TO TRUE
           END-READ
           .

       5200-COUNT-ONE-RECORD.

           IF WS-STATUS-DELETED
               ADD 1 TO WS-REBUILT-DELETED
           ELSE
               ADD 1 TO WS-REBUILT-ACTIVE
               IF WS-FIELD-2 IS NUMERIC
                   MOVE WS-FIELD-2 TO WS-FIELD-2-NUMERIC
                   ADD WS-FIELD-2-NUMERIC TO WS-REBUILT-HASH
               END-IF
           END-IF

           PERFORM 5100-READ-REBUILT
           .

       6000-PRODUCE-REPORT.

           COMPUTE WS-EXPECTED-ACTIVE =
               WS-IMAGE-ACTIVE + WS-ACTIVE-PLUS - WS-ACTIVE-MINUS
           COMPUTE WS-EXPECTED-HASH =
               WS-IMAGE-HASH + WS-HASH-PLUS - WS-HASH-MINUS
           COMPUTE WS-EXPECTED-DELETED =
               WS-IMAGE-DELETED + WS-DELETED-PLUS - WS-DELETED-MINUS

           IF WS-EXPECTED-ACTIVE     NOT EQUAL WS-REBUILT-ACTIVE
              OR WS-EXPECTED-HASH    NOT EQUAL WS-REBUILT-HASH
              OR WS-EXPECTED-DELETED NOT EQUAL WS-REBUILT-DELETED
              OR WS-APPLY-FAILURES   GREATER THAN ZERO
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF

           MOVE SPACES TO RR-LINE
           WRITE RR-LINE

           MOVE 'AUDIT ENTRIES READ..: ' TO WS-DC-CAPTION
           MOVE WS-AUDIT-READ            TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'BEFORE THE COPY.....: ' TO WS-DC-CAPTION
           MOVE WS-AUDIT-BEFORE-COPY     TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'PAST RECOVERY POINT.: ' TO WS-DC-CAPTION
           MOVE WS-AUDIT-AFTER-POINT     TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'DENIED (X) SKIPPED..: ' TO WS-DC-CAPTION
           MOVE WS-AUDIT-DENIED          TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'REFUSED (T) SKIPPED.: ' TO WS-DC-CAPTION
           MOVE WS-AUDIT-REFUSED         TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'UNKNOWN SKIPPED.....: ' TO WS-DC-CAPTION
           MOVE WS-AUDIT-UNKNOWN         TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'ADDS APPLIED........: ' TO WS-DC-CAPTION
           MOVE WS-APPLIED-ADDS          TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'CHANGES APPLIED.....: ' TO WS-DC-CAPTION
           MOVE WS-APPLIED-CHANGES       TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'DELETES APPLIED.....: ' TO WS-DC-CAPTION
           MOVE WS-APPLIED-DELETES       TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'RE-KEYS APPLIED.....: ' TO WS-DC-CAPTION
           MOVE WS-APPLIED-REKEYS        TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'APPLY FAILURES......: ' TO WS-DC-CAPTION
           MOVE WS-APPLY-FAILURES        TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE SPACES TO RR-LINE
           WRITE RR-LINE

           MOVE 'IMAGE ACTIVE........: ' TO WS-DL-CAPTION
           MOVE SPACES                   TO WS-DL-SIGN
           MOVE WS-IMAGE-ACTIVE          TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'AUDIT AFTER-IMAGES..: ' TO WS-DL-CAPTION
           MOVE '+ '                     TO WS-DL-SIGN
           MOVE WS-ACTIVE-PLUS           TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'AUDIT BEFORE-IMAGES.: ' TO WS-DL-CAPTION
           MOVE '- '                     TO WS-DL-SIGN
           MOVE WS-ACTIVE-MINUS          TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'EXPECTED ACTIVE.....: ' TO WS-DL-CAPTION
           MOVE '= '                     TO WS-DL-SIGN
           MOVE WS-EXPECTED-ACTIVE       TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'REBUILT ACTIVE......: ' TO WS-DL-CAPTION
           MOVE SPACES                   TO WS-DL-SIGN
           MOVE WS-REBUILT-ACTIVE        TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           COMPUTE WS-DIFFERENCE =
               WS-REBUILT-ACTIVE - WS-EXPECTED-ACTIVE
           MOVE 'DIFFERENCE..........: ' TO WS-DL-CAPTION
           MOVE WS-DIFFERENCE            TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE

           MOVE SPACES TO RR-LINE
           WRITE RR-LINE

           MOVE 'IMAGE HASH (FLD-2)..: ' TO WS-DL-CAPTION
           MOVE SPACES                   TO WS-DL-SIGN
           MOVE WS-IMAGE-HASH            TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'AUDIT AFTER-IMAGES..: ' TO WS-DL-CAPTION
           MOVE '+ '                     TO WS-DL-SIGN
           MOVE WS-HASH-PLUS             TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'AUDIT BEFORE-IMAGES.: ' TO WS-DL-CAPTION
           MOVE '- '                     TO WS-DL-SIGN
           MOVE WS-HASH-MINUS            TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'EXPECTED HASH.......: ' TO WS-DL-CAPTION
           MOVE '= '                     TO WS-DL-SIGN
           MOVE WS-EXPECTED-HASH         TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'REBUILT HASH........: ' TO WS-DL-CAPTION
           MOVE SPACES                   TO WS-DL-SIGN
           MOVE WS-REBUILT-HASH          TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           COMPUTE WS-DIFFERENCE =
               WS-REBUILT-HASH - WS-EXPECTED-HASH
           MOVE 'DIFFERENCE..........: ' TO WS-DL-CAPTION
           MOVE WS-DIFFERENCE            TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE

           MOVE SPACES TO RR-LINE
           WRITE RR-LINE

           MOVE 'IMAGE DELETED.......: ' TO WS-DL-CAPTION
           MOVE SPACES                   TO WS-DL-SIGN
           MOVE WS-IMAGE-DELETED         TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'AUDIT AFTER-IMAGES..: ' TO WS-DL-CAPTION
           MOVE '+ '                     TO WS-DL-SIGN
           MOVE WS-DELETED-PLUS          TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'AUDIT BEFORE-IMAGES.: ' TO WS-DL-CAPTION
           MOVE '- '                     TO WS-DL-SIGN
           MOVE WS-DELETED-MINUS         TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'EXPECTED DELETED....: ' TO WS-DL-CAPTION
           MOVE '= '                     TO WS-DL-SIGN
           MOVE WS-EXPECTED-DELETED      TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           MOVE 'REBUILT DELETED.....: ' TO WS-DL-CAPTION
           MOVE SPACES                   TO WS-DL-SIGN
           MOVE WS-REBUILT-DELETED       TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE
           COMPUTE WS-DIFFERENCE =
               WS-REBUILT-DELETED - WS-EXPECTED-DELETED
           MOVE 'DIFFERENCE..........: ' TO WS-DL-CAPTION
           MOVE WS-DIFFERENCE            TO WS-DL-AMOUNT
           PERFORM 6200-WRITE-LEG-LINE

           IF WS-IN-BALANCE
               MOVE 'RESULT: RECOVERY IN BALANCE'
                   TO WS-DV-TEXT
           ELSE
               MOVE 'RESULT: *** RECOVERY OUT OF BALANCE ***'
                   TO WS-DV-TEXT
           END-IF
           MOVE WS-DETAIL-VERDICT TO RR-LINE
           WRITE RR-LINE

           CLOSE RECOVERY-RPT

           DISPLAY 'YFFWDRC: GENERATION ' WS-GENERATION ' PLUS '
               WS-APPLIED-TOTAL ' AUDIT ENTRIES APPLIED'
           DISPLAY 'YFFWDRC: ' WS-DV-TEXT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-APPLIED-TOTAL TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL

           IF NOT WS-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       6100-WRITE-COUNT-LINE.

           MOVE WS-DETAIL-COUNT TO RR-LINE
           WRITE RR-LINE
           .

       6200-WRITE-LEG-LINE.

           MOVE WS-DETAIL-LEG TO RR-LINE
           WRITE RR-LINE
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
               MOVE WS-APPLIED-TOTAL TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
