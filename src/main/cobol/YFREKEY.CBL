      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       PARAMETER-DRIVEN RE-KEY FOR YOURFILE. WHEN A
      *                PARTNER RENUMBERS AN ACCOUNT, OR A RECORD WAS
      *                KEYED UNDER THE WRONG WS-KEY, A DELETE AND RE-ADD
      *                CUTS THE RECORD OFF FROM EVERYTHING FILED UNDER
      *                ITS KEY. THIS JOB MOVES THE RECORD AND ALL OF IT
      *                TO THE NEW KEY INSTEAD. RKYPARM HOLDS ONE PAIR
      *                PER LINE:
      *                  COL  1     MODE - U APPLY, T TRIAL (DRY RUN)
      *                  COLS 3-7   OLD KEY
      *                  COLS 9-13  NEW KEY
      *                THE FIRST LINE'S MODE IS THE RUN'S MODE; A LINE
      *                WITH ANY OTHER MODE IS REFUSED AS A KEYING
      *                ERROR.
      *
      *                FOR EACH PAIR THE LIVE YOURFILE RECORD IS
      *                WRITTEN UNDER THE NEW KEY (STAMPED WITH THE RUN
      *                TIMESTAMP) AND DELETED UNDER THE OLD ONE, AND
      *                THE KEY'S YFHIST VERSIONS (HIGH-WATER INCLUDED),
      *                AUDHIST ENTRIES, YFPEND CHANGES, NOTEFILE NOTES
      *                (HIGH-WATER INCLUDED) AND OUTSTANDING REPRFILE
      *                REJECTS ARE RE-KEYED UNDER THE NEW KEY.
      *                RESOLVED REJECTS ARE HISTORY AND STAY AS THEY
      *                WERE. XREFFILE (SEE XREFREC) GETS A FORWARD
      *                POINTER UNDER THE OLD KEY AND A BACK POINTER
      *                UNDER THE NEW ONE, AND AUDHIST GETS AN ACTION K
      *                ENTRY UNDER THE NEW KEY FOR THE RE-KEY ITSELF,
      *                USERID YFREKEY. YFEXTRC PICKS UP THE CROSS-
      *                REFERENCE AND SENDS THE OLD KEY DOWNSTREAM AS A
      *                DELETE AND THE NEW KEY AS AN ADD.
      *
      *                A PAIR IS REFUSED, AND NOTHING IS TOUCHED FOR
      *                IT, WHEN THE OLD KEY IS NOT ON YOURFILE, WHEN
      *                THE OLD KEY HAS A CHANGE OR DELETE WAITING ON
      *                APPRFILE FOR A SECOND OPERATOR, OR WHEN THE NEW
      *                KEY IS ALREADY IN USE - ON YOURFILE, OR WITH
      *                ANYTHING FILED UNDER IT ON YFHIST, AUDHIST,
      *                YFPEND, NOTEFILE OR ARCHFILE, OR RETIRED BY AN
      *                EARLIER RE-KEY ON XREFFILE. A KEY ALREADY USED
      *                BY AN EARLIER PAIR IN THE SAME RUN IS REFUSED
      *                TOO, SO A TRIAL RUN PREDICTS THE APPLY RUN.
      *
      *                TRIAL MODE OPENS EVERYTHING FOR INPUT AND ONLY
      *                COUNTS WHAT WOULD MOVE. THE REPORT (RKYRPT)
      *                SHOWS EVERY PAIR WITH A COUNT FOR EVERY FILE IT
      *                TOUCHES, THEN RUN TOTALS. A PAIR THAT FAILS PART
      *                WAY THROUGH IS REPORTED INCOMPLETE, THE OLD
      *                YOURFILE RECORD IS LEFT IN PLACE, AND THE RUN
      *                ENDS WITH RETURN-CODE 8 - THE CONSOLE MESSAGES
      *                SAY WHICH FILE STOPPED IT. RUN WITH THE ONLINE
      *                REGION DOWN.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFREKEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RKYPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKYPARM-STATUS.

           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-KEY
               FILE STATUS IS WS-YOURFILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO YFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-YFHIST-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT PENDING-FILE ASSIGN TO YFPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-YFPEND-STATUS.

           SELECT REPAIR-FILE ASSIGN TO REPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-SEQ
               FILE STATUS IS WS-REPRFILE-STATUS.

           SELECT NOTE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTEFILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-SEQ
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARCHFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT REKEY-RPT ASSIGN TO RKYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-FILE-RECORD                PIC X(80).

       FD  YOURFILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY WSRECORD.

       FD  HISTORY-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY HISTREC.

       FD  AUDIT-HISTORY-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY AUDHREC.

       FD  PENDING-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY PENDREC.

       FD  REPAIR-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY REPRREC.

       FD  NOTE-FILE
           RECORD CONTAINS 117 CHARACTERS.
           COPY NOTEREC.

       FD  APPROVAL-FILE
           RECORD CONTAINS 145 CHARACTERS.
           COPY APPRREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 62 CHARACTERS.
           COPY ARCHREC.

       FD  XREF-FILE
           RECORD CONTAINS 84 CHARACTERS.
           COPY XREFREC.

       FD  REKEY-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RK-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.

       01  WS-RKYPARM-STATUS               PIC X(2).
           88  WS-RKYPARM-OK                    VALUE '00'.

       01  WS-YOURFILE-STATUS              PIC X(2).
           88  WS-YOURFILE-OK                   VALUE '00'.

       01  WS-YFHIST-STATUS                PIC X(2).
           88  WS-YFHIST-OK                     VALUE '00'.
           88  WS-YFHIST-NO-FILE                VALUE '35'.

       01  WS-AUDHIST-STATUS               PIC X(2).
           88  WS-AUDHIST-OK                    VALUE '00'.
           88  WS-AUDHIST-DUPKEY                VALUE '22'.
           88  WS-AUDHIST-NO-FILE               VALUE '35'.

       01  WS-YFPEND-STATUS                PIC X(2).
           88  WS-YFPEND-OK                     VALUE '00'.
           88  WS-YFPEND-NO-FILE                VALUE '35'.

       01  WS-REPRFILE-STATUS              PIC X(2).
           88  WS-REPRFILE-OK                   VALUE '00'.
           88  WS-REPRFILE-NO-FILE              VALUE '35'.

       01  WS-NOTEFILE-STATUS              PIC X(2).
           88  WS-NOTEFILE-OK                   VALUE '00'.
           88  WS-NOTEFILE-NO-FILE              VALUE '35'.

       01  WS-APPRFILE-STATUS              PIC X(2).
           88  WS-APPRFILE-OK                   VALUE '00'.
           88  WS-APPRFILE-NO-FILE              VALUE '35'.

       01  WS-ARCHFILE-STATUS              PIC X(2).
           88  WS-ARCHFILE-OK                   VALUE '00'.
           88  WS-ARCHFILE-NO-FILE              VALUE '35'.

       01  WS-XREFFILE-STATUS              PIC X(2).
           88  WS-XREFFILE-OK                   VALUE '00'.
           88  WS-XREFFILE-DUPKEY               VALUE '22'.
           88  WS-XREFFILE-NO-FILE              VALUE '35'.

       01  WS-RKYRPT-STATUS                 PIC X(2).
           88  WS-RKYRPT-OK                     VALUE '00'.

       01  WS-EOF-SWITCH                    PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                       VALUE 'Y'.

      *----------------------------------------------------------------*
      * A FILE THAT HAS NEVER BEEN CREATED HAS NOTHING FILED UNDER ANY *
      * KEY - ITS CHECK AND ITS MOVE ARE SKIPPED. AN APPLY RUN CREATES *
      * AUDHIST AND XREFFILE IF NEED BE, SINCE IT WRITES TO THEM.      *
      *----------------------------------------------------------------*
       01  WS-HIST-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-HIST-PRESENT                      VALUE 'Y'.
       01  WS-AUDIT-SWITCH                  PIC X(1)      VALUE 'N'.
           88  WS-AUDIT-PRESENT                     VALUE 'Y'.
       01  WS-PEND-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-PEND-PRESENT                      VALUE 'Y'.
       01  WS-REPR-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-REPR-PRESENT                      VALUE 'Y'.
       01  WS-NOTE-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-NOTE-PRESENT                      VALUE 'Y'.
       01  WS-APPR-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-APPR-PRESENT                      VALUE 'Y'.
       01  WS-ARCH-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-ARCH-PRESENT                      VALUE 'Y'.
       01  WS-XREF-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-XREF-PRESENT                      VALUE 'Y'.

       01  WS-SCAN-DONE-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-SCAN-DONE                         VALUE 'Y'.

       01  WS-KEY-FOUND-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-KEY-FOUND                         VALUE 'Y'.

       01  WS-AUDIT-WRITTEN-SWITCH          PIC X(1)      VALUE 'N'.
           88  WS-AUDIT-WRITTEN                     VALUE 'Y'.

      *----------------------------------------------------------------*
      * ONE RE-KEY PAIR - LAYOUT IN THE HEADER.                        *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-MODE                PIC X(1).
           05  FILLER                      PIC X(1).
           05  WS-PARM-OLD-KEY             PIC X(5).
           05  FILLER                      PIC X(1).
           05  WS-PARM-NEW-KEY             PIC X(5).
           05  FILLER                      PIC X(67).

      *    THE RUN'S MODE, FROM THE FIRST RKYPARM LINE.
       01  WS-RUN-MODE-SWITCH               PIC X(1)      VALUE SPACE.
           88  WS-MODE-APPLY                        VALUE 'U'.
           88  WS-MODE-TRIAL                        VALUE 'T'.

       01  WS-PAIR-WORK.
           05  WS-OLD-KEY                  PIC X(5).
           05  WS-NEW-KEY                  PIC X(5).
      *        WHY THE PAIR WAS REFUSED - SPACES WHILE IT IS STILL GOOD.
           05  WS-REFUSE-REASON            PIC X(48).
           05  WS-INCOMPLETE-SWITCH        PIC X(1).
               88  WS-PAIR-INCOMPLETE           VALUE 'Y'.

      *    THE YOURFILE RECORD AS IT STOOD UNDER THE OLD KEY.
       01  WS-OLD-IMAGE-SAVE                PIC X(47)     VALUE SPACES.

      *----------------------------------------------------------------*
      * BROWSE POSITIONS - THE KEY LAST READ ON EACH FILE. EVERY READ  *
      * RE-POSITIONS JUST PAST IT, SO A WRITE UNDER THE NEW KEY OR A   *
      * DELETE UNDER THE OLD ONE NEVER DISTURBS A BROWSE IN FLIGHT.    *
      *----------------------------------------------------------------*
       01  WS-HIST-POSITION                 PIC X(9).
       01  WS-AUDIT-POSITION                PIC X(34).
       01  WS-PEND-POSITION                 PIC X(15).
       01  WS-NOTE-POSITION                 PIC X(9).

      *----------------------------------------------------------------*
      * EVERY KEY CLAIMED BY AN EARLIER PAIR IN THIS RUN, OLD AND NEW. *
      *----------------------------------------------------------------*
       01  WS-RUN-KEY-TABLE.
           05  WS-RUN-KEY                  PIC X(5)
                                           OCCURS 500 TIMES.
       77  WS-RUN-KEY-MAX                   PIC 9(4) COMP VALUE 500.
       77  WS-RUN-KEY-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  WS-RUN-KEY-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  WS-CHECK-KEY                     PIC X(5)      VALUE SPACES.

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)     VALUE SPACES.

      *    PER-PAIR COUNTS - WHAT MOVED (OR WOULD MOVE) ON EACH FILE.
       77  WS-PC-YOURFILE                   PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-HIST                       PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-AUDIT                      PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-PEND                       PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-REJECT                     PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-NOTES                      PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-XREF                       PIC 9(9) COMP VALUE ZERO.
       77  WS-PC-REKEY-AUDIT                PIC 9(9) COMP VALUE ZERO.

       77  WS-PAIRS-READ                    PIC 9(9) COMP VALUE ZERO.
       77  WS-PAIRS-REKEYED                 PIC 9(9) COMP VALUE ZERO.
       77  WS-PAIRS-REFUSED                 PIC 9(9) COMP VALUE ZERO.
       77  WS-PAIRS-INCOMPLETE              PIC 9(9) COMP VALUE ZERO.
       77  WS-TOT-HIST                      PIC 9(9) COMP VALUE ZERO.
       77  WS-TOT-AUDIT                     PIC 9(9) COMP VALUE ZERO.
       77  WS-TOT-PEND                      PIC 9(9) COMP VALUE ZERO.
       77  WS-TOT-REJECT                    PIC 9(9) COMP VALUE ZERO.
       77  WS-TOT-NOTES                     PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(26) VALUE
                   'YOURFILE RE-KEY - MODE: '.
               10  WS-H-MODE               PIC X(5).
               10  FILLER                  PIC X(49) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(11) VALUE
                   'RUN STAMP: '.
               10  WS-H-RUN-TS             PIC X(19).
               10  FILLER                  PIC X(50) VALUE SPACES.
           05  WS-DETAIL-PAIR.
               10  FILLER                  PIC X(6)  VALUE
                   'PAIR: '.
               10  WS-DP-OLD-KEY           PIC X(5).
               10  FILLER                  PIC X(4)  VALUE ' -> '.
               10  WS-DP-NEW-KEY           PIC X(5).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DP-RESULT            PIC X(58).
           05  WS-DETAIL-FILE.
               10  FILLER                  PIC X(4)  VALUE SPACES.
               10  WS-DF-CAPTION           PIC X(22).
               10  WS-DF-COUNT             PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(43) VALUE SPACES.
           05  WS-DETAIL-COUNTS.
               10  WS-DC-CAPTION           PIC X(22).
               10  WS-DC-COUNT             PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-PAIR
               THRU 2000-PROCESS-ONE-PAIR-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-PRODUCE-TOTALS
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           PERFORM 1100-READ-FIRST-PAIR
           PERFORM 1200-STAMP-RUN-TIMESTAMP
           PERFORM 1300-OPEN-FILES

           OPEN OUTPUT REKEY-RPT
           IF NOT WS-RKYRPT-OK
               DISPLAY 'YFREKEY: UNABLE TO OPEN RKYRPT, STATUS='
                   WS-RKYRPT-STATUS
               GO TO 9999-EXIT
           END-IF

           IF WS-MODE-APPLY
               MOVE 'APPLY' TO WS-H-MODE
           ELSE
               MOVE 'TRIAL' TO WS-H-MODE
           END-IF
           MOVE WS-HEADING-1 TO RK-LINE
           WRITE RK-LINE
           MOVE WS-RUN-TIMESTAMP (1:19) TO WS-H-RUN-TS
           MOVE WS-HEADING-2 TO RK-LINE
           WRITE RK-LINE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFREKEY ' TO RC-JOB-NAME
           MOVE SPACES TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFREKEY: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE FIRST PAIR FIXES THE RUN'S MODE. A DECK WITH NO PAIRS, OR  *
      * A FIRST MODE THAT IS NEITHER U NOR T, STOPS THE RUN RATHER     *
      * THAN GUESS WHETHER TO CHANGE ANYTHING.                         *
      *----------------------------------------------------------------*
       1100-READ-FIRST-PAIR.

           OPEN INPUT PARM-FILE
           IF NOT WS-RKYPARM-OK
               DISPLAY 'YFREKEY: UNABLE TO OPEN RKYPARM, STATUS='
                   WS-RKYPARM-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO WS-PARM-RECORD
           READ PARM-FILE INTO WS-PARM-RECORD
               AT END
                   DISPLAY 'YFREKEY: RKYPARM IS EMPTY'
                   CLOSE PARM-FILE
                   GO TO 9999-EXIT
           END-READ

           MOVE WS-PARM-MODE TO WS-RUN-MODE-SWITCH
           IF NOT WS-MODE-APPLY AND NOT WS-MODE-TRIAL
               DISPLAY 'YFREKEY: MODE MUST BE U OR T, NOT '
                   WS-PARM-MODE
               CLOSE PARM-FILE
               GO TO 9999-EXIT
           END-IF
           .

       1200-STAMP-RUN-TIMESTAMP.

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES                 TO WS-RUN-TIMESTAMP

      *    THE SAME YYYY-MM-DD / HH.MM.SS LAYOUT AS WS-LAST-UPDATE-TS,
      *    SO THE MOVED RECORD'S NEW STAMP COMPARES AGAINST YFEXTRC'S
      *    CUTOFF LIKE ANY OTHER UPDATE.
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

      *----------------------------------------------------------------*
      * AN APPLY RUN OPENS THE FILES I-O; A TRIAL RUN OPENS THEM FOR   *
      * INPUT AND CANNOT CHANGE ANYTHING. YOURFILE MUST BE THERE.      *
      *----------------------------------------------------------------*
       1300-OPEN-FILES.

           IF WS-MODE-APPLY
               OPEN I-O YOURFILE
           ELSE
               OPEN INPUT YOURFILE
           END-IF
           IF NOT WS-YOURFILE-OK
               DISPLAY 'YFREKEY: UNABLE TO OPEN YOURFILE, STATUS='
                   WS-YOURFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O HISTORY-FILE
           ELSE
               OPEN INPUT HISTORY-FILE
           END-IF
           IF WS-YFHIST-OK
               SET WS-HIST-PRESENT TO TRUE
           ELSE
               IF NOT WS-YFHIST-NO-FILE
                   DISPLAY 'YFREKEY: UNABLE TO OPEN YFHIST, STATUS='
                       WS-YFHIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O AUDIT-HISTORY-FILE
               IF WS-AUDHIST-NO-FILE
                   OPEN OUTPUT AUDIT-HISTORY-FILE
                   CLOSE AUDIT-HISTORY-FILE
                   OPEN I-O AUDIT-HISTORY-FILE
               END-IF
           ELSE
               OPEN INPUT AUDIT-HISTORY-FILE
           END-IF
           IF WS-AUDHIST-OK
               SET WS-AUDIT-PRESENT TO TRUE
           ELSE
               IF NOT WS-AUDHIST-NO-FILE OR WS-MODE-APPLY
                   DISPLAY 'YFREKEY: UNABLE TO OPEN AUDHIST, STATUS='
                       WS-AUDHIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O PENDING-FILE
           ELSE
               OPEN INPUT PENDING-FILE
           END-IF
           IF WS-YFPEND-OK
               SET WS-PEND-PRESENT TO TRUE
           ELSE
               IF NOT WS-YFPEND-NO-FILE
                   DISPLAY 'YFREKEY: UNABLE TO OPEN YFPEND, STATUS='
                       WS-YFPEND-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O REPAIR-FILE
           ELSE
               OPEN INPUT REPAIR-FILE
           END-IF
           IF WS-REPRFILE-OK
               SET WS-REPR-PRESENT TO TRUE
           ELSE
               IF NOT WS-REPRFILE-NO-FILE
                   DISPLAY 'YFREKEY: UNABLE TO OPEN REPRFILE, STATUS='
                       WS-REPRFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O NOTE-FILE
           ELSE
               OPEN INPUT NOTE-FILE
           END-IF
           IF WS-NOTEFILE-OK
               SET WS-NOTE-PRESENT TO TRUE
           ELSE
               IF NOT WS-NOTEFILE-NO-FILE
                   DISPLAY 'YFREKEY: UNABLE TO OPEN NOTEFILE, STATUS='
                       WS-NOTEFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN INPUT APPROVAL-FILE
           IF WS-APPRFILE-OK
               SET WS-APPR-PRESENT TO TRUE
           ELSE
               IF NOT WS-APPRFILE-NO-FILE
                   DISPLAY 'YFREKEY: UNABLE TO OPEN APPRFILE, STATUS='
                       WS-APPRFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHFILE-OK
               SET WS-ARCH-PRESENT TO TRUE
           ELSE
               IF NOT WS-ARCHFILE-NO-FILE
                   DISPLAY 'YFREKEY: UNABLE TO OPEN ARCHFILE, STATUS='
                       WS-ARCHFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O XREF-FILE
               IF WS-XREFFILE-NO-FILE
                   OPEN OUTPUT XREF-FILE
                   CLOSE XREF-FILE
                   OPEN I-O XREF-FILE
               END-IF
           ELSE
               OPEN INPUT XREF-FILE
           END-IF
           IF WS-XREFFILE-OK
               SET WS-XREF-PRESENT TO TRUE
           ELSE
               IF NOT WS-XREFFILE-NO-FILE OR WS-MODE-APPLY
                   DISPLAY 'YFREKEY: UNABLE TO OPEN XREFFILE, STATUS='
                       WS-XREFFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE OLD-KEY/NEW-KEY PAIR: EDIT IT, THEN COUNT (TRIAL) OR MOVE  *
      * (APPLY) EVERYTHING FILED UNDER THE OLD KEY, AND REPORT IT.     *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-PAIR.

           IF WS-PARM-RECORD EQUAL SPACES
               GO TO 2000-PROCESS-ONE-PAIR-EXIT
           END-IF

           ADD 1 TO WS-PAIRS-READ
           MOVE WS-PARM-OLD-KEY TO WS-OLD-KEY
           MOVE WS-PARM-NEW-KEY TO WS-NEW-KEY
           MOVE SPACES          TO WS-REFUSE-REASON
           MOVE 'N'             TO WS-INCOMPLETE-SWITCH
           MOVE ZERO TO WS-PC-YOURFILE WS-PC-HIST WS-PC-AUDIT
                        WS-PC-PEND WS-PC-REJECT WS-PC-NOTES
                        WS-PC-XREF WS-PC-REKEY-AUDIT

           PERFORM 2200-EDIT-PAIR THRU 2200-EDIT-PAIR-EXIT
           IF WS-REFUSE-REASON NOT EQUAL SPACES
               ADD 1 TO WS-PAIRS-REFUSED
               PERFORM 2800-PRINT-PAIR
               GO TO 2000-PROCESS-ONE-PAIR-EXIT
           END-IF

           PERFORM 2270-CLAIM-RUN-KEYS

           IF WS-MODE-APPLY
               PERFORM 2500-MOVE-LIVE-RECORD
                   THRU 2500-MOVE-LIVE-RECORD-EXIT
               IF WS-REFUSE-REASON NOT EQUAL SPACES
                   ADD 1 TO WS-PAIRS-REFUSED
                   PERFORM 2800-PRINT-PAIR
                   GO TO 2000-PROCESS-ONE-PAIR-EXIT
               END-IF
           ELSE
               MOVE 1 TO WS-PC-YOURFILE
           END-IF

           PERFORM 3100-REKEY-HISTORY THRU 3100-REKEY-HISTORY-EXIT
           PERFORM 3200-REKEY-AUDIT THRU 3200-REKEY-AUDIT-EXIT
           PERFORM 3300-REKEY-PENDING THRU 3300-REKEY-PENDING-EXIT
           PERFORM 3400-REKEY-REJECTS THRU 3400-REKEY-REJECTS-EXIT
           PERFORM 3500-REKEY-NOTES THRU 3500-REKEY-NOTES-EXIT

           IF WS-MODE-TRIAL
               MOVE 2 TO WS-PC-XREF
               MOVE 1 TO WS-PC-REKEY-AUDIT
           ELSE
               IF NOT WS-PAIR-INCOMPLETE
                   PERFORM 2550-DELETE-OLD-RECORD
               END-IF
               IF NOT WS-PAIR-INCOMPLETE
                   PERFORM 3600-WRITE-XREF THRU 3600-WRITE-XREF-EXIT
               END-IF
               IF NOT WS-PAIR-INCOMPLETE
                   PERFORM 3700-WRITE-REKEY-AUDIT
               END-IF
           END-IF

           IF WS-PAIR-INCOMPLETE
               ADD 1 TO WS-PAIRS-INCOMPLETE
           ELSE
               ADD 1 TO WS-PAIRS-REKEYED
           END-IF
           ADD WS-PC-HIST   TO WS-TOT-HIST
           ADD WS-PC-AUDIT  TO WS-TOT-AUDIT
           ADD WS-PC-PEND   TO WS-TOT-PEND
           ADD WS-PC-REJECT TO WS-TOT-REJECT
           ADD WS-PC-NOTES  TO WS-TOT-NOTES
           PERFORM 2800-PRINT-PAIR
           .

       2000-PROCESS-ONE-PAIR-EXIT.
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
      * THE REFUSALS, CHEAPEST FIRST. THE FIRST ONE THAT APPLIES GOES  *
      * IN WS-REFUSE-REASON AND NOTHING IS TOUCHED FOR THE PAIR.       *
      *----------------------------------------------------------------*
       2200-EDIT-PAIR.

           IF WS-PARM-MODE NOT EQUAL WS-RUN-MODE-SWITCH
               MOVE 'MODE DIFFERS FROM THE FIRST PAIR'
                   TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF

           IF WS-OLD-KEY EQUAL SPACES OR WS-NEW-KEY EQUAL SPACES
               MOVE 'OLD KEY AND NEW KEY ARE BOTH REQUIRED'
                   TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF

           IF WS-OLD-KEY EQUAL WS-NEW-KEY
               MOVE 'OLD KEY AND NEW KEY ARE THE SAME'
                   TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF

           MOVE WS-OLD-KEY TO WS-CHECK-KEY
           PERFORM 2250-LOOKUP-RUN-KEY
           IF WS-KEY-FOUND
               MOVE 'OLD KEY ALREADY USED BY AN EARLIER PAIR'
                   TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF
           MOVE WS-NEW-KEY TO WS-CHECK-KEY
           PERFORM 2250-LOOKUP-RUN-KEY
           IF WS-KEY-FOUND
               MOVE 'NEW KEY ALREADY USED BY AN EARLIER PAIR'
                   TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF
           IF WS-RUN-KEY-COUNT GREATER THAN WS-RUN-KEY-MAX - 2
               MOVE 'RUN IS FULL - PUT THE REST IN ANOTHER RUN'
                   TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF

           MOVE WS-OLD-KEY TO WS-KEY
           READ YOURFILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-YOURFILE-OK
               MOVE 'OLD KEY IS NOT ON YOURFILE' TO WS-REFUSE-REASON
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF
           MOVE WS-RECORD TO WS-OLD-IMAGE-SAVE

           PERFORM 2300-CHECK-NEW-KEY-FREE
               THRU 2300-CHECK-NEW-KEY-FREE-EXIT
           IF WS-REFUSE-REASON NOT EQUAL SPACES
               GO TO 2200-EDIT-PAIR-EXIT
           END-IF

           PERFORM 2400-CHECK-APPROVALS
               THRU 2400-CHECK-APPROVALS-EXIT
           .
       2200-EDIT-PAIR-EXIT.
           EXIT.

       2250-LOOKUP-RUN-KEY.

           MOVE 'N'  TO WS-KEY-FOUND-SWITCH
           MOVE ZERO TO WS-RUN-KEY-SUB
           PERFORM 2260-CHECK-ONE-RUN-KEY
               UNTIL WS-KEY-FOUND
                  OR WS-RUN-KEY-SUB GREATER THAN OR EQUAL TO
                     WS-RUN-KEY-COUNT
           .

       2260-CHECK-ONE-RUN-KEY.

           ADD 1 TO WS-RUN-KEY-SUB
           IF WS-RUN-KEY (WS-RUN-KEY-SUB) EQUAL WS-CHECK-KEY
               SET WS-KEY-FOUND TO TRUE
           END-IF
           .

       2270-CLAIM-RUN-KEYS.

           ADD 1 TO WS-RUN-KEY-COUNT
           MOVE WS-OLD-KEY TO WS-RUN-KEY (WS-RUN-KEY-COUNT)
           ADD 1 TO WS-RUN-KEY-COUNT
           MOVE WS-NEW-KEY TO WS-RUN-KEY (WS-RUN-KEY-COUNT)
           .

      *----------------------------------------------------------------*
      * THE NEW KEY MUST BE CLEAN: NOT LIVE, NOT RETIRED BY AN EARLIER *
      * RE-KEY, AND WITH NOTHING FILED UNDER IT ANYWHERE - MIXING TWO  *
      * RECORDS' HISTORIES UNDER ONE KEY CANNOT BE UNDONE. OUTSTANDING *
      * REJECTS FOR THE NEW KEY DO NOT COUNT: A PARTNER THAT HAS       *
      * ALREADY STARTED SENDING THE NEW NUMBER LEAVES EXACTLY THOSE,   *
      * AND THEY CAN BE RESUBMITTED ONCE THE RECORD IS THERE.          *
      *----------------------------------------------------------------*
       2300-CHECK-NEW-KEY-FREE.

           MOVE WS-NEW-KEY TO WS-KEY
           READ YOURFILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-YOURFILE-OK
               MOVE 'NEW KEY IS ALREADY ON YOURFILE' TO WS-REFUSE-REASON
               GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
           END-IF

           IF WS-XREF-PRESENT
               MOVE LOW-VALUES TO XR-KEY
               MOVE WS-NEW-KEY TO XR-RECORD-KEY
               START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-XREFFILE-OK
                   READ XREF-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-XREFFILE-OK
                    AND XR-RECORD-KEY EQUAL WS-NEW-KEY
                       MOVE 'NEW KEY WAS RE-KEYED BEFORE (XREFFILE)'
                           TO WS-REFUSE-REASON
                       GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-ARCH-PRESENT
               MOVE WS-NEW-KEY TO ARC-RECORD-KEY
               MOVE LOW-VALUES TO ARC-PURGE-DATE
               START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-ARCHFILE-OK
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-ARCHFILE-OK
                    AND ARC-RECORD-KEY EQUAL WS-NEW-KEY
                       MOVE 'NEW KEY HAS PURGED IMAGES ON ARCHFILE'
                           TO WS-REFUSE-REASON
                       GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-HIST-PRESENT
               MOVE LOW-VALUES TO VH-KEY
               MOVE WS-NEW-KEY TO VH-RECORD-KEY
               START HISTORY-FILE KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-YFHIST-OK
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-YFHIST-OK
                    AND VH-RECORD-KEY EQUAL WS-NEW-KEY
                       MOVE 'NEW KEY HAS YFHIST VERSIONS'
                           TO WS-REFUSE-REASON
                       GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-AUDIT-PRESENT
               MOVE LOW-VALUES TO AH-KEY
               MOVE WS-NEW-KEY TO AH-RECORD-KEY
               START AUDIT-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-AUDHIST-OK
                   READ AUDIT-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-AUDHIST-OK
                    AND AH-RECORD-KEY EQUAL WS-NEW-KEY
                       MOVE 'NEW KEY HAS AUDHIST ENTRIES'
                           TO WS-REFUSE-REASON
                       GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-NOTE-PRESENT
               MOVE LOW-VALUES TO NT-KEY
               MOVE WS-NEW-KEY TO NT-RECORD-KEY
               START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-NOTEFILE-OK
                   READ NOTE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-NOTEFILE-OK
                    AND NT-RECORD-KEY EQUAL WS-NEW-KEY
                       MOVE 'NEW KEY HAS NOTES ON NOTEFILE'
                           TO WS-REFUSE-REASON
                       GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
                   END-IF
               END-IF
           END-IF

      *    YFPEND IS KEYED BY EFFECTIVE DATE FIRST, SO ONLY A PASS OF
      *    THE WHOLE FILE FINDS A KEY'S CHANGES.
           IF WS-PEND-PRESENT
               MOVE WS-NEW-KEY TO WS-CHECK-KEY
               PERFORM 2350-SCAN-PENDING-FOR-KEY
               IF WS-KEY-FOUND
                   MOVE 'NEW KEY HAS PENDING CHANGES ON YFPEND'
                       TO WS-REFUSE-REASON
                   GO TO 2300-CHECK-NEW-KEY-FREE-EXIT
               END-IF
           END-IF
           .
       2300-CHECK-NEW-KEY-FREE-EXIT.
           EXIT.

       2350-SCAN-PENDING-FOR-KEY.

           MOVE 'N'        TO WS-KEY-FOUND-SWITCH
           MOVE 'N'        TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO PC-KEY
           START PENDING-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2360-CHECK-ONE-PENDING
               UNTIL WS-SCAN-DONE OR WS-KEY-FOUND
           .

       2360-CHECK-ONE-PENDING.

           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-YFPEND-OK
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF PC-RECORD-KEY EQUAL WS-CHECK-KEY
                       SET WS-KEY-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A CHANGE OR DELETE OF THE OLD KEY STILL WAITING FOR A SECOND   *
      * OPERATOR WAS KEYED AGAINST THE RECORD AS IT STANDS. MOVING THE *
      * RECORD UNDER IT WOULD STRAND THE ITEM, SO THE ITEM IS DECIDED  *
      * FIRST.                                                         *
      *----------------------------------------------------------------*
       2400-CHECK-APPROVALS.

           IF NOT WS-APPR-PRESENT
               GO TO 2400-CHECK-APPROVALS-EXIT
           END-IF

           MOVE 'N'  TO WS-KEY-FOUND-SWITCH
           MOVE 'N'  TO WS-SCAN-DONE-SWITCH
           MOVE ZERO TO AP-SEQ
           START APPROVAL-FILE KEY IS GREATER THAN AP-SEQ
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2410-CHECK-ONE-APPROVAL
               UNTIL WS-SCAN-DONE OR WS-KEY-FOUND

           IF WS-KEY-FOUND
               MOVE 'OLD KEY HAS AN APPROVAL PENDING - DECIDE IT FIRST'
                   TO WS-REFUSE-REASON
           END-IF
           .
       2400-CHECK-APPROVALS-EXIT.
           EXIT.

       2410-CHECK-ONE-APPROVAL.

           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-APPRFILE-OK
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF AP-STATE-PENDING
                    AND AP-RECORD-KEY EQUAL WS-OLD-KEY
                       SET WS-KEY-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE LIVE RECORD GOES UNDER THE NEW KEY FIRST, STAMPED WITH THE *
      * RUN TIMESTAMP SO THE NEXT DELTA EXTRACT SENDS IT. IF EVEN THAT *
      * FAILS NOTHING HAS MOVED AND THE PAIR IS SIMPLY REFUSED.        *
      *----------------------------------------------------------------*
       2500-MOVE-LIVE-RECORD.

           MOVE WS-OLD-IMAGE-SAVE TO WS-RECORD
           MOVE WS-NEW-KEY        TO WS-KEY
           MOVE WS-RUN-TIMESTAMP  TO WS-LAST-UPDATE-TS
           WRITE WS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-YOURFILE-OK
               DISPLAY 'YFREKEY: YOURFILE WRITE FAILED FOR NEW KEY '
                   WS-NEW-KEY ' STATUS=' WS-YOURFILE-STATUS
               MOVE 'YOURFILE WRITE FAILED - NOTHING MOVED'
                   TO WS-REFUSE-REASON
               GO TO 2500-MOVE-LIVE-RECORD-EXIT
           END-IF
           MOVE 1 TO WS-PC-YOURFILE
           .
       2500-MOVE-LIVE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE OLD RECORD GOES ONLY ONCE EVERYTHING FILED UNDER IT HAS    *
      * MOVED - AN INCOMPLETE PAIR LEAVES IT IN PLACE.                 *
      *----------------------------------------------------------------*
       2550-DELETE-OLD-RECORD.

           MOVE WS-OLD-KEY TO WS-KEY
           DELETE YOURFILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-YOURFILE-OK
               DISPLAY 'YFREKEY: YOURFILE DELETE FAILED FOR OLD KEY '
                   WS-OLD-KEY ' STATUS=' WS-YOURFILE-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE PAIR ON THE REPORT: THE RESULT, THEN - UNLESS IT WAS       *
      * REFUSED - A COUNT FOR EVERY FILE THE RE-KEY TOUCHES.           *
      *----------------------------------------------------------------*
       2800-PRINT-PAIR.

           MOVE SPACES TO RK-LINE
           WRITE RK-LINE

           MOVE WS-OLD-KEY TO WS-DP-OLD-KEY
           MOVE WS-NEW-KEY TO WS-DP-NEW-KEY
           MOVE SPACES     TO WS-DP-RESULT
           EVALUATE TRUE
               WHEN WS-REFUSE-REASON NOT EQUAL SPACES
                   STRING 'REFUSED - '     DELIMITED BY SIZE
                          WS-REFUSE-REASON DELIMITED BY SIZE
                       INTO WS-DP-RESULT
                   END-STRING
               WHEN WS-PAIR-INCOMPLETE
                   MOVE 'INCOMPLETE - SEE CONSOLE MESSAGES'
                       TO WS-DP-RESULT
               WHEN WS-MODE-TRIAL
                   MOVE 'WOULD RE-KEY' TO WS-DP-RESULT
               WHEN OTHER
                   MOVE 'RE-KEYED' TO WS-DP-RESULT
           END-EVALUATE
           MOVE WS-DETAIL-PAIR TO RK-LINE
           WRITE RK-LINE

           IF WS-REFUSE-REASON EQUAL SPACES
               MOVE 'YOURFILE RECORD.....: ' TO WS-DF-CAPTION
               MOVE WS-PC-YOURFILE           TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'YFHIST VERSIONS.....: ' TO WS-DF-CAPTION
               MOVE WS-PC-HIST               TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'AUDHIST ENTRIES.....: ' TO WS-DF-CAPTION
               MOVE WS-PC-AUDIT              TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'YFPEND CHANGES......: ' TO WS-DF-CAPTION
               MOVE WS-PC-PEND               TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'REPRFILE REJECTS....: ' TO WS-DF-CAPTION
               MOVE WS-PC-REJECT             TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'NOTEFILE NOTES......: ' TO WS-DF-CAPTION
               MOVE WS-PC-NOTES              TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'XREFFILE RECORDS....: ' TO WS-DF-CAPTION
               MOVE WS-PC-XREF               TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
               MOVE 'AUDHIST RE-KEY ENTRY: ' TO WS-DF-CAPTION
               MOVE WS-PC-REKEY-AUDIT        TO WS-DF-COUNT
               PERFORM 2810-WRITE-FILE-LINE
           END-IF
           .

       2810-WRITE-FILE-LINE.

           MOVE WS-DETAIL-FILE TO RK-LINE
           WRITE RK-LINE
           .

      *----------------------------------------------------------------*
      * YFHIST - EVERY VERSION OF THE OLD KEY, AND ITS VERSION-0000    *
      * HIGH-WATER, IS WRITTEN UNDER THE NEW KEY AND DELETED UNDER THE *
      * OLD. A VERSION'S IMAGE TAKES THE NEW KEY TOO, SO A LATER       *
      * YFRESTOR OF IT PUTS BACK A RECORD UNDER THE KEY IT NOW LIVES   *
      * UNDER. THE HIGH-WATER IS NOT COUNTED AS A VERSION.             *
      *----------------------------------------------------------------*
       3100-REKEY-HISTORY.

           IF NOT WS-HIST-PRESENT OR WS-PAIR-INCOMPLETE
               GO TO 3100-REKEY-HISTORY-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-HIST-POSITION
           MOVE WS-OLD-KEY TO WS-HIST-POSITION (1:5)
           MOVE 'N'        TO WS-SCAN-DONE-SWITCH
           PERFORM 3110-REKEY-ONE-VERSION
               THRU 3110-REKEY-ONE-VERSION-EXIT
               UNTIL WS-SCAN-DONE
           .
       3100-REKEY-HISTORY-EXIT.
           EXIT.

       3110-REKEY-ONE-VERSION.

           MOVE WS-HIST-POSITION TO VH-KEY
           START HISTORY-FILE KEY IS GREATER THAN VH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3110-REKEY-ONE-VERSION-EXIT
           END-START
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3110-REKEY-ONE-VERSION-EXIT
           END-READ
           IF NOT WS-YFHIST-OK
            OR VH-RECORD-KEY NOT EQUAL WS-OLD-KEY
               SET WS-SCAN-DONE TO TRUE
               GO TO 3110-REKEY-ONE-VERSION-EXIT
           END-IF

           MOVE VH-KEY TO WS-HIST-POSITION
           IF VH-VERSION NOT EQUAL ZERO
               ADD 1 TO WS-PC-HIST
           END-IF
           IF WS-MODE-TRIAL
               GO TO 3110-REKEY-ONE-VERSION-EXIT
           END-IF

           MOVE WS-NEW-KEY TO VH-RECORD-KEY
           IF VH-VERSION NOT EQUAL ZERO
               MOVE WS-NEW-KEY TO VH-IMG-KEY
           END-IF
           WRITE VH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-YFHIST-OK
               DISPLAY 'YFREKEY: YFHIST WRITE FAILED FOR NEW KEY '
                   WS-NEW-KEY ' VERSION ' VH-VERSION
                   ' STATUS=' WS-YFHIST-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
               GO TO 3110-REKEY-ONE-VERSION-EXIT
           END-IF

           MOVE WS-HIST-POSITION TO VH-KEY
           DELETE HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-YFHIST-OK
               DISPLAY 'YFREKEY: YFHIST DELETE FAILED FOR OLD KEY '
                   WS-OLD-KEY ' VERSION ' VH-VERSION
                   ' STATUS=' WS-YFHIST-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF
           .
       3110-REKEY-ONE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AUDHIST - EVERY ENTRY FILED UNDER THE OLD KEY MOVES TO THE NEW *
      * KEY WITH ITS TIMESTAMP AND TIE-BREAKER. THE BEFORE AND AFTER   *
      * IMAGES ARE LEFT AS THEY WERE WRITTEN - THEY RECORD THE KEY THE *
      * RECORD CARRIED AT THE TIME.                                    *
      *----------------------------------------------------------------*
       3200-REKEY-AUDIT.

           IF NOT WS-AUDIT-PRESENT OR WS-PAIR-INCOMPLETE
               GO TO 3200-REKEY-AUDIT-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-AUDIT-POSITION
           MOVE WS-OLD-KEY TO WS-AUDIT-POSITION (1:5)
           MOVE 'N'        TO WS-SCAN-DONE-SWITCH
           PERFORM 3210-REKEY-ONE-ENTRY
               THRU 3210-REKEY-ONE-ENTRY-EXIT
               UNTIL WS-SCAN-DONE
           .
       3200-REKEY-AUDIT-EXIT.
           EXIT.

       3210-REKEY-ONE-ENTRY.

           MOVE WS-AUDIT-POSITION TO AH-KEY
           START AUDIT-HISTORY-FILE KEY IS GREATER THAN AH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3210-REKEY-ONE-ENTRY-EXIT
           END-START
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3210-REKEY-ONE-ENTRY-EXIT
           END-READ
           IF NOT WS-AUDHIST-OK
            OR AH-RECORD-KEY NOT EQUAL WS-OLD-KEY
               SET WS-SCAN-DONE TO TRUE
               GO TO 3210-REKEY-ONE-ENTRY-EXIT
           END-IF

           MOVE AH-KEY TO WS-AUDIT-POSITION
           ADD 1 TO WS-PC-AUDIT
           IF WS-MODE-TRIAL
               GO TO 3210-REKEY-ONE-ENTRY-EXIT
           END-IF

           MOVE WS-NEW-KEY TO AH-RECORD-KEY
           WRITE AH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-AUDHIST-OK
               DISPLAY 'YFREKEY: AUDHIST WRITE FAILED FOR NEW KEY '
                   WS-NEW-KEY ' AT ' AH-TIMESTAMP (1:19)
                   ' STATUS=' WS-AUDHIST-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
               GO TO 3210-REKEY-ONE-ENTRY-EXIT
           END-IF

           MOVE WS-AUDIT-POSITION TO AH-KEY
           DELETE AUDIT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-AUDHIST-OK
               DISPLAY 'YFREKEY: AUDHIST DELETE FAILED FOR OLD KEY '
                   WS-OLD-KEY ' AT ' AH-TIMESTAMP (1:19)
                   ' STATUS=' WS-AUDHIST-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF
           .
       3210-REKEY-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * YFPEND - KEYED BY EFFECTIVE DATE FIRST, SO THE WHOLE FILE IS   *
      * PASSED. EACH CHANGE FOR THE OLD KEY IS WRITTEN UNDER THE SAME  *
      * DATE AND THE NEW KEY, AND DELETED UNDER THE OLD.               *
      *----------------------------------------------------------------*
       3300-REKEY-PENDING.

           IF NOT WS-PEND-PRESENT OR WS-PAIR-INCOMPLETE
               GO TO 3300-REKEY-PENDING-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-PEND-POSITION
           MOVE 'N'        TO WS-SCAN-DONE-SWITCH
           PERFORM 3310-REKEY-ONE-PENDING
               THRU 3310-REKEY-ONE-PENDING-EXIT
               UNTIL WS-SCAN-DONE
           .
       3300-REKEY-PENDING-EXIT.
           EXIT.

       3310-REKEY-ONE-PENDING.

           MOVE WS-PEND-POSITION TO PC-KEY
           START PENDING-FILE KEY IS GREATER THAN PC-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3310-REKEY-ONE-PENDING-EXIT
           END-START
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3310-REKEY-ONE-PENDING-EXIT
           END-READ
           IF NOT WS-YFPEND-OK
               SET WS-SCAN-DONE TO TRUE
               GO TO 3310-REKEY-ONE-PENDING-EXIT
           END-IF

           MOVE PC-KEY TO WS-PEND-POSITION
           IF PC-RECORD-KEY NOT EQUAL WS-OLD-KEY
               GO TO 3310-REKEY-ONE-PENDING-EXIT
           END-IF

           ADD 1 TO WS-PC-PEND
           IF WS-MODE-TRIAL
               GO TO 3310-REKEY-ONE-PENDING-EXIT
           END-IF

           MOVE WS-NEW-KEY TO PC-RECORD-KEY
           WRITE PC-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-YFPEND-OK
               DISPLAY 'YFREKEY: YFPEND WRITE FAILED FOR NEW KEY '
                   WS-NEW-KEY ' DATED ' PC-EFFECTIVE-DATE
                   ' STATUS=' WS-YFPEND-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
               GO TO 3310-REKEY-ONE-PENDING-EXIT
           END-IF

           MOVE WS-PEND-POSITION TO PC-KEY
           DELETE PENDING-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-YFPEND-OK
               DISPLAY 'YFREKEY: YFPEND DELETE FAILED FOR OLD KEY '
                   WS-OLD-KEY ' DATED ' PC-EFFECTIVE-DATE
                   ' STATUS=' WS-YFPEND-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF
           .
       3310-REKEY-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPRFILE - KEYED BY REJECT SEQUENCE, SO THE WHOLE FILE IS      *
      * PASSED FROM SEQUENCE 1 (PAST THE 000000000 CONTROL RECORD). AN *
      * OUTSTANDING REJECT FOR THE OLD KEY IS REWRITTEN IN PLACE WITH  *
      * THE NEW KEY, SO ITS REPAIR AND RESUBMISSION FIND THE RECORD.   *
      *----------------------------------------------------------------*
       3400-REKEY-REJECTS.

           IF NOT WS-REPR-PRESENT OR WS-PAIR-INCOMPLETE
               GO TO 3400-REKEY-REJECTS-EXIT
           END-IF

           MOVE 'N'  TO WS-SCAN-DONE-SWITCH
           MOVE ZERO TO RP-SEQ
           START REPAIR-FILE KEY IS GREATER THAN RP-SEQ
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3410-REKEY-ONE-REJECT
               THRU 3410-REKEY-ONE-REJECT-EXIT
               UNTIL WS-SCAN-DONE
           .
       3400-REKEY-REJECTS-EXIT.
           EXIT.

       3410-REKEY-ONE-REJECT.

           READ REPAIR-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3410-REKEY-ONE-REJECT-EXIT
           END-READ
           IF NOT WS-REPRFILE-OK
               SET WS-SCAN-DONE TO TRUE
               GO TO 3410-REKEY-ONE-REJECT-EXIT
           END-IF

           IF NOT RP-DISP-OUTSTANDING
            OR RP-TRN-KEY NOT EQUAL WS-OLD-KEY
               GO TO 3410-REKEY-ONE-REJECT-EXIT
           END-IF

           ADD 1 TO WS-PC-REJECT
           IF WS-MODE-TRIAL
               GO TO 3410-REKEY-ONE-REJECT-EXIT
           END-IF

           MOVE WS-NEW-KEY TO RP-TRN-KEY
           REWRITE RP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-REPRFILE-OK
               DISPLAY 'YFREKEY: REPRFILE REWRITE FAILED FOR REJECT '
                   RP-SEQ ' STATUS=' WS-REPRFILE-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF
           .
       3410-REKEY-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NOTEFILE - EVERY NOTE OF THE OLD KEY, AND ITS SEQUENCE-0000    *
      * HIGH-WATER, IS WRITTEN UNDER THE NEW KEY AND DELETED UNDER THE *
      * OLD. THE NOTES KEEP THEIR SEQUENCES, STAMPS AND TEXT. THE      *
      * HIGH-WATER IS NOT COUNTED AS A NOTE.                           *
      *----------------------------------------------------------------*
       3500-REKEY-NOTES.

           IF NOT WS-NOTE-PRESENT OR WS-PAIR-INCOMPLETE
               GO TO 3500-REKEY-NOTES-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-NOTE-POSITION
           MOVE WS-OLD-KEY TO WS-NOTE-POSITION (1:5)
           MOVE 'N'        TO WS-SCAN-DONE-SWITCH
           PERFORM 3510-REKEY-ONE-NOTE
               THRU 3510-REKEY-ONE-NOTE-EXIT
               UNTIL WS-SCAN-DONE
           .
       3500-REKEY-NOTES-EXIT.
           EXIT.

       3510-REKEY-ONE-NOTE.

           MOVE WS-NOTE-POSITION TO NT-KEY
           START NOTE-FILE KEY IS GREATER THAN NT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3510-REKEY-ONE-NOTE-EXIT
           END-START
           READ NOTE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3510-REKEY-ONE-NOTE-EXIT
           END-READ
           IF NOT WS-NOTEFILE-OK
            OR NT-RECORD-KEY NOT EQUAL WS-OLD-KEY
               SET WS-SCAN-DONE TO TRUE
               GO TO 3510-REKEY-ONE-NOTE-EXIT
           END-IF

           MOVE NT-KEY TO WS-NOTE-POSITION
           IF NT-SEQUENCE NOT EQUAL ZERO
               ADD 1 TO WS-PC-NOTES
           END-IF
           IF WS-MODE-TRIAL
               GO TO 3510-REKEY-ONE-NOTE-EXIT
           END-IF

           MOVE WS-NEW-KEY TO NT-RECORD-KEY
           WRITE NT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-NOTEFILE-OK
               DISPLAY 'YFREKEY: NOTEFILE WRITE FAILED FOR NEW KEY '
                   WS-NEW-KEY ' NOTE ' NT-SEQUENCE
                   ' STATUS=' WS-NOTEFILE-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
               GO TO 3510-REKEY-ONE-NOTE-EXIT
           END-IF

           MOVE WS-NOTE-POSITION TO NT-KEY
           DELETE NOTE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-NOTEFILE-OK
               DISPLAY 'YFREKEY: NOTEFILE DELETE FAILED FOR OLD KEY '
                   WS-OLD-KEY ' NOTE ' NT-SEQUENCE
                   ' STATUS=' WS-NOTEFILE-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF
           .
       3510-REKEY-ONE-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE CROSS-REFERENCE: A FORWARD POINTER UNDER THE OLD KEY AND A *
      * BACK POINTER UNDER THE NEW ONE, EACH CARRYING THE RECORD AS IT *
      * STOOD UNDER THE OLD KEY. AN OLD KEY THAT WAS RE-ADDED AND IS   *
      * NOW RE-KEYED AGAIN HAS ITS FORWARD POINTER REPLACED.           *
      *----------------------------------------------------------------*
       3600-WRITE-XREF.

           MOVE WS-OLD-KEY        TO XR-RECORD-KEY
           SET XR-MOVED-TO        TO TRUE
           MOVE WS-NEW-KEY        TO XR-OTHER-KEY
           MOVE WS-RUN-TIMESTAMP  TO XR-REKEY-TS
           MOVE WS-OLD-IMAGE-SAVE TO XR-IMAGE
           PERFORM 3650-PUT-XREF
           IF NOT WS-XREFFILE-OK
               GO TO 3600-WRITE-XREF-EXIT
           END-IF

           MOVE WS-NEW-KEY        TO XR-RECORD-KEY
           SET XR-MOVED-FROM      TO TRUE
           MOVE WS-OLD-KEY        TO XR-OTHER-KEY
           MOVE WS-RUN-TIMESTAMP  TO XR-REKEY-TS
           MOVE WS-OLD-IMAGE-SAVE TO XR-IMAGE
           PERFORM 3650-PUT-XREF
           .
       3600-WRITE-XREF-EXIT.
           EXIT.

       3650-PUT-XREF.

           WRITE XR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-XREFFILE-DUPKEY
               REWRITE XR-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-XREFFILE-OK
               ADD 1 TO WS-PC-XREF
           ELSE
               DISPLAY 'YFREKEY: XREFFILE WRITE FAILED FOR KEY '
                   XR-RECORD-KEY ' STATUS=' WS-XREFFILE-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE RE-KEY IS AUDITED LIKE ANY OTHER BATCH UPDATE - STRAIGHT   *
      * TO AUDHIST WITH THE SAME-SECOND TIE-BREAKER, TERMID BTCH,      *
      * USERID YFREKEY - AS ACTION K UNDER THE NEW KEY. BEFORE IS THE  *
      * RECORD UNDER THE OLD KEY, AFTER THE SAME RECORD UNDER THE NEW. *
      *----------------------------------------------------------------*
       3700-WRITE-REKEY-AUDIT.

           MOVE WS-NEW-KEY         TO AH-RECORD-KEY
           MOVE WS-RUN-TIMESTAMP   TO AH-TIMESTAMP
           MOVE ZERO               TO AH-SEQUENCE
           MOVE 'BTCH'             TO AH-TERMID
           MOVE 'YFREKEY '         TO AH-USERID
           SET AH-ACTION-REKEY     TO TRUE

           MOVE WS-OLD-IMAGE-SAVE (1:5)   TO AH-BEFORE-KEY
           MOVE WS-OLD-IMAGE-SAVE (6:5)   TO AH-BEFORE-FIELD-2
           MOVE WS-OLD-IMAGE-SAVE (11:5)  TO AH-BEFORE-FIELD-3
           MOVE WS-OLD-IMAGE-SAVE (16:5)  TO AH-BEFORE-FIELD-4
           MOVE WS-OLD-IMAGE-SAVE (21:1)  TO AH-BEFORE-STATUS

           MOVE WS-NEW-KEY                TO AH-AFTER-KEY
           MOVE WS-OLD-IMAGE-SAVE (6:5)   TO AH-AFTER-FIELD-2
           MOVE WS-OLD-IMAGE-SAVE (11:5)  TO AH-AFTER-FIELD-3
           MOVE WS-OLD-IMAGE-SAVE (16:5)  TO AH-AFTER-FIELD-4
           MOVE WS-OLD-IMAGE-SAVE (21:1)  TO AH-AFTER-STATUS

           MOVE 'N' TO WS-AUDIT-WRITTEN-SWITCH
           PERFORM 3750-TRY-AUDIT-WRITE
               UNTIL WS-AUDIT-WRITTEN
                  OR AH-SEQUENCE GREATER THAN 998

           IF WS-AUDIT-WRITTEN
               MOVE 1 TO WS-PC-REKEY-AUDIT
           ELSE
               DISPLAY 'YFREKEY: AUDIT WRITE FAILED FOR KEY '
                   WS-NEW-KEY ' STATUS=' WS-AUDHIST-STATUS
               SET WS-PAIR-INCOMPLETE TO TRUE
           END-IF
           .

       3750-TRY-AUDIT-WRITE.

           WRITE AH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-AUDHIST-OK
               SET WS-AUDIT-WRITTEN TO TRUE
           ELSE
               IF WS-AUDHIST-DUPKEY
                   ADD 1 TO AH-SEQUENCE
               ELSE
                   MOVE 999 TO AH-SEQUENCE
               END-IF
           END-IF
           .

       4000-PRODUCE-TOTALS.

           MOVE SPACES TO RK-LINE
           WRITE RK-LINE

           MOVE 'PAIRS READ..........: ' TO WS-DC-CAPTION
           MOVE WS-PAIRS-READ            TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           IF WS-MODE-APPLY
               MOVE 'PAIRS RE-KEYED......: ' TO WS-DC-CAPTION
           ELSE
               MOVE 'WOULD RE-KEY........: ' TO WS-DC-CAPTION
           END-IF
           MOVE WS-PAIRS-REKEYED         TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'PAIRS REFUSED.......: ' TO WS-DC-CAPTION
           MOVE WS-PAIRS-REFUSED         TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'PAIRS INCOMPLETE....: ' TO WS-DC-CAPTION
           MOVE WS-PAIRS-INCOMPLETE      TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'YFHIST VERSIONS.....: ' TO WS-DC-CAPTION
           MOVE WS-TOT-HIST              TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'AUDHIST ENTRIES.....: ' TO WS-DC-CAPTION
           MOVE WS-TOT-AUDIT             TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'YFPEND CHANGES......: ' TO WS-DC-CAPTION
           MOVE WS-TOT-PEND              TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'REPRFILE REJECTS....: ' TO WS-DC-CAPTION
           MOVE WS-TOT-REJECT            TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           MOVE 'NOTEFILE NOTES......: ' TO WS-DC-CAPTION
           MOVE WS-TOT-NOTES             TO WS-DC-COUNT
           PERFORM 4100-WRITE-COUNT-LINE

           CLOSE PARM-FILE
           CLOSE YOURFILE
           IF WS-HIST-PRESENT
               CLOSE HISTORY-FILE
           END-IF
           IF WS-AUDIT-PRESENT
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           IF WS-PEND-PRESENT
               CLOSE PENDING-FILE
           END-IF
           IF WS-REPR-PRESENT
               CLOSE REPAIR-FILE
           END-IF
           IF WS-NOTE-PRESENT
               CLOSE NOTE-FILE
           END-IF
           IF WS-APPR-PRESENT
               CLOSE APPROVAL-FILE
           END-IF
           IF WS-ARCH-PRESENT
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-XREF-PRESENT
               CLOSE XREF-FILE
           END-IF
           CLOSE REKEY-RPT

           DISPLAY 'YFREKEY: PAIRS READ.......: ' WS-PAIRS-READ
           IF WS-MODE-APPLY
               DISPLAY 'YFREKEY: PAIRS RE-KEYED...: ' WS-PAIRS-REKEYED
           ELSE
               DISPLAY 'YFREKEY: WOULD RE-KEY.....: ' WS-PAIRS-REKEYED
           END-IF
           DISPLAY 'YFREKEY: PAIRS REFUSED....: ' WS-PAIRS-REFUSED
           DISPLAY 'YFREKEY: PAIRS INCOMPLETE.: ' WS-PAIRS-INCOMPLETE

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-PAIRS-REKEYED TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL

      *    A PAIR LEFT HALF-MOVED NEEDS SOMEONE TO FINISH IT BY HAND.
           IF WS-PAIRS-INCOMPLETE GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       4100-WRITE-COUNT-LINE.

           MOVE WS-DETAIL-COUNTS TO RK-LINE
           WRITE RK-LINE
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
               MOVE WS-PAIRS-REKEYED TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
