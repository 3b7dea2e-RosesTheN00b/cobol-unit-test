      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       NIGHTLY CROSS-FILE INTEGRITY SCAN OVER THE
      *                YOURFILE FAMILY. THE FILES POINT AT EACH OTHER
      *                BY KEY AND NOTHING ELSE CHECKS THEY STILL AGREE
      *                AFTER A RESTORE, A PURGE OR AN ABENDED JOB. THIS
      *                JOB CHANGES NOTHING - IT READS EACH FILE AND
      *                PRINTS EVERY ORPHAN AND BROKEN CONTROL RECORD IT
      *                FINDS ON INTRPT, EACH WITH A SEVERITY:
      *
      *                  YFHIST   VERSION-0000 HIGH-WATER BELOW THE
      *                           VERSIONS ON FILE, OR MISSING (W)
      *                  YFHIST   KEY ON NEITHER YOURFILE NOR
      *                           ARCHFILE (W)
      *                  AUDHIST  KEY WITH AN A/C/D ENTRY ON NEITHER
      *                           YOURFILE NOR ARCHFILE (W)
      *                  REPRFILE 000000000 NEXT-SEQUENCE NOT PAST THE
      *                           HIGHEST SEQUENCE IN USE, OR MISSING
      *                           WITH REJECTS ON FILE (W)
      *                  YFPEND   PENDING CHANGE FOR A KEY THAT WAS
      *                           PURGED - GONE FROM YOURFILE, ON
      *                           ARCHFILE (W)
      *                  ARCHFILE PURGED KEY THAT IS LIVE AND ACTIVE
      *                           ON YOURFILE AGAIN WITH A STAMP NO
      *                           NEWER THAN ITS LAST PURGED IMAGE (S)
      *                  AUTHFILE ENTRY WITH A LEVEL OTHER THAN 1-3 (S)
      *                  IMGCAT   0000 CONTROL RECORD NOT NAMING THE
      *                           NEWEST COPY (S), COPY LEFT OPEN (W)
      *
      *                W (WARNING) IS SOMETHING TO CLEAN UP - THE
      *                WRITERS STEP PAST A LOW HIGH-WATER OR NEXT-
      *                SEQUENCE ON THEIR OWN. S (SEVERE) IS DATA THAT
      *                MUST NOT GO DOWNSTREAM: ANY SEVERE FINDING ENDS
      *                THE RUN WITH RETURN-CODE 8 SO THE SCHEDULER HOLDS
      *                THE WINDOW BEFORE YFEXTRC SHIPS ANYTHING. A FILE
      *                THAT HAS NEVER BEEN CREATED IS NOTED AND ITS
      *                CHECK SKIPPED.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  A PURGED KEY THAT YFRESTOR HAS RE-ADDED IS NO
      *                 LONGER REPORTED - THE ARCHFILE CHECK IS SEVERE
      *                 ONLY WHEN THE LIVE RECORD IS NO NEWER THAN THE
      *                 NEWEST IMAGE PURGED, I.E. AN OLD COPY IS BACK.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFINTEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-KEY
               FILE STATUS IS WS-YOURFILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO YFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-YFHIST-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT REPAIR-FILE ASSIGN TO REPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-SEQ
               FILE STATUS IS WS-REPRFILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO YFPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-YFPEND-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARCHFILE-STATUS.

           SELECT AUTHORITY-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-USERID
               FILE STATUS IS WS-AUTHFILE-STATUS.

           SELECT IMAGE-CATALOG-FILE ASSIGN TO IMGCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IG-GENERATION
               FILE STATUS IS WS-IMGCAT-STATUS.

           SELECT INTEGRITY-RPT ASSIGN TO INTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YOURFILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY WSRECORD.

       FD  HISTORY-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY HISTREC.

       FD  AUDIT-HISTORY-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY AUDHREC.

       FD  REPAIR-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY REPRREC.

       FD  PENDING-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY PENDREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 62 CHARACTERS.
           COPY ARCHREC.

       FD  AUTHORITY-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY AUTHREC.

       FD  IMAGE-CATALOG-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY IMGGREC.

       FD  INTEGRITY-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  IN-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
       01  WS-YOURFILE-STATUS             PIC X(2).
           88  WS-YOURFILE-OK                  VALUE '00'.
           88  WS-YOURFILE-NOT-FOUND           VALUE '23'.

       01  WS-YFHIST-STATUS               PIC X(2).
           88  WS-YFHIST-OK                    VALUE '00'.
           88  WS-YFHIST-NO-FILE               VALUE '35'.

       01  WS-AUDHIST-STATUS              PIC X(2).
           88  WS-AUDHIST-OK                   VALUE '00'.
           88  WS-AUDHIST-NO-FILE              VALUE '35'.

       01  WS-REPRFILE-STATUS             PIC X(2).
           88  WS-REPRFILE-OK                  VALUE '00'.
           88  WS-REPRFILE-NO-FILE             VALUE '35'.

       01  WS-YFPEND-STATUS               PIC X(2).
           88  WS-YFPEND-OK                    VALUE '00'.
           88  WS-YFPEND-NO-FILE               VALUE '35'.

       01  WS-ARCHFILE-STATUS             PIC X(2).
           88  WS-ARCHFILE-OK                  VALUE '00'.
           88  WS-ARCHFILE-NO-FILE             VALUE '35'.

       01  WS-AUTHFILE-STATUS             PIC X(2).
           88  WS-AUTHFILE-OK                  VALUE '00'.
           88  WS-AUTHFILE-NO-FILE             VALUE '35'.

       01  WS-IMGCAT-STATUS               PIC X(2).
           88  WS-IMGCAT-OK                    VALUE '00'.
           88  WS-IMGCAT-NO-FILE               VALUE '35'.

       01  WS-INTRPT-STATUS               PIC X(2).
           88  WS-INTRPT-OK                    VALUE '00'.

       01  WS-EOF-SWITCH                  PIC X(1)      VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.

      *    ARCHFILE IS ONLY CONSULTED WHEN IT OPENED.
       01  WS-ARCHFILE-OPEN-SWITCH        PIC X(1)      VALUE 'N'.
           88  WS-ARCHFILE-OPEN                  VALUE 'Y'.

      *----------------------------------------------------------------*
      * KEY LOOKUP RESULTS (SEE 7000/7100).                            *
      *----------------------------------------------------------------*
       77  WS-CHECK-KEY                    PIC X(5)      VALUE SPACES.
       01  WS-ON-YOURFILE-SWITCH           PIC X(1)      VALUE 'N'.
           88  WS-ON-YOURFILE                    VALUE 'Y'.
       01  WS-LIVE-ACTIVE-SWITCH           PIC X(1)      VALUE 'N'.
           88  WS-LIVE-ACTIVE                    VALUE 'Y'.
       01  WS-ON-ARCHFILE-SWITCH           PIC X(1)      VALUE 'N'.
           88  WS-ON-ARCHFILE                    VALUE 'Y'.

      *----------------------------------------------------------------*
      * PER-KEY STATE FOR THE YFHIST AND AUDHIST WALKS - BOTH FILES    *
      * ARE IN RECORD-KEY ORDER, SO A KEY IS CHECKED WHEN IT CHANGES.  *
      *----------------------------------------------------------------*
       77  WS-GROUP-KEY                    PIC X(5)      VALUE SPACES.
       77  WS-GROUP-HIGH-WATER             PIC 9(4)      VALUE ZERO.
       77  WS-GROUP-MAX-VERSION            PIC 9(4)      VALUE ZERO.
       01  WS-GROUP-ANCHOR-SWITCH          PIC X(1)      VALUE 'N'.
           88  WS-GROUP-HAS-ANCHOR               VALUE 'Y'.
       01  WS-GROUP-UPDATE-SWITCH          PIC X(1)      VALUE 'N'.
           88  WS-GROUP-HAS-UPDATE               VALUE 'Y'.

       77  WS-REPR-NEXT-SEQ                PIC 9(9)      VALUE ZERO.
       77  WS-REPR-HIGH-SEQ                PIC 9(9)      VALUE ZERO.
       01  WS-REPR-ANCHOR-SWITCH           PIC X(1)      VALUE 'N'.
           88  WS-REPR-HAS-ANCHOR                VALUE 'Y'.

       77  WS-LAST-ARCHIVE-KEY             PIC X(5)      VALUE SPACES.
       77  WS-ARCH-NEWEST-PURGE            PIC X(10)     VALUE SPACES.
       77  WS-ARCH-NEWEST-IMAGE-TS         PIC X(26)     VALUE SPACES.

       77  WS-IMG-LAST-GENERATION          PIC 9(4)      VALUE ZERO.
       77  WS-IMG-NEWEST-GENERATION        PIC 9(4)      VALUE ZERO.
       77  WS-IMG-NEWEST-TS                PIC X(26)     VALUE SPACES.
       01  WS-IMG-ANCHOR-SWITCH            PIC X(1)      VALUE 'N'.
           88  WS-IMG-HAS-ANCHOR                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * FINDINGS BY CHECK, AND BY SEVERITY.                            *
      *----------------------------------------------------------------*
       77  WS-CNT-HIGH-WATER               PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-HIST-ORPHAN              PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-AUDIT-ORPHAN             PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-REPR-CONTROL             PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-PEND-PURGED              PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-ARCH-LIVE                PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-AUTH-LEVEL               PIC 9(9) COMP VALUE ZERO.
       77  WS-CNT-IMG-CONTROL              PIC 9(9) COMP VALUE ZERO.
       77  WS-SEVERE-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-WARNING-COUNT                PIC 9(9) COMP VALUE ZERO.
       77  WS-FINDING-COUNT                PIC 9(9) COMP VALUE ZERO.

       01  WS-FINDING-SEVERITY             PIC X(1)      VALUE SPACE.
           88  WS-FINDING-SEVERE                 VALUE 'S'.
           88  WS-FINDING-WARNING                VALUE 'W'.

       01  WS-EDIT-VERSION-1               PIC 9(4).
       01  WS-EDIT-VERSION-2               PIC 9(4).
       01  WS-EDIT-SEQ-1                   PIC 9(9).
       01  WS-EDIT-SEQ-2                   PIC 9(9).

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(20) VALUE
                   'YOURFILE FAMILY INTE'.
               10  FILLER                  PIC X(20) VALUE
                   'GRITY SCAN'.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER                  PIC X(9)  VALUE 'SEVERITY'.
               10  FILLER                  PIC X(9)  VALUE 'FILE'.
               10  FILLER                  PIC X(11) VALUE 'KEY'.
               10  FILLER                  PIC X(51) VALUE 'FINDING'.
           05  WS-DETAIL-FINDING.
               10  WS-DF-SEVERITY          PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DF-FILE              PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DF-KEY               PIC X(10).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DF-TEXT              PIC X(51).
           05  WS-DETAIL-COUNT.
               10  WS-DC-CAPTION           PIC X(22).
               10  WS-DC-COUNT             PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-VERDICT.
               10  WS-DV-TEXT              PIC X(40).
               10  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
           88  WS-RUN-END-POSTED                    VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-HISTORY THRU 2000-SCAN-HISTORY-EXIT
           PERFORM 2500-SCAN-AUDIT THRU 2500-SCAN-AUDIT-EXIT
           PERFORM 3000-SCAN-REPAIR THRU 3000-SCAN-REPAIR-EXIT
           PERFORM 3500-SCAN-PENDING THRU 3500-SCAN-PENDING-EXIT
           PERFORM 4000-SCAN-ARCHIVE THRU 4000-SCAN-ARCHIVE-EXIT
           PERFORM 4500-SCAN-AUTHORITY THRU 4500-SCAN-AUTHORITY-EXIT
           PERFORM 5000-SCAN-CATALOG THRU 5000-SCAN-CATALOG-EXIT
           PERFORM 6000-PRODUCE-SUMMARY
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

       1000-INITIALIZE.

           PERFORM 1050-START-RUN-CONTROL

           OPEN INPUT YOURFILE
           IF NOT WS-YOURFILE-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN YOURFILE, STATUS='
                   WS-YOURFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT INTEGRITY-RPT
           IF NOT WS-INTRPT-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN INTRPT, STATUS='
                   WS-INTRPT-STATUS
               GO TO 9999-EXIT
           END-IF

      *    ARCHFILE ANSWERS "WAS THIS KEY PURGED" FOR THREE OF THE
      *    CHECKS, SO IT IS OPENED ONCE UP FRONT.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHFILE-OK
               SET WS-ARCHFILE-OPEN TO TRUE
           ELSE
               IF NOT WS-ARCHFILE-NO-FILE
                   DISPLAY 'YFINTEG: UNABLE TO OPEN ARCHFILE, STATUS='
                       WS-ARCHFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           MOVE WS-HEADING-1 TO IN-LINE
           WRITE IN-LINE
           MOVE SPACES       TO IN-LINE
           WRITE IN-LINE
           MOVE WS-HEADING-2 TO IN-LINE
           WRITE IN-LINE
           .

       1050-START-RUN-CONTROL.

           SET RC-FUNCTION-START TO TRUE
           MOVE 'YFINTEG ' TO RC-JOB-NAME
           MOVE SPACES TO RC-PREREQ-JOB
           CALL 'YFRUNCTL' USING RUN-CONTROL-COMMAREA

           IF RC-OK
               SET WS-RUN-START-POSTED TO TRUE
           ELSE
               DISPLAY 'YFINTEG: ' RC-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * YFHIST - EACH KEY'S VERSION-0000 HIGH-WATER MUST COVER EVERY   *
      * VERSION FILED, AND THE KEY MUST STILL BE ON YOURFILE OR, IF    *
      * PURGED, ON ARCHFILE.                                           *
      *----------------------------------------------------------------*
       2000-SCAN-HISTORY.

           OPEN INPUT HISTORY-FILE
           IF WS-YFHIST-NO-FILE
               MOVE 'YFHIST'   TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 2000-SCAN-HISTORY-EXIT
           END-IF
           IF NOT WS-YFHIST-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN YFHIST, STATUS='
                   WS-YFHIST-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N'    TO WS-EOF-SWITCH
           MOVE SPACES TO WS-GROUP-KEY
           PERFORM 2100-READ-HISTORY
           PERFORM 2200-CHECK-ONE-VERSION
               UNTIL WS-END-OF-FILE
           IF WS-GROUP-KEY NOT EQUAL SPACES
               PERFORM 2300-CLOSE-HISTORY-KEY
           END-IF
           CLOSE HISTORY-FILE
           .
       2000-SCAN-HISTORY-EXIT.
           EXIT.

       2100-READ-HISTORY.

           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2200-CHECK-ONE-VERSION.

           IF VH-RECORD-KEY NOT EQUAL WS-GROUP-KEY
               IF WS-GROUP-KEY NOT EQUAL SPACES
                   PERFORM 2300-CLOSE-HISTORY-KEY
               END-IF
               MOVE VH-RECORD-KEY TO WS-GROUP-KEY
               MOVE ZERO          TO WS-GROUP-HIGH-WATER
               MOVE ZERO          TO WS-GROUP-MAX-VERSION
               MOVE 'N'           TO WS-GROUP-ANCHOR-SWITCH
           END-IF

           IF VH-VERSION EQUAL ZERO
               SET WS-GROUP-HAS-ANCHOR TO TRUE
               MOVE VH-HIGH-VERSION    TO WS-GROUP-HIGH-WATER
           ELSE
               IF VH-VERSION GREATER THAN WS-GROUP-MAX-VERSION
                   MOVE VH-VERSION TO WS-GROUP-MAX-VERSION
               END-IF
           END-IF

           PERFORM 2100-READ-HISTORY
           .

       2300-CLOSE-HISTORY-KEY.

           IF WS-GROUP-MAX-VERSION GREATER THAN ZERO
               IF NOT WS-GROUP-HAS-ANCHOR
                   SET WS-FINDING-WARNING   TO TRUE
                   MOVE 'YFHIST'            TO WS-DF-FILE
                   MOVE WS-GROUP-KEY        TO WS-DF-KEY
                   MOVE WS-GROUP-MAX-VERSION TO WS-EDIT-VERSION-1
                   MOVE SPACES              TO WS-DF-TEXT
                   STRING 'NO VERSION-0000 HIGH-WATER, VERSIONS TO '
                          WS-EDIT-VERSION-1
                          DELIMITED BY SIZE INTO WS-DF-TEXT
                   ADD 1 TO WS-CNT-HIGH-WATER
                   PERFORM 8000-WRITE-FINDING
               ELSE
                   IF WS-GROUP-HIGH-WATER LESS THAN
                      WS-GROUP-MAX-VERSION
                       SET WS-FINDING-WARNING    TO TRUE
                       MOVE 'YFHIST'             TO WS-DF-FILE
                       MOVE WS-GROUP-KEY         TO WS-DF-KEY
                       MOVE WS-GROUP-HIGH-WATER  TO WS-EDIT-VERSION-1
                       MOVE WS-GROUP-MAX-VERSION TO WS-EDIT-VERSION-2
                       MOVE SPACES               TO WS-DF-TEXT
                       STRING 'HIGH-WATER ' WS-EDIT-VERSION-1
                              ' BELOW VERSION ' WS-EDIT-VERSION-2
                              ' ON FILE'
                              DELIMITED BY SIZE INTO WS-DF-TEXT
                       ADD 1 TO WS-CNT-HIGH-WATER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF

           MOVE WS-GROUP-KEY TO WS-CHECK-KEY
           PERFORM 7000-LOOKUP-YOURFILE
           IF NOT WS-ON-YOURFILE
               PERFORM 7100-LOOKUP-ARCHFILE
               IF NOT WS-ON-ARCHFILE
                   SET WS-FINDING-WARNING TO TRUE
                   MOVE 'YFHIST'          TO WS-DF-FILE
                   MOVE WS-GROUP-KEY      TO WS-DF-KEY
                   MOVE 'HISTORY FOR A KEY NOT ON YOURFILE OR ARCHIVE'
                                          TO WS-DF-TEXT
                   ADD 1 TO WS-CNT-HIST-ORPHAN
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * AUDHIST - A KEY WITH ANY ENTRY THAT CHANGED YOURFILE (A, C OR  *
      * D) MUST STILL BE ON YOURFILE OR ARCHFILE. DENIED (X) AND       *
      * REFUSED (T) ENTRIES CAN NAME A KEY THAT NEVER EXISTED.         *
      *----------------------------------------------------------------*
       2500-SCAN-AUDIT.

           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDHIST-NO-FILE
               MOVE 'AUDHIST'  TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 2500-SCAN-AUDIT-EXIT
           END-IF
           IF NOT WS-AUDHIST-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN AUDHIST, STATUS='
                   WS-AUDHIST-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N'    TO WS-EOF-SWITCH
           MOVE SPACES TO WS-GROUP-KEY
           PERFORM 2600-READ-AUDIT
           PERFORM 2700-CHECK-ONE-ENTRY
               UNTIL WS-END-OF-FILE
           IF WS-GROUP-KEY NOT EQUAL SPACES
               PERFORM 2800-CLOSE-AUDIT-KEY
           END-IF
           CLOSE AUDIT-HISTORY-FILE
           .
       2500-SCAN-AUDIT-EXIT.
           EXIT.

       2600-READ-AUDIT.

           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       2700-CHECK-ONE-ENTRY.

           IF AH-RECORD-KEY NOT EQUAL WS-GROUP-KEY
               IF WS-GROUP-KEY NOT EQUAL SPACES
                   PERFORM 2800-CLOSE-AUDIT-KEY
               END-IF
               MOVE AH-RECORD-KEY TO WS-GROUP-KEY
               MOVE 'N'           TO WS-GROUP-UPDATE-SWITCH
           END-IF

           IF AH-ACTION-ADD OR AH-ACTION-CHANGE OR AH-ACTION-DELETE
               SET WS-GROUP-HAS-UPDATE TO TRUE
           END-IF

           PERFORM 2600-READ-AUDIT
           .

       2800-CLOSE-AUDIT-KEY.

           IF WS-GROUP-HAS-UPDATE
               MOVE WS-GROUP-KEY TO WS-CHECK-KEY
               PERFORM 7000-LOOKUP-YOURFILE
               IF NOT WS-ON-YOURFILE
                   PERFORM 7100-LOOKUP-ARCHFILE
                   IF NOT WS-ON-ARCHFILE
                       SET WS-FINDING-WARNING TO TRUE
                       MOVE 'AUDHIST'         TO WS-DF-FILE
                       MOVE WS-GROUP-KEY      TO WS-DF-KEY
                       MOVE 'AUDIT FOR A KEY NOT ON YOURFILE OR ARCHIVE'
                                              TO WS-DF-TEXT
                       ADD 1 TO WS-CNT-AUDIT-ORPHAN
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * REPRFILE - THE 000000000 CONTROL RECORD'S NEXT SEQUENCE MUST   *
      * BE PAST THE HIGHEST SEQUENCE IN USE. THE FILE IS IN SEQUENCE   *
      * ORDER, SO THE CONTROL RECORD COMES FIRST AND THE HIGHEST LAST. *
      *----------------------------------------------------------------*
       3000-SCAN-REPAIR.

           OPEN INPUT REPAIR-FILE
           IF WS-REPRFILE-NO-FILE
               MOVE 'REPRFILE' TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 3000-SCAN-REPAIR-EXIT
           END-IF
           IF NOT WS-REPRFILE-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN REPRFILE, STATUS='
                   WS-REPRFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-READ-REPAIR
           PERFORM 3200-NOTE-ONE-REPAIR
               UNTIL WS-END-OF-FILE
           CLOSE REPAIR-FILE

           IF WS-REPR-HIGH-SEQ EQUAL ZERO
               GO TO 3000-SCAN-REPAIR-EXIT
           END-IF

           SET WS-FINDING-WARNING TO TRUE
           MOVE 'REPRFILE'        TO WS-DF-FILE
           MOVE '000000000'       TO WS-DF-KEY
           MOVE WS-REPR-HIGH-SEQ  TO WS-EDIT-SEQ-2
           MOVE SPACES            TO WS-DF-TEXT
           IF NOT WS-REPR-HAS-ANCHOR
               STRING 'NO NEXT-SEQUENCE RECORD, HIGHEST IN USE '
                      WS-EDIT-SEQ-2
                      DELIMITED BY SIZE INTO WS-DF-TEXT
               ADD 1 TO WS-CNT-REPR-CONTROL
               PERFORM 8000-WRITE-FINDING
           ELSE
               IF WS-REPR-NEXT-SEQ NOT GREATER THAN WS-REPR-HIGH-SEQ
                   MOVE WS-REPR-NEXT-SEQ TO WS-EDIT-SEQ-1
                   STRING 'NEXT SEQ ' WS-EDIT-SEQ-1
                          ' NOT PAST HIGHEST IN USE ' WS-EDIT-SEQ-2
                          DELIMITED BY SIZE INTO WS-DF-TEXT
                   ADD 1 TO WS-CNT-REPR-CONTROL
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF
           .
       3000-SCAN-REPAIR-EXIT.
           EXIT.

       3100-READ-REPAIR.

           READ REPAIR-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3200-NOTE-ONE-REPAIR.

           IF RP-SEQ EQUAL ZERO
               SET WS-REPR-HAS-ANCHOR TO TRUE
               MOVE RP-NEXT-SEQ       TO WS-REPR-NEXT-SEQ
           ELSE
               MOVE RP-SEQ            TO WS-REPR-HIGH-SEQ
           END-IF

           PERFORM 3100-READ-REPAIR
           .

      *----------------------------------------------------------------*
      * YFPEND - A PENDING CHANGE FOR A KEY THAT IS OFF YOURFILE BUT   *
      * ON ARCHFILE WAS FILED FOR A RECORD SINCE PURGED; YFPENDAP      *
      * WOULD QUIETLY ADD IT BACK. A KEY ON NEITHER IS A PENDING ADD.  *
      *----------------------------------------------------------------*
       3500-SCAN-PENDING.

           OPEN INPUT PENDING-FILE
           IF WS-YFPEND-NO-FILE
               MOVE 'YFPEND'   TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 3500-SCAN-PENDING-EXIT
           END-IF
           IF NOT WS-YFPEND-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN YFPEND, STATUS='
                   WS-YFPEND-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3600-READ-PENDING
           PERFORM 3700-CHECK-ONE-PENDING
               UNTIL WS-END-OF-FILE
           CLOSE PENDING-FILE
           .
       3500-SCAN-PENDING-EXIT.
           EXIT.

       3600-READ-PENDING.

           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       3700-CHECK-ONE-PENDING.

           MOVE PC-RECORD-KEY TO WS-CHECK-KEY
           PERFORM 7000-LOOKUP-YOURFILE
           IF NOT WS-ON-YOURFILE
               PERFORM 7100-LOOKUP-ARCHFILE
               IF WS-ON-ARCHFILE
                   SET WS-FINDING-WARNING TO TRUE
                   MOVE 'YFPEND'          TO WS-DF-FILE
                   MOVE PC-RECORD-KEY     TO WS-DF-KEY
                   MOVE SPACES            TO WS-DF-TEXT
                   STRING 'PENDING FOR ' PC-EFFECTIVE-DATE
                          ' BUT THE KEY WAS PURGED'
                          DELIMITED BY SIZE INTO WS-DF-TEXT
                   ADD 1 TO WS-CNT-PEND-PURGED
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF

           PERFORM 3600-READ-PENDING
           .

      *----------------------------------------------------------------*
      * ARCHFILE - A PURGED KEY CAN BE LIVE ON YOURFILE AGAIN FOR A    *
      * GOOD REASON: YFRESTOR RE-ADDS IT, STAMPED WITH ITS RUN TIME.   *
      * WHAT MUST NOT HAPPEN IS THE PURGED RECORD ITSELF COMING BACK   *
      * (TYPICALLY AN OLD BACKUP RESTORED OVER THE FILE), AND THAT     *
      * SHOWS AS A LIVE STAMP NO NEWER THAN THE FINAL STAMP ON THE     *
      * NEWEST IMAGE PURGED. ARCHFILE IS IN KEY THEN PURGE-DATE ORDER, *
      * SO THE LAST RECORD FOR A KEY IS ITS NEWEST PURGE; THE KEY IS   *
      * CHECKED ONCE, WHEN IT CHANGES.                                 *
      *----------------------------------------------------------------*
       4000-SCAN-ARCHIVE.

           IF NOT WS-ARCHFILE-OPEN
               MOVE 'ARCHFILE' TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 4000-SCAN-ARCHIVE-EXIT
           END-IF

           MOVE LOW-VALUES TO ARC-KEY
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   GO TO 4000-SCAN-ARCHIVE-EXIT
           END-START

           MOVE 'N'    TO WS-EOF-SWITCH
           MOVE SPACES TO WS-LAST-ARCHIVE-KEY
           PERFORM 4100-READ-ARCHIVE
           PERFORM 4200-CHECK-ONE-ARCHIVE
               UNTIL WS-END-OF-FILE
           IF WS-LAST-ARCHIVE-KEY NOT EQUAL SPACES
               PERFORM 4300-CLOSE-ARCHIVE-KEY
           END-IF
           .
       4000-SCAN-ARCHIVE-EXIT.
           EXIT.

       4100-READ-ARCHIVE.

           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       4200-CHECK-ONE-ARCHIVE.

           IF ARC-RECORD-KEY NOT EQUAL WS-LAST-ARCHIVE-KEY
               IF WS-LAST-ARCHIVE-KEY NOT EQUAL SPACES
                   PERFORM 4300-CLOSE-ARCHIVE-KEY
               END-IF
               MOVE ARC-RECORD-KEY TO WS-LAST-ARCHIVE-KEY
           END-IF
           MOVE ARC-PURGE-DATE         TO WS-ARCH-NEWEST-PURGE
           MOVE ARC-IMG-LAST-UPDATE-TS TO WS-ARCH-NEWEST-IMAGE-TS

           PERFORM 4100-READ-ARCHIVE
           .

       4300-CLOSE-ARCHIVE-KEY.

           MOVE WS-LAST-ARCHIVE-KEY TO WS-CHECK-KEY
           PERFORM 7000-LOOKUP-YOURFILE
           IF WS-LIVE-ACTIVE
               IF WS-LAST-UPDATE-TS NOT GREATER THAN
                  WS-ARCH-NEWEST-IMAGE-TS
                   SET WS-FINDING-SEVERE    TO TRUE
                   MOVE 'ARCHFILE'          TO WS-DF-FILE
                   MOVE WS-LAST-ARCHIVE-KEY TO WS-DF-KEY
                   MOVE SPACES              TO WS-DF-TEXT
                   STRING 'PURGED ' WS-ARCH-NEWEST-PURGE
                          ' BUT PURGED IMAGE LIVE AGAIN'
                          DELIMITED BY SIZE INTO WS-DF-TEXT
                   ADD 1 TO WS-CNT-ARCH-LIVE
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * AUTHFILE - A LEVEL OUTSIDE 1-3 LEAVES CICSDEMO'S AUTHORITY     *
      * CHECK TO GUESS.                                                *
      *----------------------------------------------------------------*
       4500-SCAN-AUTHORITY.

           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHFILE-NO-FILE
               MOVE 'AUTHFILE' TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 4500-SCAN-AUTHORITY-EXIT
           END-IF
           IF NOT WS-AUTHFILE-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN AUTHFILE, STATUS='
                   WS-AUTHFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4600-READ-AUTHORITY
           PERFORM 4700-CHECK-ONE-AUTHORITY
               UNTIL WS-END-OF-FILE
           CLOSE AUTHORITY-FILE
           .
       4500-SCAN-AUTHORITY-EXIT.
           EXIT.

       4600-READ-AUTHORITY.

           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       4700-CHECK-ONE-AUTHORITY.

           IF NOT OA-LEVEL-VALID
               SET WS-FINDING-SEVERE  TO TRUE
               MOVE 'AUTHFILE'        TO WS-DF-FILE
               MOVE OA-USERID         TO WS-DF-KEY
               MOVE SPACES            TO WS-DF-TEXT
               STRING 'INVALID LEVEL ''' OA-LEVEL
                      ''' - LAST SET BY ' OA-UPDATED-BY
                      DELIMITED BY SIZE INTO WS-DF-TEXT
               ADD 1 TO WS-CNT-AUTH-LEVEL
               PERFORM 8000-WRITE-FINDING
           END-IF

           PERFORM 4600-READ-AUTHORITY
           .

      *----------------------------------------------------------------*
      * IMGCAT - THE 0000 CONTROL RECORD MUST NAME THE NEWEST COPY BY  *
      * COPY TIME (GENERATIONS WRAP, SO THE HIGHEST NUMBER IS NOT      *
      * NECESSARILY THE NEWEST) OR THE NEXT YFIMGCP RUN OVERWRITES A   *
      * GOOD CATALOG ENTRY. A COPY STILL OPEN NEVER FINISHED.          *
      *----------------------------------------------------------------*
       5000-SCAN-CATALOG.

           OPEN INPUT IMAGE-CATALOG-FILE
           IF WS-IMGCAT-NO-FILE
               MOVE 'IMGCAT'   TO WS-DF-FILE
               PERFORM 8100-WRITE-NOT-PRESENT
               GO TO 5000-SCAN-CATALOG-EXIT
           END-IF
           IF NOT WS-IMGCAT-OK
               DISPLAY 'YFINTEG: UNABLE TO OPEN IMGCAT, STATUS='
                   WS-IMGCAT-STATUS
               GO TO 9999-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 5100-READ-CATALOG
           PERFORM 5200-CHECK-ONE-COPY
               UNTIL WS-END-OF-FILE
           CLOSE IMAGE-CATALOG-FILE

           IF WS-IMG-NEWEST-GENERATION EQUAL ZERO
               GO TO 5000-SCAN-CATALOG-EXIT
           END-IF

           IF NOT WS-IMG-HAS-ANCHOR
              OR WS-IMG-LAST-GENERATION NOT EQUAL
                 WS-IMG-NEWEST-GENERATION
               SET WS-FINDING-SEVERE          TO TRUE
               MOVE 'IMGCAT'                  TO WS-DF-FILE
               MOVE '0000'                    TO WS-DF-KEY
               MOVE WS-IMG-LAST-GENERATION    TO WS-EDIT-VERSION-1
               MOVE WS-IMG-NEWEST-GENERATION  TO WS-EDIT-VERSION-2
               MOVE SPACES                    TO WS-DF-TEXT
               STRING 'LAST GENERATION ' WS-EDIT-VERSION-1
                      ' BUT NEWEST COPY IS ' WS-EDIT-VERSION-2
                      DELIMITED BY SIZE INTO WS-DF-TEXT
               ADD 1 TO WS-CNT-IMG-CONTROL
               PERFORM 8000-WRITE-FINDING
           END-IF
           .
       5000-SCAN-CATALOG-EXIT.
           EXIT.

       5100-READ-CATALOG.

           READ IMAGE-CATALOG-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           .

       5200-CHECK-ONE-COPY.

           IF IG-GENERATION EQUAL ZERO
               SET WS-IMG-HAS-ANCHOR   TO TRUE
               MOVE IG-LAST-GENERATION TO WS-IMG-LAST-GENERATION
           ELSE
               IF IG-COPY-TS GREATER THAN WS-IMG-NEWEST-TS
                   MOVE IG-COPY-TS    TO WS-IMG-NEWEST-TS
                   MOVE IG-GENERATION TO WS-IMG-NEWEST-GENERATION
               END-IF
               IF NOT IG-STATE-COMPLETE
                   SET WS-FINDING-WARNING TO TRUE
                   MOVE 'IMGCAT'          TO WS-DF-FILE
                   MOVE IG-GENERATION     TO WS-DF-KEY
                   MOVE SPACES            TO WS-DF-TEXT
                   STRING 'COPY OF ' IG-BUSINESS-DATE
                          ' NEVER COMPLETED'
                          DELIMITED BY SIZE INTO WS-DF-TEXT
                   ADD 1 TO WS-CNT-IMG-CONTROL
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF

           PERFORM 5100-READ-CATALOG
           .

       6000-PRODUCE-SUMMARY.

           MOVE SPACES TO IN-LINE
           WRITE IN-LINE

           MOVE 'YFHIST HIGH-WATER...: ' TO WS-DC-CAPTION
           MOVE WS-CNT-HIGH-WATER        TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'YFHIST ORPHAN KEYS..: ' TO WS-DC-CAPTION
           MOVE WS-CNT-HIST-ORPHAN       TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'AUDHIST ORPHAN KEYS.: ' TO WS-DC-CAPTION
           MOVE WS-CNT-AUDIT-ORPHAN      TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'REPRFILE CONTROL....: ' TO WS-DC-CAPTION
           MOVE WS-CNT-REPR-CONTROL      TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'YFPEND PURGED KEYS..: ' TO WS-DC-CAPTION
           MOVE WS-CNT-PEND-PURGED       TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'ARCHFILE KEYS LIVE..: ' TO WS-DC-CAPTION
           MOVE WS-CNT-ARCH-LIVE         TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'AUTHFILE BAD LEVEL..: ' TO WS-DC-CAPTION
           MOVE WS-CNT-AUTH-LEVEL        TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'IMGCAT CONTROL......: ' TO WS-DC-CAPTION
           MOVE WS-CNT-IMG-CONTROL       TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE SPACES TO IN-LINE
           WRITE IN-LINE

           MOVE 'SEVERE FINDINGS.....: ' TO WS-DC-CAPTION
           MOVE WS-SEVERE-COUNT          TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           MOVE 'WARNING FINDINGS....: ' TO WS-DC-CAPTION
           MOVE WS-WARNING-COUNT         TO WS-DC-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT GREATER THAN ZERO
                   MOVE 'RESULT: *** SEVERE FINDINGS - HOLD ***'
                       TO WS-DV-TEXT
               WHEN WS-WARNING-COUNT GREATER THAN ZERO
                   MOVE 'RESULT: WARNINGS ONLY'
                       TO WS-DV-TEXT
               WHEN OTHER
                   MOVE 'RESULT: NO FINDINGS'
                       TO WS-DV-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-VERDICT TO IN-LINE
           WRITE IN-LINE

           CLOSE INTEGRITY-RPT
           CLOSE YOURFILE
           IF WS-ARCHFILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF

           DISPLAY 'YFINTEG: SEVERE..: ' WS-SEVERE-COUNT
           DISPLAY 'YFINTEG: WARNING.: ' WS-WARNING-COUNT
           DISPLAY 'YFINTEG: ' WS-DV-TEXT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-FINDING-COUNT TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL

           IF WS-SEVERE-COUNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       6100-WRITE-COUNT-LINE.

           MOVE WS-DETAIL-COUNT TO IN-LINE
           WRITE IN-LINE
           .

      *----------------------------------------------------------------*
      * IS WS-CHECK-KEY ON YOURFILE, AND IF SO IS IT ACTIVE.           *
      *----------------------------------------------------------------*
       7000-LOOKUP-YOURFILE.

           MOVE 'N'          TO WS-ON-YOURFILE-SWITCH
           MOVE 'N'          TO WS-LIVE-ACTIVE-SWITCH
           MOVE WS-CHECK-KEY TO WS-KEY
           READ YOURFILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-YOURFILE-OK
               SET WS-ON-YOURFILE TO TRUE
               IF NOT WS-STATUS-DELETED
                   SET WS-LIVE-ACTIVE TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * DOES WS-CHECK-KEY HAVE ANY PURGE IMAGE ON ARCHFILE - POSITION  *
      * AT THE KEY WITH THE LOWEST PURGE DATE AND SEE WHAT IS THERE.   *
      *----------------------------------------------------------------*
       7100-LOOKUP-ARCHFILE.

           MOVE 'N' TO WS-ON-ARCHFILE-SWITCH
           IF NOT WS-ARCHFILE-OPEN
               GO TO 7100-LOOKUP-ARCHFILE-EXIT
           END-IF

           MOVE WS-CHECK-KEY TO ARC-RECORD-KEY
           MOVE LOW-VALUES   TO ARC-PURGE-DATE
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   GO TO 7100-LOOKUP-ARCHFILE-EXIT
           END-START

           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO 7100-LOOKUP-ARCHFILE-EXIT
           END-READ
           IF ARC-RECORD-KEY EQUAL WS-CHECK-KEY
               SET WS-ON-ARCHFILE TO TRUE
           END-IF
           .
       7100-LOOKUP-ARCHFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE FINDING LINE. THE CALLER SETS THE SEVERITY, FILE, KEY AND  *
      * TEXT.                                                          *
      *----------------------------------------------------------------*
       8000-WRITE-FINDING.

           IF WS-FINDING-SEVERE
               MOVE 'SEVERE'  TO WS-DF-SEVERITY
               ADD 1 TO WS-SEVERE-COUNT
           ELSE
               MOVE 'WARNING' TO WS-DF-SEVERITY
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           ADD 1 TO WS-FINDING-COUNT

           MOVE WS-DETAIL-FINDING TO IN-LINE
           WRITE IN-LINE
           MOVE SPACES TO WS-DF-KEY
           .

       8100-WRITE-NOT-PRESENT.

           MOVE SPACES               TO WS-DF-SEVERITY
           MOVE SPACES               TO WS-DF-KEY
           MOVE 'FILE NOT PRESENT - CHECK SKIPPED' TO WS-DF-TEXT
           MOVE WS-DETAIL-FINDING    TO IN-LINE
           WRITE IN-LINE
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
               MOVE WS-FINDING-COUNT TO RC-RECORD-COUNT
               PERFORM 9100-END-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-EXIT-EXIT.
           STOP RUN.
