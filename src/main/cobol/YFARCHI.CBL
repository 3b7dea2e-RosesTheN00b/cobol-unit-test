      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-09-02 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  UNDER EACH IMAGE, NOW PRINTS THE OPERATOR NOTES
      *                 YFPURGE MOVED TO THE NOTES ARCHIVE (NOTEARC, SEE
      *                 NOTAREC) WITH IT - WHEN, WHO, WHERE FROM, AND
      *                 THE TEXT. NO NOTEARC MEANS NO NOTES. THE TOTALS
      *                 COUNT THE NOTES PRINTED.
      * 2026-10-15 RJH  A KEY YFREKEY HAS MOVED AWAY FROM NOW SAYS WHICH
      *                 KEY THE RECORD WENT TO AND WHEN (XREFFILE, SEE
      *                 XREFREC), SO A FRUITLESS SEARCH OF THE ARCHIVE
      *                 POINTS AT THE LIVE RECORD. NO XREFFILE MEANS
      *                 NOTHING HAS EVER BEEN RE-KEYED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFARCHI.
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARCHFILE-STATUS.

           SELECT NOTE-ARCHIVE ASSIGN TO NOTEARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-KEY
               FILE STATUS IS WS-NOTEARC-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT ARCHIVE-RPT ASSIGN TO ARCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCRPT-STATUS.
           RECORD CONTAINS 62 CHARACTERS.
           COPY ARCHREC.

       FD  NOTE-ARCHIVE
           RECORD CONTAINS 127 CHARACTERS.
           COPY NOTAREC.

       FD  XREF-FILE
           RECORD CONTAINS 84 CHARACTERS.
           COPY XREFREC.

       FD  ARCHIVE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-LINE                        PIC X(80).
           88  WS-ARCHFILE-EOF                  VALUE '10'.
           88  WS-ARCHFILE-NO-FILE              VALUE '35'.

       01  WS-NOTEARC-STATUS               PIC X(2).
           88  WS-NOTEARC-OK                    VALUE '00'.
           88  WS-NOTEARC-NO-FILE               VALUE '35'.

      *    NO NOTEARC AT ALL MEANS NO PURGED RECORD EVER HAD NOTES.
       01  WS-NOTEARC-SWITCH                PIC X(1)      VALUE 'N'.
           88  WS-NOTEARC-PRESENT                   VALUE 'Y'.

       01  WS-XREFFILE-STATUS              PIC X(2).
           88  WS-XREFFILE-OK                   VALUE '00'.
           88  WS-XREFFILE-NO-FILE              VALUE '35'.

       01  WS-XREF-SWITCH                   PIC X(1)      VALUE 'N'.
           88  WS-XREF-PRESENT                      VALUE 'Y'.

       01  WS-ARCRPT-STATUS                 PIC X(2).
           88  WS-ARCRPT-OK                     VALUE '00'.

       01  WS-BROWSE-DONE-SWITCH            PIC X(1)      VALUE 'N'.
           88  WS-BROWSE-DONE                       VALUE 'Y'.

       01  WS-NOTES-DONE-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-NOTES-DONE                        VALUE 'Y'.

      *----------------------------------------------------------------*
      * INQUIRY REQUEST - KEY IN COLUMNS 1-5, ONE PER LINE.            *
      *----------------------------------------------------------------*
       77  WS-KEYS-FOUND                    PIC 9(9) COMP VALUE ZERO.
       77  WS-IMAGES-PRINTED                PIC 9(9) COMP VALUE ZERO.
       77  WS-IMAGES-THIS-KEY               PIC 9(9) COMP VALUE ZERO.
       77  WS-NOTES-PRINTED                 PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-D-LAST-TS            PIC X(19).
               10  FILLER                  PIC X(24) VALUE SPACES.
      *    AN ARCHIVED OPERATOR NOTE PRINTS AS TWO LINES UNDER THE
      *    IMAGE IT WAS PURGED WITH - THE STAMP, THEN THE TEXT.
           05  WS-NOTE-STAMP.
               10  FILLER                  PIC X(9)  VALUE
                   '    NOTE '.
               10  WS-N-SEQUENCE           PIC X(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-N-NOTE-TS            PIC X(19).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-N-USERID             PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-N-TERMID             PIC X(4).
               10  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-NOTE-TEXT-LINE.
               10  FILLER                  PIC X(6)  VALUE SPACES.
               10  WS-N-TEXT               PIC X(70).
               10  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-HANDOFF-NOTE.
               10  FILLER                  PIC X(38) VALUE
                   '  TO RE-ADD: RUN YFRESTOR (RSTPARM = K'.
               10  FILLER                  PIC X(28) VALUE
                   'EY + WANTED YFHIST VERSION)'.
               10  FILLER                  PIC X(14) VALUE SPACES.
      *    A KEY RE-KEYED BY YFREKEY - WHERE ITS RECORD LIVES NOW.
           05  WS-REKEY-NOTE.
               10  FILLER                  PIC X(14) VALUE
                   '  RE-KEYED TO '.
               10  WS-RK-NEW-KEY           PIC X(5).
               10  FILLER                  PIC X(4)  VALUE ' ON '.
               10  WS-RK-DATE              PIC X(10).
               10  FILLER                  PIC X(25) VALUE
                   ' - LIVE UNDER THE NEW KEY'.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-NOT-FOUND-NOTE.
               10  FILLER                  PIC X(33) VALUE
                   '  NOTHING IN THE PURGE ARCHIVE'.
                   'IMAGES PRINTED......: '.
               10  WS-D-IMAGE-COUNT        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-NOTES.
               10  FILLER                  PIC X(22) VALUE
                   'NOTES PRINTED.......: '.
               10  WS-D-NOTES-COUNT        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
               END-IF
           END-IF

           OPEN INPUT NOTE-ARCHIVE
           IF WS-NOTEARC-OK
               SET WS-NOTEARC-PRESENT TO TRUE
           ELSE
               IF NOT WS-NOTEARC-NO-FILE
                   DISPLAY 'YFARCHI: UNABLE TO OPEN NOTEARC, STATUS='
                       WS-NOTEARC-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN INPUT XREF-FILE
           IF WS-XREFFILE-OK
               SET WS-XREF-PRESENT TO TRUE
           ELSE
               IF NOT WS-XREFFILE-NO-FILE
                   DISPLAY 'YFARCHI: UNABLE TO OPEN XREFFILE, STATUS='
                       WS-XREFFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN OUTPUT ARCHIVE-RPT
           IF NOT WS-ARCRPT-OK
               DISPLAY 'YFARCHI: UNABLE TO OPEN ARCRPT, STATUS='
               MOVE WS-HANDOFF-NOTE TO AR-LINE
               WRITE AR-LINE
           END-IF

           IF WS-XREF-PRESENT
               PERFORM 2500-PRINT-REKEY-NOTE
           END-IF
           .

       2000-PROCESS-ONE-KEY-EXIT.
                                            TO WS-D-LAST-TS
                   MOVE WS-DETAIL-IMAGE     TO AR-LINE
                   WRITE AR-LINE
                   IF WS-NOTEARC-PRESENT
                       PERFORM 2400-PRINT-IMAGE-NOTES
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE NOTES PURGED WITH THIS IMAGE: POSITION AT (KEY, PURGE      *
      * DATE, 0000) ON NOTEARC AND READ FORWARD UNTIL EITHER CHANGES.  *
      *----------------------------------------------------------------*
       2400-PRINT-IMAGE-NOTES.

           MOVE ARC-RECORD-KEY TO NA-RECORD-KEY
           MOVE ARC-PURGE-DATE TO NA-PURGE-DATE
           MOVE ZERO           TO NA-SEQUENCE
           MOVE 'N'            TO WS-NOTES-DONE-SWITCH

           START NOTE-ARCHIVE
               KEY IS NOT LESS THAN NA-KEY
               INVALID KEY
                   SET WS-NOTES-DONE TO TRUE
           END-START

           PERFORM 2410-PRINT-ONE-NOTE
               UNTIL WS-NOTES-DONE
           .

       2410-PRINT-ONE-NOTE.

           READ NOTE-ARCHIVE NEXT RECORD
               AT END
                   SET WS-NOTES-DONE TO TRUE
           END-READ

           IF NOT WS-NOTES-DONE
               IF NA-RECORD-KEY EQUAL ARC-RECORD-KEY
                AND NA-PURGE-DATE EQUAL ARC-PURGE-DATE
                   ADD 1 TO WS-NOTES-PRINTED
                   MOVE NA-SEQUENCE         TO WS-N-SEQUENCE
                   MOVE NA-NOTE-TS (1:19)   TO WS-N-NOTE-TS
                   MOVE NA-USERID           TO WS-N-USERID
                   MOVE NA-TERMID           TO WS-N-TERMID
                   MOVE WS-NOTE-STAMP       TO AR-LINE
                   WRITE AR-LINE
                   MOVE NA-TEXT             TO WS-N-TEXT
                   MOVE WS-NOTE-TEXT-LINE   TO AR-LINE
                   WRITE AR-LINE
               ELSE
                   SET WS-NOTES-DONE TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A KEY MOVED AWAY BY YFREKEY HAS A FORWARD CROSS-REFERENCE      *
      * NAMING THE KEY ITS RECORD NOW LIVES UNDER.                     *
      *----------------------------------------------------------------*
       2500-PRINT-REKEY-NOTE.

           MOVE WS-PARM-KEY TO XR-RECORD-KEY
           SET XR-MOVED-TO  TO TRUE
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-XREFFILE-OK
               MOVE XR-OTHER-KEY        TO WS-RK-NEW-KEY
               MOVE XR-REKEY-TS (1:10)  TO WS-RK-DATE
               MOVE WS-REKEY-NOTE       TO AR-LINE
               WRITE AR-LINE
           END-IF
           .

       3000-PRODUCE-TOTALS.

           MOVE SPACES TO AR-LINE
           MOVE WS-DETAIL-IMAGES   TO AR-LINE
           WRITE AR-LINE

           MOVE WS-NOTES-PRINTED   TO WS-D-NOTES-COUNT
           MOVE WS-DETAIL-NOTES    TO AR-LINE
           WRITE AR-LINE

           CLOSE PARM-FILE
           CLOSE ARCHIVE-FILE
           IF WS-NOTEARC-PRESENT
               CLOSE NOTE-ARCHIVE
           END-IF
           IF WS-XREF-PRESENT
               CLOSE XREF-FILE
           END-IF
           CLOSE ARCHIVE-RPT

           DISPLAY 'YFARCHI: KEYS ASKED........: ' WS-KEYS-ASKED
           DISPLAY 'YFARCHI: KEYS FOUND........: ' WS-KEYS-FOUND
           DISPLAY 'YFARCHI: IMAGES PRINTED....: ' WS-IMAGES-PRINTED
           DISPLAY 'YFARCHI: NOTES PRINTED.....: ' WS-NOTES-PRINTED

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-IMAGES-PRINTED TO RC-RECORD-COUNT
