      *                 A PURGED-RECORD QUESTION WITH A KEYED LOOKUP.
      *                 A SECOND PURGE OF THE SAME KEY ON THE SAME
      *                 DATE REPLACES THAT DATE'S IMAGE.
      * 2026-10-15 RJH  THE RETENTION PERIOD MAY NOW BE COUNTED IN
      *                 BUSINESS DAYS: A B IN PRMFILE COLUMN 5 COUNTS
      *                 IT BACK OVER THE BUSINESS-DAY CALENDAR (VIA
      *                 YFBUSDT) INSTEAD OF IN CALENDAR DAYS. BLANK OR
      *                 C KEEPS CALENDAR DAYS. THE REPORT HEADING SAYS
      *                 WHICH.
      * 2026-10-15 RJH  A PURGED RECORD'S OPERATOR NOTES (NOTEFILE, SEE
      *                 NOTEREC) NOW MOVE TO THE NOTEARC ARCHIVE (SEE
      *                 NOTAREC) UNDER THE SAME PURGE DATE AS ITS IMAGE
      *                 BEFORE THE RECORD IS DELETED, SO YFARCHI CAN
      *                 STILL SHOW WHY IT WAS DELETED. A RECORD WHOSE
      *                 NOTES CANNOT BE MOVED IS RETAINED. THE REPORT
      *                 COUNTS THE NOTES ARCHIVED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPURGE.
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARCHFILE-STATUS.

           SELECT NOTE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTEFILE-STATUS.

           SELECT NOTE-ARCHIVE ASSIGN TO NOTEARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NA-KEY
               FILE STATUS IS WS-NOTEARC-STATUS.

           SELECT PURGE-RPT ASSIGN TO PRGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRGRPT-STATUS.
           RECORD CONTAINS 62 CHARACTERS.
           COPY ARCHREC.

       FD  NOTE-FILE
           RECORD CONTAINS 117 CHARACTERS.
           COPY NOTEREC.

       FD  NOTE-ARCHIVE
           RECORD CONTAINS 127 CHARACTERS.
           COPY NOTAREC.

       FD  PURGE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PR-LINE                        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY BDCOMM.
       01  WS-PRMFILE-STATUS               PIC X(2).
           88  WS-PRMFILE-OK                    VALUE '00'.

           88  WS-ARCHFILE-DUPKEY               VALUE '22'.
           88  WS-ARCHFILE-NO-FILE              VALUE '35'.

       01  WS-NOTEFILE-STATUS              PIC X(2).
           88  WS-NOTEFILE-OK                   VALUE '00'.
           88  WS-NOTEFILE-NO-FILE              VALUE '35'.

       01  WS-NOTEARC-STATUS               PIC X(2).
           88  WS-NOTEARC-OK                    VALUE '00'.
           88  WS-NOTEARC-DUPKEY                VALUE '22'.
           88  WS-NOTEARC-NO-FILE               VALUE '35'.

      *    NO NOTEFILE AT ALL MEANS NO RECORD HAS NOTES TO MOVE.
       01  WS-NOTEFILE-SWITCH               PIC X(1)      VALUE 'N'.
           88  WS-NOTEFILE-PRESENT                  VALUE 'Y'.

       01  WS-NOTES-SWITCH                  PIC X(1)      VALUE 'N'.
           88  WS-NOTES-DONE                        VALUE 'Y'.

       01  WS-NOTES-MOVED-SWITCH            PIC X(1)      VALUE 'Y'.
           88  WS-NOTES-MOVED                       VALUE 'Y'.

       01  WS-PRGRPT-STATUS                 PIC X(2).
           88  WS-PRGRPT-OK                     VALUE '00'.


      *----------------------------------------------------------------*
      * RUN PARAMETER RECORD - RETENTION DAYS IN COLUMNS 1-3, ZERO     *
      * PADDED (E.G. 090), AND IN COLUMN 5 WHAT KIND OF DAYS THEY ARE  *
      * - B BUSINESS DAYS, BLANK OR C CALENDAR DAYS. THE JOB REFUSES   *
      * TO RUN ON A NON-NUMERIC OR ZERO RETENTION, OR AN UNKNOWN KIND  *
      * OF DAY, RATHER THAN GUESS A DEFAULT.                           *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-RETENTION-DAYS      PIC 9(3).
           05  FILLER                      PIC X(1).
           05  WS-PARM-DAY-BASIS           PIC X(1).
               88  WS-PARM-BUSINESS-DAYS        VALUE 'B'.
               88  WS-PARM-CALENDAR-DAYS        VALUE 'C' ' '.
           05  FILLER                      PIC X(75).

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-TODAY-INTEGER                 PIC 9(9)  COMP VALUE ZERO.
       77  WS-PURGED-COUNT                  PIC 9(9) COMP VALUE ZERO.
       77  WS-RETAINED-COUNT                PIC 9(9) COMP VALUE ZERO.
       77  WS-ARCHIVE-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-NOTE-ARCHIVE-COUNT            PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER                  PIC X(22) VALUE
                   'RETENTION DAYS......: '.
               10  WS-H-RETENTION          PIC ZZ9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-H-DAY-BASIS          PIC X(8).
               10  FILLER                  PIC X(10) VALUE
                   '  CUTOFF: '.
               10  WS-H-CUTOFF             PIC X(10).
               10  FILLER                  PIC X(26) VALUE SPACES.
           05  WS-DETAIL-PURGED-KEY.
               10  FILLER                  PIC X(22) VALUE
                   'PURGED..............: '.
                   'ARCHIVE RECORDS OUT.: '.
               10  WS-D-ARCHIVE-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-NOTES.
               10  FILLER                  PIC X(22) VALUE
                   'NOTES ARCHIVED......: '.
               10  WS-D-NOTES-COUNT        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
               GO TO 9999-EXIT
           END-IF

      *----------------------------------------------------------------*
      * NOTES MOVE WITH THEIR RECORD. NO NOTEFILE MEANS NO NOTES; THE  *
      * NOTES ARCHIVE, LIKE ARCHFILE, IS CREATED ON FIRST USE.         *
      *----------------------------------------------------------------*
           OPEN I-O NOTE-FILE
           IF WS-NOTEFILE-OK
               SET WS-NOTEFILE-PRESENT TO TRUE
           ELSE
               IF NOT WS-NOTEFILE-NO-FILE
                   DISPLAY 'YFPURGE: UNABLE TO OPEN NOTEFILE, STATUS='
                       WS-NOTEFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN I-O NOTE-ARCHIVE
           IF WS-NOTEARC-NO-FILE
               OPEN OUTPUT NOTE-ARCHIVE
               CLOSE NOTE-ARCHIVE
               OPEN I-O NOTE-ARCHIVE
           END-IF
           IF NOT WS-NOTEARC-OK
               DISPLAY 'YFPURGE: UNABLE TO OPEN NOTEARC, STATUS='
                   WS-NOTEARC-STATUS
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT PURGE-RPT
           IF NOT WS-PRGRPT-OK
               DISPLAY 'YFPURGE: UNABLE TO OPEN PRGRPT, STATUS='
           MOVE WS-HEADING-1 TO PR-LINE
           WRITE PR-LINE
           MOVE WS-PARM-RETENTION-DAYS TO WS-H-RETENTION
           IF WS-PARM-BUSINESS-DAYS
               MOVE 'BUSINESS' TO WS-H-DAY-BASIS
           ELSE
               MOVE 'CALENDAR' TO WS-H-DAY-BASIS
           END-IF
           MOVE WS-CUTOFF-DATE         TO WS-H-CUTOFF
           MOVE WS-HEADING-2 TO PR-LINE
           WRITE PR-LINE
                   WS-PARM-RECORD (1:3)
               GO TO 9999-EXIT
           END-IF

           IF NOT WS-PARM-BUSINESS-DAYS
            AND NOT WS-PARM-CALENDAR-DAYS
               DISPLAY 'YFPURGE: INVALID DAY BASIS IN PRMFILE: '
                   WS-PARM-DAY-BASIS
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
           MOVE WS-ACCEPT-DATE (5:2)     TO WS-PURGE-DATE (6:2)
           MOVE '-'                      TO WS-PURGE-DATE (8:1)
           MOVE WS-ACCEPT-DATE (7:2)     TO WS-PURGE-DATE (9:2)

           IF WS-PARM-BUSINESS-DAYS
               PERFORM 1350-COUNT-BUSINESS-DAYS
           END-IF
           .

      *----------------------------------------------------------------*
      * RETENTION IN BUSINESS DAYS - THE CUTOFF IS COUNTED BACK FROM   *
      * TONIGHT OVER THE CALENDAR FILE, SKIPPING WEEKENDS AND          *
      * HOLIDAYS. WITHOUT A CALENDAR THE COUNT WOULD IGNORE HOLIDAYS   *
      * AND PURGE EARLY, SO THE JOB STOPS INSTEAD.                     *
      *----------------------------------------------------------------*
       1350-COUNT-BUSINESS-DAYS.

           SET BD-FUNCTION-SUBTRACT   TO TRUE
           MOVE WS-PURGE-DATE          TO BD-DATE-IN
           MOVE WS-PARM-RETENTION-DAYS TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA

           IF BD-OK OR BD-NOT-ON-CALENDAR
               MOVE BD-DATE-OUT TO WS-CUTOFF-DATE
               IF BD-NOT-ON-CALENDAR
                   DISPLAY 'YFPURGE: ' BD-MESSAGE
               END-IF
           ELSE
               DISPLAY 'YFPURGE: CANNOT COUNT BUSINESS DAYS - '
                   BD-MESSAGE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
               ADD 1 TO WS-RETAINED-COUNT
           ELSE
               ADD 1 TO WS-ARCHIVE-COUNT
               PERFORM 2400-ARCHIVE-NOTES THRU 2400-ARCHIVE-NOTES-EXIT
           END-IF

           IF WS-ARCHFILE-OK AND WS-NOTES-MOVED
               DELETE YOURFILE
               IF WS-YOURFILE-OK
                   ADD 1 TO WS-PURGED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * MOVES EVERY NOTE THE KEY HAS ON NOTEFILE TO NOTEARC UNDER THE  *
      * IMAGE'S PURGE DATE, DELETING EACH FROM NOTEFILE ONCE IT IS     *
      * SAFELY ON THE ARCHIVE. THE SEQUENCE-0000 HIGH-WATER RECORD IS  *
      * DELETED WITHOUT BEING ARCHIVED. IF A NOTE CANNOT BE MOVED THE  *
      * RECORD IS RETAINED; WHATEVER NOTES HAD ALREADY MOVED STAY ON   *
      * THE ARCHIVE AND THE NEXT RUN MOVES THE REST.                   *
      *----------------------------------------------------------------*
       2400-ARCHIVE-NOTES.

           MOVE 'Y' TO WS-NOTES-MOVED-SWITCH
           IF NOT WS-NOTEFILE-PRESENT
               GO TO 2400-ARCHIVE-NOTES-EXIT
           END-IF

           MOVE 'N' TO WS-NOTES-SWITCH
           PERFORM 2410-MOVE-ONE-NOTE THRU 2410-MOVE-ONE-NOTE-EXIT
               UNTIL WS-NOTES-DONE

           IF NOT WS-NOTES-MOVED
               DISPLAY 'YFPURGE: NOTES NOT ARCHIVED FOR KEY ' WS-KEY
                   ' - RECORD RETAINED'
               ADD 1 TO WS-RETAINED-COUNT
           END-IF
           .
       2400-ARCHIVE-NOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EACH PASS RE-POSITIONS AT THE KEY'S FIRST REMAINING NOTE, SO   *
      * THE DELETE NEVER DISTURBS A BROWSE IN FLIGHT.                  *
      *----------------------------------------------------------------*
       2410-MOVE-ONE-NOTE.

           MOVE WS-KEY TO NT-RECORD-KEY
           MOVE ZERO   TO NT-SEQUENCE
           START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY
                   SET WS-NOTES-DONE TO TRUE
                   GO TO 2410-MOVE-ONE-NOTE-EXIT
           END-START

           READ NOTE-FILE NEXT RECORD
               AT END
                   SET WS-NOTES-DONE TO TRUE
                   GO TO 2410-MOVE-ONE-NOTE-EXIT
           END-READ
           IF NOT WS-NOTEFILE-OK
            OR NT-RECORD-KEY NOT EQUAL WS-KEY
               SET WS-NOTES-DONE TO TRUE
               GO TO 2410-MOVE-ONE-NOTE-EXIT
           END-IF

           IF NT-SEQUENCE NOT EQUAL ZERO
               MOVE NT-RECORD-KEY TO NA-RECORD-KEY
               MOVE WS-PURGE-DATE TO NA-PURGE-DATE
               MOVE NT-SEQUENCE   TO NA-SEQUENCE
               MOVE NT-NOTE-DATA  TO NA-NOTE-DATA
               WRITE NA-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-NOTEARC-DUPKEY
                   REWRITE NA-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF NOT WS-NOTEARC-OK
                   DISPLAY 'YFPURGE: NOTE ARCHIVE WRITE FAILED FOR KEY '
                       WS-KEY ' NOTE ' NT-SEQUENCE
                       ' STATUS=' WS-NOTEARC-STATUS
                   MOVE 'N' TO WS-NOTES-MOVED-SWITCH
                   SET WS-NOTES-DONE TO TRUE
                   GO TO 2410-MOVE-ONE-NOTE-EXIT
               END-IF
               ADD 1 TO WS-NOTE-ARCHIVE-COUNT
           END-IF

           DELETE NOTE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT WS-NOTEFILE-OK
               DISPLAY 'YFPURGE: NOTE DELETE FAILED FOR KEY ' WS-KEY
                   ' NOTE ' NT-SEQUENCE ' STATUS=' WS-NOTEFILE-STATUS
               MOVE 'N' TO WS-NOTES-MOVED-SWITCH
               SET WS-NOTES-DONE TO TRUE
           END-IF
           .
       2410-MOVE-ONE-NOTE-EXIT.
           EXIT.

       3000-PRODUCE-REPORT.

           MOVE WS-READ-COUNT      TO WS-D-READ-COUNT
           MOVE WS-DETAIL-ARCHIVE  TO PR-LINE
           WRITE PR-LINE

           MOVE WS-NOTE-ARCHIVE-COUNT TO WS-D-NOTES-COUNT
           MOVE WS-DETAIL-NOTES    TO PR-LINE
           WRITE PR-LINE

           CLOSE YOURFILE
           CLOSE ARCHIVE-FILE
           IF WS-NOTEFILE-PRESENT
               CLOSE NOTE-FILE
           END-IF
           CLOSE NOTE-ARCHIVE
           CLOSE PURGE-RPT

           DISPLAY 'YFPURGE: RECORDS READ......: ' WS-READ-COUNT
           DISPLAY 'YFPURGE: KEYS PURGED.......: ' WS-PURGED-COUNT
           DISPLAY 'YFPURGE: KEYS RETAINED.....: ' WS-RETAINED-COUNT
           DISPLAY 'YFPURGE: ARCHIVE RECORDS...: ' WS-ARCHIVE-COUNT
           DISPLAY 'YFPURGE: NOTES ARCHIVED....: '
               WS-NOTE-ARCHIVE-COUNT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-PURGED-COUNT TO RC-RECORD-COUNT
