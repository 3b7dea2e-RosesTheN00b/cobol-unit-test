      *                ENTRY). RETENTION PERIODS COME FROM THE RETPARM
      *                PARAMETER FILE (HISTORY DAYS IN COLUMNS 1-3,
      *                AUDIT DAYS IN COLUMNS 5-7, ZERO PADDED - NEVER
      *                HARD-CODED; FINANCE RESETS THE NUMBERS YEARLY -
      *                AND A B IN COLUMN 9 TO COUNT BUSINESS DAYS).
      *                A HISTORY VERSION OR AUDIT ENTRY OLDER THAN ITS
      *                CUTOFF IS WRITTEN TO ITS ARCHIVE DATASET
      *                (HSTARCH / AUDARCH) AND REMOVED, EXCEPT:
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-09-02 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  THE RETENTION PERIODS MAY NOW BE COUNTED IN
      *                 BUSINESS DAYS: A B IN RETPARM COLUMN 9 COUNTS
      *                 BOTH BACK OVER THE BUSINESS-DAY CALENDAR (VIA
      *                 YFBUSDT) INSTEAD OF IN CALENDAR DAYS. BLANK OR
      *                 C KEEPS CALENDAR DAYS. THE REPORT HEADINGS SAY
      *                 WHICH.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFRETEN.

       WORKING-STORAGE SECTION.
           COPY RUNCTLC.
           COPY BDCOMM.

       01  WS-RETPARM-STATUS               PIC X(2).
           88  WS-RETPARM-OK                    VALUE '00'.

      *----------------------------------------------------------------*
      * RUN PARAMETER RECORD - HISTORY RETENTION DAYS IN COLUMNS 1-3,  *
      * AUDIT RETENTION DAYS IN COLUMNS 5-7, BOTH ZERO PADDED, AND IN  *
      * COLUMN 9 WHAT KIND OF DAYS THEY ARE - B BUSINESS DAYS, BLANK   *
      * OR C CALENDAR DAYS. THE JOB REFUSES TO RUN ON A NON-NUMERIC OR *
      * ZERO NUMBER, OR AN UNKNOWN KIND OF DAY, RATHER THAN GUESS A    *
      * DEFAULT.                                                       *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-HIST-DAYS           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  WS-PARM-AUDIT-DAYS          PIC 9(3).
           05  FILLER                      PIC X(1).
           05  WS-PARM-DAY-BASIS           PIC X(1).
               88  WS-PARM-BUSINESS-DAYS        VALUE 'B'.
               88  WS-PARM-CALENDAR-DAYS        VALUE 'C' ' '.
           05  FILLER                      PIC X(71).

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-TODAY-INTEGER                 PIC 9(9)  COMP VALUE ZERO.
       01  WS-HIST-CUTOFF-DATE              PIC X(10)     VALUE SPACES.
       01  WS-AUDIT-CUTOFF-DATE             PIC X(10)     VALUE SPACES.

      *    TONIGHT'S DATE IN THE SAME SHAPE - WHERE A BUSINESS-DAY
      *    COUNT STARTS FROM.
       01  WS-TODAY-DATE                    PIC X(10)     VALUE SPACES.

       01  WS-HIST-EOF-SWITCH               PIC X(1)      VALUE 'N'.
           88  WS-HIST-AT-END                       VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH                PIC X(1)      VALUE 'N'.
               10  WS-H-HIST-DAYS          PIC ZZ9.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-H-HIST-CUTOFF        PIC X(10).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-H-HIST-BASIS         PIC X(13).
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(22) VALUE
                   'AUDIT DAYS/CUTOFF...: '.
               10  WS-H-AUDIT-DAYS         PIC ZZ9.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-H-AUDIT-CUTOFF       PIC X(10).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-H-AUDIT-BASIS        PIC X(13).
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-DETAIL-COUNTS.
               10  WS-D-CAPTION            PIC X(22).
               10  WS-D-COUNT              PIC ZZZ,ZZZ,ZZ9.
           WRITE RT-LINE
           MOVE WS-PARM-HIST-DAYS   TO WS-H-HIST-DAYS
           MOVE WS-HIST-CUTOFF-DATE TO WS-H-HIST-CUTOFF
           IF WS-PARM-BUSINESS-DAYS
               MOVE 'BUSINESS DAYS' TO WS-H-HIST-BASIS
           ELSE
               MOVE 'CALENDAR DAYS' TO WS-H-HIST-BASIS
           END-IF
           MOVE WS-H-HIST-BASIS     TO WS-H-AUDIT-BASIS
           MOVE WS-HEADING-2 TO RT-LINE
           WRITE RT-LINE
           MOVE WS-PARM-AUDIT-DAYS   TO WS-H-AUDIT-DAYS
                   WS-PARM-RECORD (1:7)
               GO TO 9999-EXIT
           END-IF

           IF NOT WS-PARM-BUSINESS-DAYS
            AND NOT WS-PARM-CALENDAR-DAYS
               DISPLAY 'YFRETEN: INVALID DAY BASIS IN RETPARM: '
                   WS-PARM-DAY-BASIS
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
           MOVE WS-CUTOFF-YYYYMMDD (5:2) TO WS-AUDIT-CUTOFF-DATE (6:2)
           MOVE '-'                      TO WS-AUDIT-CUTOFF-DATE (8:1)
           MOVE WS-CUTOFF-YYYYMMDD (7:2) TO WS-AUDIT-CUTOFF-DATE (9:2)

           IF WS-PARM-BUSINESS-DAYS
               MOVE WS-ACCEPT-DATE (1:4) TO WS-TODAY-DATE (1:4)
               MOVE '-'                  TO WS-TODAY-DATE (5:1)
               MOVE WS-ACCEPT-DATE (5:2) TO WS-TODAY-DATE (6:2)
               MOVE '-'                  TO WS-TODAY-DATE (8:1)
               MOVE WS-ACCEPT-DATE (7:2) TO WS-TODAY-DATE (9:2)
               MOVE WS-PARM-HIST-DAYS    TO BD-DAYS
               PERFORM 1350-COUNT-BUSINESS-DAYS
               MOVE BD-DATE-OUT          TO WS-HIST-CUTOFF-DATE
               MOVE WS-PARM-AUDIT-DAYS   TO BD-DAYS
               PERFORM 1350-COUNT-BUSINESS-DAYS
               MOVE BD-DATE-OUT          TO WS-AUDIT-CUTOFF-DATE
           END-IF
           .

      *----------------------------------------------------------------*
      * RETENTION IN BUSINESS DAYS - BD-DAYS COUNTED BACK FROM TONIGHT *
      * OVER THE CALENDAR FILE, SKIPPING WEEKENDS AND HOLIDAYS, AS     *
      * YFPURGE DOES. WITHOUT A CALENDAR THE COUNT WOULD IGNORE        *
      * HOLIDAYS AND REMOVE HISTORY EARLY, SO THE JOB STOPS INSTEAD.   *
      *----------------------------------------------------------------*
       1350-COUNT-BUSINESS-DAYS.

           SET BD-FUNCTION-SUBTRACT TO TRUE
           MOVE WS-TODAY-DATE        TO BD-DATE-IN
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA

           IF BD-OK OR BD-NOT-ON-CALENDAR
               IF BD-NOT-ON-CALENDAR
                   DISPLAY 'YFRETEN: ' BD-MESSAGE
               END-IF
           ELSE
               DISPLAY 'YFRETEN: CANNOT COUNT BUSINESS DAYS - '
                   BD-MESSAGE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
