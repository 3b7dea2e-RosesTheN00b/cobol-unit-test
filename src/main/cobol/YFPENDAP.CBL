      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-09-02 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  AN ITEM THAT REPLACES A RECORD ON FILE MUST BE
      *                 AN ALLOWED FIELD-3 MOVE ON THE TRANRULE FILE
      *                 (CHECKED VIA YFTRANS). A REFUSED ITEM IS LEFT
      *                 ON FILE AND REPORTED LIKE AN EDIT FAILURE, AND
      *                 LOGGED ON AUDHIST AS ACTION T FOR THE YFTRNRPT
      *                 REFUSED-TRANSITION REPORT.
      * 2026-10-15 RJH  AN ITEM DATED ON A WEEKEND OR HOLIDAY (PER THE
      *                 CALENDAR FILE, VIA YFBUSDT) NOW APPLIES ON THE
      *                 NEXT BUSINESS DAY RATHER THAN ON WHATEVER NIGHT
      *                 FIRST FOLLOWS ITS DATE. THE REPORT COUNTS THE
      *                 ITEMS SO ROLLED FORWARD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPENDAP.
           COPY EDITCOMM.
           COPY RUNCTLC.
           COPY HISTCOMM.
           COPY TRANCOMM.
           COPY BDCOMM.

       01  WS-YFPEND-STATUS                PIC X(2).
           88  WS-YFPEND-OK                     VALUE '00'.
       01  WS-AUDIT-WRITTEN-SWITCH         PIC X(1)      VALUE 'N'.
           88  WS-AUDIT-WRITTEN                     VALUE 'Y'.

       01  WS-TRANS-REFUSED-SWITCH          PIC X(1)      VALUE 'N'.
           88  WS-TRANSITION-REFUSED                VALUE 'Y'.

       01  WS-BEFORE-IMAGE-SAVE            PIC X(47)     VALUE SPACES.

      *    THE BUSINESS DAY AN ITEM APPLIES ON - ITS EFFECTIVE DATE, OR
      *    THE NEXT BUSINESS DAY WHEN THAT IS A WEEKEND OR HOLIDAY.
       01  WS-APPLY-DATE                   PIC X(10)     VALUE SPACES.

      *----------------------------------------------------------------*
      * RUN CONTROL TOTALS FOR YFBALNC - THE ACTIVE-COUNT MOVEMENT     *
      * THIS RUN CAUSED: PENDING CHANGES APPLIED AS FRESH WRITES AND   *
       77  WS-CHANGED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-REACTIVATED-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-FAILED-COUNT                  PIC 9(9) COMP VALUE ZERO.
       77  WS-ROLLED-COUNT                  PIC 9(9) COMP VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
                   'ITEMS LEFT ON FILE..: '.
               10  WS-D-FAILED-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-DETAIL-ROLLED.
               10  FILLER                  PIC X(22) VALUE
                   'ITEMS ROLLED FORWARD: '.
               10  WS-D-ROLLED-COUNT       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
               GO TO 2000-PROCESS-ONE-PENDING-EXIT
           END-IF

      *    AN ITEM DATED ON A WEEKEND OR HOLIDAY WAITS FOR THE NEXT
      *    BUSINESS DAY. EVERY ITEM BEHIND IT IS DATED BETWEEN IT AND
      *    TONIGHT - NON-BUSINESS DAYS TOO - SO THEY ALL WAIT AND THE
      *    RUN ENDS HERE AS WELL.
           PERFORM 2050-FIND-APPLY-DATE
           IF WS-APPLY-DATE GREATER THAN RC-BUSINESS-DATE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-PROCESS-ONE-PENDING-EXIT
           END-IF
           IF WS-APPLY-DATE NOT EQUAL PC-EFFECTIVE-DATE
               ADD 1 TO WS-ROLLED-COUNT
           END-IF

           ADD 1 TO WS-DUE-COUNT
           MOVE SPACES TO WS-D-DISPOSITION

           END-IF
           .

      *----------------------------------------------------------------*
      * THE FIRST BUSINESS DAY ON OR AFTER THE ITEM'S EFFECTIVE DATE.  *
      * A DATE THE ROUTINE CANNOT JUDGE APPLIES ON ITS OWN DATE, AS IT *
      * ALWAYS HAS.                                                    *
      *----------------------------------------------------------------*
       2050-FIND-APPLY-DATE.

           MOVE PC-EFFECTIVE-DATE TO WS-APPLY-DATE
           SET BD-FUNCTION-NEXT   TO TRUE
           MOVE PC-EFFECTIVE-DATE TO BD-DATE-IN
           MOVE ZERO              TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA
           IF NOT BD-INVALID-REQUEST
               MOVE BD-DATE-OUT TO WS-APPLY-DATE
           END-IF
           .

       2100-READ-PENDING-FILE.

           READ PENDING-FILE NEXT RECORD

           MOVE 'N' TO WS-RECORD-ON-FILE-SWITCH
           MOVE 'N' TO WS-PRIOR-DELETED-SWITCH
           MOVE 'N' TO WS-TRANS-REFUSED-SWITCH

           MOVE PC-RECORD-KEY TO YF-FILE-KEY
           READ YOURFILE-FILE
               IF YF-FILE-RECORD (21:1) EQUAL 'D'
                   SET WS-PRIOR-WAS-DELETED TO TRUE
               END-IF
      *        BYTES 11-15 ARE WS-FIELD-3 - THE MOVE TO THE PENDING
      *        VALUE MUST BE ON THE TRANRULE FILE. A REFUSED ITEM
      *        STAYS ON YFPEND LIKE AN EDIT FAILURE, SO THE OPERATOR
      *        CAN FIX OR CANCEL IT THROUGH YFPENDRP.
               MOVE YF-FILE-RECORD (11:5) TO TRC-FROM-STATUS
               MOVE PC-FIELD-3            TO TRC-TO-STATUS
               CALL 'YFTRANS' USING TRANSITION-COMMAREA
               IF NOT TRC-ALLOWED
                   SET WS-TRANSITION-REFUSED TO TRUE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FIELD-3 TRANSITION REFUSED'
                       TO WS-D-DISPOSITION
                   MOVE YF-FILE-RECORD TO WS-RECORD
                   MOVE PC-FIELD-2     TO WS-FIELD-2
                   MOVE PC-FIELD-3     TO WS-FIELD-3
                   MOVE PC-FIELD-4     TO WS-FIELD-4
                   PERFORM 2500-WRITE-AUDIT
                   GO TO 2300-APPLY-PENDING-EXIT
               END-IF
               MOVE YF-FILE-RECORD   TO VHC-IMAGE
               MOVE WS-RUN-TIMESTAMP TO VHC-SUPERSEDED-TS
               CALL 'YFHISTW' USING HIST-COMMAREA
      * THE APPLY IS AUDITED LIKE ANY OTHER CHANGE, BUT BATCH HAS NO   *
      * AUDT TD QUEUE - THE RECORD GOES STRAIGHT TO THE PERMANENT      *
      * AUDHIST FILE IN THE SAME LAYOUT YFAUDTR LOADS, WITH THE SAME   *
      * SAME-SECOND TIE-BREAKER, UNDER USERID YFPENDAP. AN ITEM THE    *
      * TRANSITION RULES REFUSED IS LOGGED AS ACTION T, WITH THE       *
      * PENDING VALUES AS THE AFTER IMAGE.                             *
      *----------------------------------------------------------------*
       2500-WRITE-AUDIT.

           MOVE ZERO               TO AH-SEQUENCE
           MOVE 'BTCH'             TO AH-TERMID
           MOVE 'YFPENDAP'         TO AH-USERID
           EVALUATE TRUE
               WHEN WS-TRANSITION-REFUSED
                   SET AH-ACTION-REFUSED TO TRUE
               WHEN WS-RECORD-ON-FILE
                   SET AH-ACTION-CHANGE  TO TRUE
               WHEN OTHER
                   SET AH-ACTION-ADD     TO TRUE
           END-EVALUATE

           MOVE WS-BEFORE-IMAGE-SAVE (1:5)   TO AH-BEFORE-KEY
           MOVE WS-BEFORE-IMAGE-SAVE (6:5)   TO AH-BEFORE-FIELD-2
           MOVE WS-DETAIL-FAILED   TO PN-LINE
           WRITE PN-LINE

           MOVE WS-ROLLED-COUNT    TO WS-D-ROLLED-COUNT
           MOVE WS-DETAIL-ROLLED   TO PN-LINE
           WRITE PN-LINE

           MOVE WS-ADDED-COUNT       TO PND-ADD-COUNT
           MOVE WS-REACTIVATED-COUNT TO PND-REA-COUNT
           MOVE WS-RUN-TIMESTAMP     TO PND-RUN-TIMESTAMP
           DISPLAY 'YFPENDAP: REACTIVATED......: '
               WS-REACTIVATED-COUNT
           DISPLAY 'YFPENDAP: LEFT ON FILE.....: ' WS-FAILED-COUNT
           DISPLAY 'YFPENDAP: ROLLED FORWARD...: ' WS-ROLLED-COUNT

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-APPLIED-COUNT TO RC-RECORD-COUNT
