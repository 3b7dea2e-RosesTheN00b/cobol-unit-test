      *                STRAIGHT TO THE AUDHIST AUDIT HISTORY FILE
      *                UNDER USERID YFRESTOR (BATCH HAS NO AUDT TD
      *                QUEUE TO WRITE TO). A RECORD THAT HAS BEEN
      *                PHYSICALLY PURGED IS RE-ADDED. A RECORD STILL
      *                ON FILE MUST STILL CARRY THE LAST-UPDATE STAMP
      *                QUOTED ON RSTPARM (COLUMNS 12-30), OR THE
      *                RESTORE IS REFUSED. SO IS ANY RESTORE WHILE THE
      *                BUSINESS DATE'S ACCOUNTING PERIOD IS CLOSED.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-08-22 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  A RESTORE OVER A RECORD STILL ON FILE MUST BE AN
      *                 ALLOWED FIELD-3 MOVE ON THE TRANRULE FILE
      *                 (CHECKED VIA YFTRANS) FROM THE CURRENT VALUE TO
      *                 THE RESTORED ONE. A REFUSAL CHANGES NOTHING, IS
      *                 LOGGED ON AUDHIST AS ACTION T FOR THE YFTRNRPT
      *                 REFUSED-TRANSITION REPORT, AND ENDS THE RUN
      *                 WITH RETURN-CODE 8.
      * 2026-10-15 RJH  RSTPARM NOW ALSO CARRIES, IN COLUMNS 12-30, THE
      *                 LAST-UPDATE STAMP OF THE RECORD AS THE OPERATOR
      *                 SAW IT (THE RECORD NOW LINE ON DEMOHDT). A
      *                 RECORD STILL ON FILE IS ONLY RESTORED OVER IF IT
      *                 STILL CARRIES THAT STAMP - OTHERWISE SOMEONE HAS
      *                 CHANGED IT SINCE, NOTHING IS REPLACED, AND THE
      *                 RUN ENDS WITH RETURN-CODE 8. A PURGED RECORD HAS
      *                 NO STAMP TO CHECK.
      * 2026-10-15 RJH  A RESTORE IS POSTED UNDER TONIGHT'S BUSINESS
      *                 DATE, SO IT IS REFUSED (RETURN-CODE 8, NOTHING
      *                 REPLACED) WHILE THAT DATE'S ACCOUNTING PERIOD
      *                 IS CLOSED ON PERDCTL (CHECKED VIA YFPERCK),
      *                 UNLESS AN AUTHORIZED REOPEN IS RECORDED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFRESTOR.
           COPY WSRECORD.
           COPY RUNCTLC.
           COPY HISTCOMM.
           COPY TRANCOMM.
           COPY PERCOMM.

       01  WS-RSTPARM-STATUS               PIC X(2).
           88  WS-RSTPARM-OK                    VALUE '00'.

      *----------------------------------------------------------------*
      * RESTORE REQUEST - KEY IN COLUMNS 1-5, VERSION (ZERO PADDED)    *
      * IN COLUMNS 7-10, AS LISTED ON THE YFHIST FILE, AND IN COLUMNS  *
      * 12-30 THE RECORD'S CURRENT LAST-UPDATE STAMP (YYYY-MM-DD       *
      * HH.MM.SS) AS SHOWN ON THE DEMOHDT RECORD NOW LINE.             *
      *----------------------------------------------------------------*
       01  WS-PARM-RECORD.
           05  WS-PARM-KEY                 PIC X(5).
           05  FILLER                      PIC X(1).
           05  WS-PARM-VERSION             PIC 9(4).
           05  FILLER                      PIC X(1).
           05  WS-PARM-EXPECTED-TS         PIC X(19).
           05  FILLER                      PIC X(50).

       01  WS-BEFORE-IMAGE-SAVE            PIC X(47)     VALUE SPACES.


       2000-RESTORE-VERSION.

           PERFORM 2050-CHECK-CLOSED-PERIOD

           MOVE WS-PARM-KEY     TO VH-RECORD-KEY
           MOVE WS-PARM-VERSION TO VH-VERSION
           READ HISTORY-FILE
           IF WS-YOURFILE-OK
               SET WS-RECORD-ON-FILE TO TRUE
               MOVE YF-FILE-RECORD    TO WS-BEFORE-IMAGE-SAVE
               PERFORM 2100-CHECK-STILL-CURRENT
               PERFORM 2200-CHECK-TRANSITION
               MOVE YF-FILE-RECORD    TO VHC-IMAGE
               MOVE WS-RUN-TIMESTAMP  TO VHC-SUPERSEDED-TS
               CALL 'YFHISTW' USING HIST-COMMAREA
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           SET AH-ACTION-CHANGE TO TRUE
           PERFORM 2500-WRITE-AUDIT
           DISPLAY 'YFRESTOR: KEY ' WS-PARM-KEY ' RESTORED TO VERSION '
               WS-PARM-VERSION
       2000-RESTORE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE RESTORE CHANGES THE FILE UNDER TONIGHT'S BUSINESS DATE -   *
      * NOT WHILE FINANCE HAS THAT PERIOD CLOSED, UNLESS A REOPEN IS   *
      * RECORDED. A PERIOD CONTROL FILE THAT CANNOT BE READ REFUSES    *
      * TOO, RATHER THAN RISK A CLOSED MONTH.                          *
      *----------------------------------------------------------------*
       2050-CHECK-CLOSED-PERIOD.

           MOVE RC-BUSINESS-DATE TO PK-DATE-IN
           CALL 'YFPERCK' USING PERIOD-CHECK-COMMAREA

           IF NOT PK-DATE-ALLOWED
               DISPLAY 'YFRESTOR: KEY ' WS-PARM-KEY
                   ' NOT RESTORED - ' PK-MESSAGE
               CLOSE HISTORY-FILE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE OPERATOR CHOSE THIS VERSION LOOKING AT THE RECORD AS IT    *
      * STOOD THEN. IF IT HAS BEEN CHANGED SINCE (ANOTHER OPERATOR,    *
      * YFPENDAP, YFMASSCH) THE RESTORE WOULD QUIETLY THROW THAT       *
      * CHANGE AWAY - REFUSE IT AND LET THEM LOOK AGAIN. A MISSING     *
      * STAMP ON RSTPARM NEVER MATCHES.                                *
      *----------------------------------------------------------------*
       2100-CHECK-STILL-CURRENT.

           MOVE YF-FILE-RECORD TO WS-RECORD

           IF WS-LAST-UPDATE-TS (1:19) NOT EQUAL WS-PARM-EXPECTED-TS
               DISPLAY 'YFRESTOR: RECORD CHANGED SINCE DISPLAYED - KEY '
                   WS-PARM-KEY ' NOT RESTORED'
               DISPLAY 'YFRESTOR: STAMP ON FILE.....: '
                   WS-LAST-UPDATE-TS (1:19)
               DISPLAY 'YFRESTOR: STAMP ON RSTPARM..: '
                   WS-PARM-EXPECTED-TS
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * PUTTING AN OLD IMAGE BACK IS A FIELD-3 CHANGE LIKE ANY OTHER - *
      * THE MOVE FROM THE CURRENT VALUE TO THE RESTORED ONE MUST BE ON *
      * THE TRANRULE FILE. A REFUSAL IS AUDITED AS ACTION T WITH THE   *
      * RESTORED IMAGE AS THE AFTER IMAGE, AND NOTHING IS REPLACED.    *
      *----------------------------------------------------------------*
       2200-CHECK-TRANSITION.

           MOVE WS-BEFORE-IMAGE-SAVE (11:5) TO TRC-FROM-STATUS
           MOVE VH-IMG-FIELD-3              TO TRC-TO-STATUS
           CALL 'YFTRANS' USING TRANSITION-COMMAREA

           IF NOT TRC-ALLOWED
               MOVE VH-IMAGE TO WS-RECORD
               SET AH-ACTION-REFUSED TO TRUE
               PERFORM 2500-WRITE-AUDIT
               DISPLAY 'YFRESTOR: RESTORE REFUSED FOR KEY '
                   WS-PARM-KEY ' - ' TRC-MESSAGE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE RESTORE IS AUDITED LIKE ANY OTHER CHANGE, BUT BATCH HAS NO *
      * AUDT TD QUEUE - THE RECORD GOES STRAIGHT TO THE PERMANENT      *
      * AUDHIST FILE IN THE SAME LAYOUT YFAUDTR LOADS, WITH THE SAME   *
      * SAME-SECOND TIE-BREAKER. THE CALLER SETS THE ACTION - C FOR A  *
      * RESTORE MADE, T FOR ONE THE TRANSITION RULES REFUSED.          *
      *----------------------------------------------------------------*
       2500-WRITE-AUDIT.

           MOVE ZERO               TO AH-SEQUENCE
           MOVE 'BTCH'             TO AH-TERMID
           MOVE 'YFRESTOR'         TO AH-USERID

           MOVE WS-BEFORE-IMAGE-SAVE (1:5)   TO AH-BEFORE-KEY
           MOVE WS-BEFORE-IMAGE-SAVE (6:5)   TO AH-BEFORE-FIELD-2
