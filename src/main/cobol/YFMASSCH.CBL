      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-09-02 RJH  ORIGINAL VERSION.
      * 2026-10-15 RJH  A NEW FIELD-3 MUST BE AN ALLOWED MOVE FROM THE
      *                 RECORD'S CURRENT VALUE ON THE TRANRULE FILE
      *                 (CHECKED VIA YFTRANS). A REFUSED RECORD IS
      *                 LEFT ALONE, PRINTED, COUNTED, AND - IN APPLY
      *                 MODE - LOGGED ON AUDHIST AS ACTION T FOR THE
      *                 YFTRNRPT REFUSED-TRANSITION REPORT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFMASSCH.
           COPY EDITCOMM.
           COPY RUNCTLC.
           COPY HISTCOMM.
           COPY TRANCOMM.

       01  WS-MCHPARM-STATUS               PIC X(2).
           88  WS-MCHPARM-OK                    VALUE '00'.
       77  WS-MATCHED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-CHANGED-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-EDIT-REJECT-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-TRANS-REFUSED-COUNT           PIC 9(9) COMP VALUE ZERO.
       77  WS-DELETED-COUNT                 PIC 9(9) COMP VALUE ZERO.

       77  WS-ACCEPT-DATE                   PIC 9(8).

       01  WS-BEFORE-IMAGE-SAVE            PIC X(47)     VALUE SPACES.

      *    ACTION FOR 2500-WRITE-AUDIT - C FOR A CHANGE MADE, T FOR A
      *    FIELD-3 MOVE THE TRANSITION RULES REFUSED.
       77  WS-AUDIT-ACTION                  PIC X(1)      VALUE 'C'.

       01  WS-IMAGE-TEXT.
           05  WS-IMG-FIELD-2              PIC X(5).
           05  FILLER                      PIC X(1) VALUE '/'.
               GO TO 2300-APPLY-ONE-CHANGE-EXIT
           END-IF

      *----------------------------------------------------------------*
      * AND A NEW FIELD-3 MUST BE AN ALLOWED MOVE FROM THE RECORD'S    *
      * CURRENT ONE. A REFUSAL IS AUDITED AS ACTION T IN APPLY MODE -  *
      * A TRIAL RUN HAS NO AUDHIST OPEN AND REFUSED NOTHING FOR REAL.  *
      *----------------------------------------------------------------*
           MOVE WS-BEFORE-IMAGE-SAVE (11:5) TO TRC-FROM-STATUS
           MOVE WS-FIELD-3                  TO TRC-TO-STATUS
           CALL 'YFTRANS' USING TRANSITION-COMMAREA

           IF NOT TRC-ALLOWED
               ADD 1 TO WS-TRANS-REFUSED-COUNT
               DISPLAY 'YFMASSCH: TRANSITION REFUSED FOR KEY ' WS-KEY
                   ' - ' TRC-MESSAGE
               IF WS-MODE-APPLY
                   MOVE 'T' TO WS-AUDIT-ACTION
                   PERFORM 2500-WRITE-AUDIT
               END-IF
               PERFORM 2600-PRINT-CHANGE-LINE
               MOVE 'TRANSITION REFUSED' TO WS-D-NOTE
               MOVE WS-DETAIL-CHANGE TO MC-LINE
               WRITE MC-LINE
               GO TO 2300-APPLY-ONE-CHANGE-EXIT
           END-IF

           IF WS-MODE-TRIAL
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM 2600-PRINT-CHANGE-LINE

           ADD 1 TO WS-CHANGED-COUNT
           ADD 1 TO WS-CHUNK-COUNT
           MOVE 'C' TO WS-AUDIT-ACTION
           PERFORM 2500-WRITE-AUDIT
           PERFORM 2600-PRINT-CHANGE-LINE
           MOVE 'CHANGED' TO WS-D-NOTE
      * THE CHANGE IS AUDITED LIKE ANY OTHER, BUT BATCH HAS NO AUDT TD *
      * QUEUE - THE RECORD GOES STRAIGHT TO THE PERMANENT AUDHIST FILE *
      * IN THE SAME LAYOUT YFAUDTR LOADS, WITH THE SAME SAME-SECOND    *
      * TIE-BREAKER, UNDER USERID YFMASSCH. A REFUSED TRANSITION IS    *
      * LOGGED THE SAME WAY AS ACTION T, WITH THE ATTEMPTED VALUES AS  *
      * THE AFTER IMAGE.                                               *
      *----------------------------------------------------------------*
       2500-WRITE-AUDIT.

           MOVE ZERO               TO AH-SEQUENCE
           MOVE 'BTCH'             TO AH-TERMID
           MOVE 'YFMASSCH'         TO AH-USERID
           MOVE WS-AUDIT-ACTION    TO AH-ACTION

           MOVE WS-BEFORE-IMAGE-SAVE (1:5)   TO AH-BEFORE-KEY
           MOVE WS-BEFORE-IMAGE-SAVE (6:5)   TO AH-BEFORE-FIELD-2
           MOVE WS-DETAIL-COUNTS         TO MC-LINE
           WRITE MC-LINE

           MOVE 'TRANSITIONS REFUSED.: ' TO WS-DC-CAPTION
           MOVE WS-TRANS-REFUSED-COUNT   TO WS-DC-COUNT
           MOVE WS-DETAIL-COUNTS         TO MC-LINE
           WRITE MC-LINE

           MOVE 'DELETED (SKIPPED)...: ' TO WS-DC-CAPTION
           MOVE WS-DELETED-COUNT         TO WS-DC-COUNT
           MOVE WS-DETAIL-COUNTS         TO MC-LINE
           END-IF
           DISPLAY 'YFMASSCH: EDIT REJECTS.....: '
               WS-EDIT-REJECT-COUNT
           DISPLAY 'YFMASSCH: TRANS REFUSED....: '
               WS-TRANS-REFUSED-COUNT
           DISPLAY 'YFMASSCH: DELETED (SKIPPED): ' WS-DELETED-COUNT

           MOVE 'C' TO RC-COMPLETION-CODE
