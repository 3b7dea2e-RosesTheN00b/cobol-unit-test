      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       FIELD-3 STATUS TRANSITION CHECK FOR THE BATCH
      *                UPDATERS. CALLED WITH A TRANSITION-COMMAREA (SEE
      *                TRANCOMM) BY YFPARTN, YFPENDAP, YFMASSCH, AND
      *                YFRESTOR JUST BEFORE THEY REPLACE A YOURFILE
      *                RECORD; LOOKS THE FROM/TO PAIR UP ON TRANRULE
      *                (SEE TRANREC) AND ANSWERS ALLOWED OR REFUSED, SO
      *                THE LIFECYCLE IS ENFORCED IN ONE PLACE AND
      *                OPERATIONS OWNS IT THROUGH YFTRANM. LEAVING
      *                FIELD-3 UNCHANGED IS ALWAYS ALLOWED AND COSTS NO
      *                READ. THE FILE IS OPENED ON THE FIRST CALL AND
      *                HELD OPEN FOR THE RUN, LIKE YFHISTW. A MISSING
      *                OR UNREADABLE RULES FILE REFUSES EVERY CHANGE -
      *                THE CHECK NEVER FAILS OPEN.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFTRANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSITION-FILE ASSIGN TO TRANRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TRANRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSITION-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY TRANREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANRULE-STATUS              PIC X(2).
           88  WS-TRANRULE-OK                   VALUE '00'.
           88  WS-TRANRULE-NOT-FOUND            VALUE '23'.

       01  WS-FILE-OPEN-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-FILE-IS-OPEN                      VALUE 'Y'.

       LINKAGE SECTION.
           COPY TRANCOMM.

       PROCEDURE DIVISION USING TRANSITION-COMMAREA.

       0000-MAINLINE.

           MOVE '00'   TO TRC-RETURN-CODE
           MOVE SPACES TO TRC-MESSAGE

           IF TRC-FROM-STATUS EQUAL TRC-TO-STATUS
               GO TO 0000-GOBACK
           END-IF

           IF NOT WS-FILE-IS-OPEN
               PERFORM 1000-OPEN-TRANSITION-FILE
               IF NOT TRC-ALLOWED
                   GO TO 0000-GOBACK
               END-IF
           END-IF

           MOVE TRC-FROM-STATUS TO TR-FROM-STATUS
           MOVE TRC-TO-STATUS   TO TR-TO-STATUS
           READ TRANSITION-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-TRANRULE-OK
                   CONTINUE
               WHEN WS-TRANRULE-NOT-FOUND
                   SET TRC-REFUSED TO TRUE
                   STRING 'FIELD-3 CHANGE ' DELIMITED BY SIZE
                          TRC-FROM-STATUS   DELIMITED BY SIZE
                          ' TO '            DELIMITED BY SIZE
                          TRC-TO-STATUS     DELIMITED BY SIZE
                          ' NOT AN ALLOWED TRANSITION'
                                            DELIMITED BY SIZE
                       INTO TRC-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET TRC-FILE-ERROR TO TRUE
                   STRING 'TRANRULE READ FAILED, STATUS='
                                            DELIMITED BY SIZE
                          WS-TRANRULE-STATUS
                                            DELIMITED BY SIZE
                       INTO TRC-MESSAGE
                   END-STRING
           END-EVALUATE
           .

       0000-GOBACK.
           GOBACK
           .

      *----------------------------------------------------------------*
      * OPENED ON THE FIRST CALL AND HELD OPEN FOR THE RUN; END OF     *
      * JOB CLOSES IT WITH EVERYTHING ELSE. NO FILE MEANS NO RULES     *
      * HAVE BEEN LOADED - EVERY CHANGE IS REFUSED UNTIL OPERATIONS    *
      * RUNS YFTRANM.                                                  *
      *----------------------------------------------------------------*
       1000-OPEN-TRANSITION-FILE.

           OPEN INPUT TRANSITION-FILE
           IF WS-TRANRULE-OK
               SET WS-FILE-IS-OPEN TO TRUE
           ELSE
               SET TRC-FILE-ERROR TO TRUE
               STRING 'UNABLE TO OPEN TRANRULE, STATUS='
                                            DELIMITED BY SIZE
                      WS-TRANRULE-STATUS    DELIMITED BY SIZE
                   INTO TRC-MESSAGE
               END-STRING
           END-IF
           .
