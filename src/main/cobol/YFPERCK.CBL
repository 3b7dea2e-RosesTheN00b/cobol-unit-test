      **********************************************************************
      * AUTHOR:        RJH
      * INSTALLATION:  DATA PROCESSING
      * DATE-WRITTEN:  15 OCT 2026
      * DATE-COMPILED:
      * PURPOSE:       CLOSED-PERIOD CHECK FOR THE BATCH PROGRAMS.
      *                CALLED WITH A PERIOD-CHECK-COMMAREA (SEE
      *                PERCOMM) BY YFPARTN (AN E TRANSACTION'S
      *                EFFECTIVE DATE) AND YFRESTOR (THE BUSINESS DATE
      *                A RESTORE IS POSTED UNDER). THE DATE'S PERIOD IS
      *                LOOKED UP ON THE PERDCTL PERIOD CONTROL FILE
      *                (SEE PERDREC): NO RECORD MEANS THE PERIOD WAS
      *                NEVER CLOSED; A CLOSED PERIOD IS REFUSED UNLESS
      *                AN AUTHORIZED REOPEN IS RECORDED. THE FILE IS
      *                OPENED ON THE FIRST CALL AND HELD OPEN FOR THE
      *                RUN, LIKE YFTRANS AND YFBUSDT.
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      * ---------- ---- ------------------------------------------------
      * 2026-10-15 RJH  ORIGINAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPERCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 468 CHARACTERS.
           COPY PERDREC.

       WORKING-STORAGE SECTION.
       01  WS-PERDCTL-STATUS               PIC X(2).
           88  WS-PERDCTL-OK                    VALUE '00'.
           88  WS-PERDCTL-NOT-FOUND             VALUE '23'.
           88  WS-PERDCTL-NO-FILE               VALUE '35'.

       01  WS-FILE-OPEN-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-FILE-IS-OPEN                      VALUE 'Y'.
           88  WS-FILE-NEVER-CREATED                VALUE 'X'.
           88  WS-FILE-UNAVAILABLE                  VALUE 'U'.

       01  WS-OPEN-STATUS                   PIC X(2)      VALUE SPACES.

      *    PERIOD VALIDATION VIEW OF PK-DATE-IN.
       01  WS-DATE-CHECK.
           05  WS-DC-YYYY                   PIC X(4).
           05  WS-DC-SEP-1                  PIC X(1).
           05  WS-DC-MM                     PIC X(2).
           05  FILLER                       PIC X(3).

       LINKAGE SECTION.
           COPY PERCOMM.

       PROCEDURE DIVISION USING PERIOD-CHECK-COMMAREA.

       0000-MAINLINE.

           MOVE SPACES          TO PK-MESSAGE
           MOVE PK-DATE-IN (1:7) TO PK-PERIOD
           MOVE PK-DATE-IN       TO WS-DATE-CHECK

           IF WS-DC-YYYY NOT NUMERIC
            OR WS-DC-MM NOT NUMERIC
            OR WS-DC-SEP-1 NOT EQUAL '-'
            OR WS-DC-MM LESS THAN '01'
            OR WS-DC-MM GREATER THAN '12'
               SET PK-CONTROL-UNAVAILABLE TO TRUE
               STRING 'DATE ' DELIMITED BY SIZE
                      PK-DATE-IN DELIMITED BY SIZE
                      ' HAS NO ACCOUNTING PERIOD'
                                 DELIMITED BY SIZE
                   INTO PK-MESSAGE
               END-STRING
               GO TO 0000-GOBACK
           END-IF

           IF NOT WS-FILE-IS-OPEN
            AND NOT WS-FILE-NEVER-CREATED
            AND NOT WS-FILE-UNAVAILABLE
               PERFORM 1000-OPEN-PERIOD-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-FILE-NEVER-CREATED
                   SET PK-PERIOD-OPEN TO TRUE
               WHEN WS-FILE-UNAVAILABLE
                   SET PK-CONTROL-UNAVAILABLE TO TRUE
                   STRING 'UNABLE TO OPEN PERDCTL, STATUS='
                                            DELIMITED BY SIZE
                          WS-OPEN-STATUS    DELIMITED BY SIZE
                          ' - PERIOD ' DELIMITED BY SIZE
                          PK-PERIOD    DELIMITED BY SIZE
                          ' TREATED AS CLOSED'
                                       DELIMITED BY SIZE
                       INTO PK-MESSAGE
                   END-STRING
               WHEN OTHER
                   PERFORM 2000-READ-PERIOD
           END-EVALUATE
           .

       0000-GOBACK.
           GOBACK
           .

      *----------------------------------------------------------------*
      * OPENED ON THE FIRST CALL AND HELD OPEN FOR THE RUN. NO FILE    *
      * MEANS NO MONTH HAS EVER BEEN CLOSED; ANY OTHER FAILURE MEANS   *
      * THE LOCK CANNOT BE READ, AND EVERY DATE IS REFUSED RATHER THAN *
      * LET SOMETHING SLIP INTO A CLOSED MONTH. NEITHER IS RETRIED.    *
      *----------------------------------------------------------------*
       1000-OPEN-PERIOD-FILE.

           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-PERDCTL-OK
                   SET WS-FILE-IS-OPEN TO TRUE
               WHEN WS-PERDCTL-NO-FILE
                   SET WS-FILE-NEVER-CREATED TO TRUE
               WHEN OTHER
                   MOVE WS-PERDCTL-STATUS TO WS-OPEN-STATUS
                   SET WS-FILE-UNAVAILABLE TO TRUE
           END-EVALUATE
           .

       2000-READ-PERIOD.

           MOVE PK-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-PERDCTL-NOT-FOUND
                   SET PK-PERIOD-OPEN TO TRUE
               WHEN NOT WS-PERDCTL-OK
                   SET PK-CONTROL-UNAVAILABLE TO TRUE
                   STRING 'PERDCTL READ FAILED, STATUS='
                                            DELIMITED BY SIZE
                          WS-PERDCTL-STATUS DELIMITED BY SIZE
                          ' - PERIOD ' DELIMITED BY SIZE
                          PK-PERIOD    DELIMITED BY SIZE
                          ' TREATED AS CLOSED'
                                       DELIMITED BY SIZE
                       INTO PK-MESSAGE
                   END-STRING
               WHEN PD-STATE-REOPENED
                   SET PK-PERIOD-REOPENED TO TRUE
                   STRING 'PERIOD ' DELIMITED BY SIZE
                          PK-PERIOD DELIMITED BY SIZE
                          ' IS CLOSED BUT REOPENED BY '
                                    DELIMITED BY SIZE
                          PD-REOPENED-BY DELIMITED BY SPACE
                       INTO PK-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET PK-PERIOD-CLOSED TO TRUE
                   STRING 'PERIOD ' DELIMITED BY SIZE
                          PK-PERIOD DELIMITED BY SIZE
                          ' IS CLOSED' DELIMITED BY SIZE
                       INTO PK-MESSAGE
                   END-STRING
           END-EVALUATE
           .
