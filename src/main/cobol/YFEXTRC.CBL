      *                 CUTOFF (A RECORD STAMPED WHILE THE EXTRACT IS
      *                 RUNNING MAY GO OUT TWICE - SAFE FOR A DELTA
      *                 APPLIER, NEVER DROPPED).
      * 2026-10-15 RJH  A RECORD MOVED TO A NEW KEY BY YFREKEY GOES
      *                 DOWNSTREAM AS A DELETE FOR THE OLD KEY (FROM THE
      *                 XREFFILE CROSS-REFERENCE, AHEAD OF THE YOURFILE
      *                 PASS) AND AN ADD FOR THE NEW ONE. RE-KEY DELETES
      *                 ARE COUNTED AND PRINTED SEPARATELY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFEXTRC.
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-YFHIST-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           RECORD CONTAINS 82 CHARACTERS.
           COPY HISTREC.

       FD  XREF-FILE
           RECORD CONTAINS 84 CHARACTERS.
           COPY XREFREC.

       FD  EXTRACT-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  EXTRACT-RECORD.
           88  WS-YFHIST-NOT-FOUND              VALUE '23'.
           88  WS-YFHIST-NO-FILE                VALUE '35'.

       01  WS-XREFFILE-STATUS              PIC X(2).
           88  WS-XREFFILE-OK                   VALUE '00'.
           88  WS-XREFFILE-NO-FILE              VALUE '35'.

       01  WS-EXTRACT-STATUS               PIC X(2).
           88  WS-EXTRACT-OK                    VALUE '00'.

       01  WS-HIST-OPEN-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-HIST-IS-OPEN                     VALUE 'Y'.

       01  WS-XREF-OPEN-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-XREF-IS-OPEN                     VALUE 'Y'.

       01  WS-XREF-EOF-SWITCH              PIC X(1)      VALUE 'N'.
           88  WS-XREF-END-OF-FILE                 VALUE 'Y'.

       77  WS-ACCEPT-DATE                   PIC 9(8).
       77  WS-ACCEPT-TIME                   PIC 9(8).
       77  WS-RUN-TIMESTAMP                 PIC X(26)    VALUE SPACES.

       77  WS-RECORD-COUNT                 PIC 9(9) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT                PIC 9(9) COMP VALUE ZERO.
       77  WS-REKEY-DELETE-COUNT           PIC 9(9) COMP VALUE ZERO.

       01  WS-RUN-POSTED-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-RUN-START-POSTED                  VALUE 'Y'.
                   'ASSUMED FOR NON-DELETED RECORDS'
           END-IF

      *----------------------------------------------------------------*
      * XREFFILE ONLY EXISTS ONCE YFREKEY HAS MOVED A RECORD - UNTIL   *
      * THEN THERE ARE NO RETIRED KEYS TO SEND.                        *
      *----------------------------------------------------------------*
           OPEN INPUT XREF-FILE
           IF WS-XREFFILE-OK
               SET WS-XREF-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-XREFFILE-NO-FILE
                   DISPLAY 'YFEXTRC: UNABLE TO OPEN XREFFILE, STATUS='
                       WS-XREFFILE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               DISPLAY 'YFEXTRC: UNABLE TO OPEN EXTRFILE, STATUS='
               GO TO 9999-EXIT
           END-IF

           IF WS-XREF-IS-OPEN
               PERFORM 1500-SEND-RETIRED-KEYS
           END-IF

           PERFORM 2100-READ-YOURFILE
           .

           MOVE WS-ACCEPT-TIME(5:2)    TO WS-RUN-TIMESTAMP(18:2)
           .

      *----------------------------------------------------------------*
      * A KEY YFREKEY MOVED AWAY FROM HAS LEFT YOURFILE WITHOUT A      *
      * DELETED-STATUS RECORD, SO THE YOURFILE PASS NEVER SEES IT. ITS *
      * FORWARD CROSS-REFERENCE (SEE XREFREC) CARRIES THE RECORD AS IT *
      * STOOD, AND GOES OUT AS A D WHEN THE RE-KEY IS AFTER THE CUTOFF *
      * - OR ALWAYS, ON A FULL RUN. THESE GO FIRST, SO AN OLD KEY THAT *
      * HAS SINCE BEEN ADDED AGAIN ENDS UP PRESENT DOWNSTREAM.         *
      *----------------------------------------------------------------*
       1500-SEND-RETIRED-KEYS.

           MOVE LOW-VALUES TO XR-KEY
           START XREF-FILE KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   SET WS-XREF-END-OF-FILE TO TRUE
           END-START
           PERFORM 1510-SEND-ONE-RETIRED-KEY
               UNTIL WS-XREF-END-OF-FILE

           DISPLAY 'YFEXTRC: RE-KEY DELETES....: ' WS-REKEY-DELETE-COUNT
           .

       1510-SEND-ONE-RETIRED-KEY.

           READ XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-END-OF-FILE TO TRUE
           END-READ

           IF NOT WS-XREF-END-OF-FILE
            AND XR-MOVED-TO
            AND (WS-MODE-FULL OR XR-REKEY-TS GREATER THAN ECT-CUTOFF-TS)
               MOVE 'D'                  TO EXT-MOVEMENT-CODE
               MOVE XR-RECORD-KEY        TO EXT-KEY
               MOVE XR-IMG-FIELD-2       TO EXT-FIELD-2
               MOVE XR-IMG-FIELD-3       TO EXT-FIELD-3
               MOVE XR-IMG-FIELD-4       TO EXT-FIELD-4
               MOVE 'D'                  TO EXT-STATUS
               MOVE XR-REKEY-TS          TO EXT-LAST-UPDATE-TS
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-REKEY-DELETE-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * A DELTA RUN SENDS ONLY RECORDS STAMPED AFTER THE CUTOFF; A     *
      * FULL RUN SENDS EVERYTHING. EITHER WAY THE RECORD GOES OUT WITH *
      * NEVER BEEN REPLACED HAS NO ANCHOR AND IS AN ADD; A KEY WITH    *
      * ONE HAS CHANGED SINCE IT WAS FIRST WRITTEN. A KEY ADDED AND    *
      * CHANGED WITHIN THE SAME WINDOW REPORTS C - A DOWNSTREAM DELTA  *
      * APPLIER TREATS A C FOR AN UNSEEN KEY AS AN ADD. A KEY YFREKEY  *
      * MOVED A RECORD TO AFTER THE CUTOFF IS NEW TO THE DOWNSTREAM    *
      * WHATEVER ITS MOVED HISTORY SAYS, AND GOES OUT AS AN A.         *
      *----------------------------------------------------------------*
       2300-DERIVE-MOVEMENT-CODE.

                       MOVE 'C' TO EXT-MOVEMENT-CODE
                   END-IF
               END-IF
               IF WS-XREF-IS-OPEN
                   MOVE WS-KEY TO XR-RECORD-KEY
                   SET XR-MOVED-FROM TO TRUE
                   READ XREF-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-XREFFILE-OK
                    AND XR-REKEY-TS GREATER THAN ECT-CUTOFF-TS
                       MOVE 'A' TO EXT-MOVEMENT-CODE
                   END-IF
               END-IF
           END-IF
           .

           IF WS-HIST-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF WS-XREF-IS-OPEN
               CLOSE XREF-FILE
           END-IF

           DISPLAY 'YFEXTRC: RECORDS SELECTED..: ' WS-RECORD-COUNT
           DISPLAY 'YFEXTRC: RECORDS SKIPPED...: ' WS-SKIPPED-COUNT
