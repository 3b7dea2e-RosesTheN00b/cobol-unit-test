      *                  06  FIELD EDIT FAILURE (RULES IN YFEDITS)
      *                  07  EFFECTIVE DATE MISSING OR INVALID ON AN
      *                      E TRANSACTION
      *                  08  CHANGE MOVES FIELD-3 IN A WAY THE
      *                      TRANSITION RULES (TRANRULE) DO NOT ALLOW
      *                  09  TRANSACTION CODE NOT ONE THE PARTNER IS
      *                      REGISTERED TO SEND (PARTREG)
      *                  17  EFFECTIVE DATE ON AN E TRANSACTION IS A
      *                      WEEKEND OR HOLIDAY AND THE CALENDAR POLICY
      *                      IS TO REFUSE (SEE CALNREC)
      *                  18  EFFECTIVE DATE ON AN E TRANSACTION FALLS
      *                      IN A CLOSED ACCOUNTING PERIOD (SEE PERDREC)
      *
      *                THE FILE MUST OPEN WITH A HEADER RECORD (H,
      *                PARTNER ID, FILE DATE, FILE SEQUENCE NUMBER) AND
      *                CLOSE WITH A TRAILER RECORD (T, RECORD COUNT,
      *                FIELD-2 HASH - THE SUM OF THE NUMERIC FIELD-2
      *                VALUES). THE WHOLE FILE IS READ AND PROVED
      *                BEFORE YOURFILE IS OPENED; A FILE THAT FAILS IS
      *                REJECTED WHOLE - ONE ERRFILE RECORD CARRYING THE
      *                HEADER IMAGE, AN ACK HEADER MARKED R - AND NOT
      *                ONE TRANSACTION IS APPLIED:
      *                  10  HEADER RECORD MISSING OR INVALID
      *                  11  PARTNER NOT ON PARTREG, OR SUSPENDED
      *                  12  FILE SEQUENCE ALREADY PROCESSED (REPEAT)
      *                  13  FILE SEQUENCE OUT OF ORDER (GAP)
      *                  14  TRAILER RECORD MISSING, INVALID OR NOT
      *                      LAST
      *                  15  TRAILER RECORD COUNT DOES NOT AGREE
      *                  16  TRAILER FIELD-2 HASH DOES NOT AGREE
      *
      * MODIFICATION HISTORY
      * DATE       BY   DESCRIPTION
      *                 ACKS ARE (A REJECT THAT POSTED ITS REPAIR
      *                 RECORD BUT ABENDED BEFORE ITS ACK CAN LEAVE
      *                 ONE DUPLICATE, WHICH THE OPERATOR WRITES OFF).
      * 2026-10-15 RJH  A C TRANSACTION MUST NOW BE AN ALLOWED FIELD-3
      *                 MOVE FROM THE RECORD'S CURRENT VALUE ON THE
      *                 TRANRULE FILE (CHECKED VIA YFTRANS). A REFUSED
      *                 CHANGE IS REJECTED WITH THE NEW REASON 08 AND
      *                 ALSO LOGGED ON AUDHIST AS ACTION T FOR THE
      *                 YFTRNRPT REFUSED-TRANSITION REPORT - SUPPRESSED
      *                 ON A RESTART FOR REPROCESSED TRANSACTIONS THE
      *                 SAME WAY THE REPAIR POST IS.
      * 2026-10-15 RJH  EVERY APPLIED A, C AND D TRANSACTION NOW ALSO
      *                 POSTS A BEFORE/AFTER ENTRY ON AUDHIST (TERMID
      *                 BTCH, USERID YFPARTN), LIKE THE OTHER BATCH
      *                 UPDATERS, SO YFFWDRC CAN REPLAY PARTNER-FEED
      *                 UPDATES ON TOP OF AN IMAGE COPY.
      * 2026-10-15 RJH  MULTI-PARTNER INBOUND. THE FILE NOW CARRIES A
      *                 HEADER AND TRAILER (SEE ABOVE) AND IS PROVED
      *                 AGAINST THE NEW PARTREG PARTNER REGISTRY (SEE
      *                 PARTREC) BEFORE YOURFILE IS OPENED - A REPEAT
      *                 OR OUT-OF-ORDER SEQUENCE OR A TRAILER THAT
      *                 DISAGREES REJECTS THE WHOLE FILE (REASONS
      *                 10-16, RC 8). A CODE THE PARTNER MAY NOT SEND
      *                 IS REJECTED WITH THE NEW REASON 09. THE
      *                 PARTNER'S LAST SEQUENCE IS ADVANCED WHEN THE
      *                 FILE FINISHES. TRNCTL NOW HOLDS ONE CHECKPOINT
      *                 RECORD PER PARTNER FILE (PARTNER ID, FILE
      *                 SEQUENCE AND DATE, IN-PROGRESS/COMPLETE STATE
      *                 ADDED - 107 TO 132 BYTES) SO YFBALNC CAN SHOW
      *                 EACH PARTNER'S LEG; A RESTART PICKS UP ONLY ITS
      *                 OWN PARTNER'S IN-PROGRESS RECORD. THE ACK FILE
      *                 OPENS WITH A HEADER NAMING THE PARTNER AND FILE
      *                 (THE DECK POINTS ACKFILE AT THE PARTNER'S OWN
      *                 OUTBOUND DATASET; A RESTART REFUSES AN ACK FILE
      *                 HEADED FOR ANOTHER PARTNER OR FILE), AND
      *                 REPRFILE REJECTS CARRY THE PARTNER ID.
      * 2026-10-15 RJH  AN E TRANSACTION'S EFFECTIVE DATE IS NOW
      *                 CHECKED AGAINST THE BUSINESS-DAY CALENDAR (VIA
      *                 YFBUSDT). A WEEKEND OR HOLIDAY IS REJECTED WITH
      *                 THE NEW REASON 17 WHEN THE CALENDAR POLICY IS TO
      *                 REFUSE; WHEN IT IS TO ROLL FORWARD THE ITEM IS
      *                 FILED WITH A WARNING AND YFPENDAP APPLIES IT ON
      *                 THE NEXT BUSINESS DAY. A DATE THAT DOES NOT
      *                 EXIST (2026-02-30) IS NOW REASON 07.
      * 2026-10-15 RJH  AN E TRANSACTION DATED INTO AN ACCOUNTING PERIOD
      *                 FINANCE HAS CLOSED (PERDCTL, CHECKED VIA
      *                 YFPERCK) IS REJECTED WITH THE NEW REASON 18,
      *                 UNLESS AN AUTHORIZED REOPEN IS RECORDED.
      * 2026-10-15 RJH  A SECOND TRAILER NO LONGER ENDS THE PROVING PASS
      *                 EARLY - THE TRAILER ENDS THE WORK ONLY IN THE
      *                 MAIN PASS, SO ANYTHING AFTER THE FIRST TRAILER
      *                 NOW FAILS THE PROOF WITH REASON 14.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPARTN.
               RECORD KEY IS RP-SEQ
               FILE STATUS IS WS-REPRFILE-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT PARTNER-FILE ASSIGN TO PARTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PARTNER-ID
               FILE STATUS IS WS-PARTREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
               88  TRN-CODE-CHANGE             VALUE 'C'.
               88  TRN-CODE-DELETE             VALUE 'D'.
               88  TRN-CODE-EFFECTIVE          VALUE 'E'.
               88  TRN-CODE-HEADER             VALUE 'H'.
               88  TRN-CODE-TRAILER            VALUE 'T'.
           05  TRN-KEY                    PIC X(5).
           05  TRN-FIELD-2                PIC X(5).
           05  TRN-FIELD-3                PIC X(5).
      *    EFFECTIVE BUSINESS DATE (YYYY-MM-DD) - ONLY MEANINGFUL ON
      *    AN E TRANSACTION, BLANK ON A/C/D.
           05  TRN-EFF-DATE               PIC X(10).
      *    FIRST RECORD ON THE FILE - WHO SENT IT AND WHICH FILE IT IS.
       01  TRAN-HEADER-RECORD.
           05  TRH-CODE                   PIC X(1).
           05  TRH-PARTNER-ID             PIC X(8).
           05  TRH-FILE-DATE              PIC X(10).
           05  TRH-FILE-SEQ               PIC 9(6).
           05  FILLER                     PIC X(6).
      *    LAST RECORD ON THE FILE - THE TRANSACTIONS BETWEEN HEADER
      *    AND TRAILER AND THE SUM OF THEIR NUMERIC FIELD-2 VALUES.
       01  TRAN-TRAILER-RECORD.
           05  TRT-CODE                   PIC X(1).
           05  TRT-RECORD-COUNT           PIC 9(9).
           05  TRT-HASH-TOTAL             PIC 9(11).
           05  FILLER                     PIC X(10).

       FD  YOURFILE-FILE
           RECORD CONTAINS 47 CHARACTERS.
           05  ACK-REC-TYPE               PIC X(1).
               88  ACK-TYPE-DETAIL             VALUE 'D'.
               88  ACK-TYPE-TRAILER            VALUE 'T'.
               88  ACK-TYPE-HEADER             VALUE 'H'.
           05  ACK-DISPOSITION            PIC X(1).
           05  ACK-REASON-CODE            PIC X(2).
           05  FILLER                     PIC X(1).
           05  ACK-TRL-PROCESSED          PIC 9(9).
           05  ACK-TRL-ACCEPTED           PIC 9(9).
           05  ACK-TRL-REJECTED           PIC 9(9).
      *    FIRST RECORD - THE PARTNER FILE THIS ACK ANSWERS, AND
      *    WHETHER THE FILE AS A WHOLE WAS TAKEN (A) OR REJECTED (R).
       01  ACK-HEADER-RECORD.
           05  ACK-HDR-TYPE               PIC X(1).
           05  ACK-HDR-PARTNER-ID         PIC X(8).
           05  ACK-HDR-FILE-DATE          PIC X(10).
           05  ACK-HDR-FILE-SEQ           PIC 9(6).
           05  ACK-HDR-DISPOSITION        PIC X(1).
           05  ACK-HDR-REASON-CODE        PIC X(2).

       FD  TRNCTL
           RECORD CONTAINS 132 CHARACTERS.
       01  TCT-FILE-RECORD                PIC X(132).

       FD  PENDING-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY PENDREC.

       FD  REPAIR-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY REPRREC.

       FD  AUDIT-HISTORY-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY AUDHREC.

       FD  PARTNER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY PARTREC.

       WORKING-STORAGE SECTION.
           COPY WSRECORD.
           COPY EDITCOMM.
           COPY RUNCTLC.
           COPY HISTCOMM.
           COPY TRANCOMM.
           COPY BDCOMM.
           COPY PERCOMM.

       01  WS-TRANFILE-STATUS              PIC X(2).
           88  WS-TRANFILE-OK                   VALUE '00'.
           88  WS-REPRFILE-NOT-FOUND            VALUE '23'.
           88  WS-REPRFILE-NO-FILE              VALUE '35'.

       01  WS-AUDHIST-STATUS               PIC X(2).
           88  WS-AUDHIST-OK                    VALUE '00'.
           88  WS-AUDHIST-DUPKEY                VALUE '22'.
           88  WS-AUDHIST-NO-FILE               VALUE '35'.

       01  WS-PARTREG-STATUS               PIC X(2).
           88  WS-PARTREG-OK                    VALUE '00'.
           88  WS-PARTREG-NOT-FOUND             VALUE '23'.

       01  WS-AUDIT-WRITTEN-SWITCH         PIC X(1)      VALUE 'N'.
           88  WS-AUDIT-WRITTEN                     VALUE 'Y'.
       77  WS-AUDIT-ACTION                  PIC X(1)      VALUE SPACE.
       77  WS-AUDIT-BEFORE-IMAGE            PIC X(47)     VALUE SPACES.

       01  WS-REPAIR-WRITTEN-SWITCH         PIC X(1)      VALUE 'N'.
           88  WS-REPAIR-WRITTEN                    VALUE 'Y'.
       01  WS-REPAIR-ANCHOR-SWITCH          PIC X(1)      VALUE 'N'.
           05  TCT-REA-COUNT                PIC 9(9)      VALUE ZERO.
           05  TCT-DEA-COUNT                PIC 9(9)      VALUE ZERO.
           05  TCT-PND-COUNT                PIC 9(9)      VALUE ZERO.
           05  TCT-PARTNER-ID               PIC X(8)      VALUE SPACES.
           05  TCT-FILE-SEQ                 PIC 9(6)      VALUE ZERO.
           05  TCT-FILE-DATE                PIC X(10)     VALUE SPACES.
           05  TCT-STATE                    PIC X(1)      VALUE 'I'.
               88  TCT-STATE-IN-PROGRESS            VALUE 'I'.
               88  TCT-STATE-COMPLETE               VALUE 'C'.

      *----------------------------------------------------------------*
      * TRNCTL HOLDS ONE CHECKPOINT RECORD PER PARTNER FILE RUN SINCE  *
      * THE LAST CLEANUP. THE WHOLE FILE IS HELD HERE; THIS RUN'S OWN  *
      * RECORD (MATCHED ON PARTNER ID AND FILE SEQUENCE, BYTES 108-121 *
      * OF THE RECORD) IS REPLACED AND THE FILE REWRITTEN AT EACH      *
      * CHECKPOINT, LEAVING EVERY OTHER PARTNER'S RECORD AS IT STOOD.  *
      *----------------------------------------------------------------*
       01  WS-TCT-TABLE.
           05  WS-TCT-ENTRY                 PIC X(132)
                                            OCCURS 50 TIMES.
       77  WS-TCT-MAX                       PIC 9(4) COMP VALUE 50.
       77  WS-TCT-COUNT                     PIC 9(4) COMP VALUE ZERO.
       77  WS-TCT-SUB                       PIC 9(4) COMP VALUE ZERO.
       77  WS-TCT-OWN-SUB                   PIC 9(4) COMP VALUE ZERO.
       01  WS-TCT-EOF-SWITCH                PIC X(1)      VALUE 'N'.
           88  WS-TCT-AT-END                        VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE FILE AS ITS HEADER DESCRIBES IT, AND WHAT THE PROVING PASS *
      * FOUND BETWEEN HEADER AND TRAILER. PARTNER ID AND SEQUENCE SIT  *
      * TOGETHER IN THE SAME ORDER AS ON THE CHECKPOINT RECORD.        *
      *----------------------------------------------------------------*
       01  WS-FILE-IDENT.
           05  WS-FILE-PARTNER-ID           PIC X(8)      VALUE SPACES.
           05  WS-FILE-SEQ                  PIC 9(6)      VALUE ZERO.
           05  WS-FILE-DATE                 PIC X(10)     VALUE SPACES.
       77  WS-HEADER-IMAGE                  PIC X(31)     VALUE SPACES.
       77  WS-EXPECTED-SEQ                  PIC 9(7)      VALUE ZERO.
       77  WS-FILE-REJECT-REASON            PIC X(2)      VALUE SPACES.
       77  WS-PROOF-COUNT                   PIC 9(9) COMP VALUE ZERO.
       77  WS-PROOF-HASH                    PIC 9(11) COMP VALUE ZERO.
       77  WS-HASH-FIELD                    PIC 9(5)      VALUE ZERO.
       77  WS-TRAILER-COUNT                 PIC 9(9)      VALUE ZERO.
       77  WS-TRAILER-HASH                  PIC 9(11)     VALUE ZERO.
       01  WS-TRAILER-SWITCH                PIC X(1)      VALUE 'N'.
           88  WS-TRAILER-NONE                      VALUE 'N'.
           88  WS-TRAILER-LAST                      VALUE 'Y'.
           88  WS-TRAILER-BAD                       VALUE 'X'.
      *    SET ONCE THE PROVING PASS IS OVER - ONLY THE MAIN PASS TAKES
      *    THE PROVED TRAILER AS THE END OF THE WORK.
       01  WS-PROOF-DONE-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-PROOF-DONE                        VALUE 'Y'.
       01  WS-PARTREG-OPEN-SWITCH           PIC X(1)      VALUE 'N'.
           88  WS-PARTREG-IS-OPEN                   VALUE 'Y'.

       77  WS-CHUNK-SIZE                    PIC 9(5) COMP VALUE 500.
       77  WS-CHUNK-COUNT                   PIC 9(5) COMP VALUE ZERO.
       77  WS-TOTAL-REACTIVATED             PIC 9(9) COMP VALUE ZERO.
       77  WS-TOTAL-DEACTIVATED             PIC 9(9) COMP VALUE ZERO.
       77  WS-TOTAL-PENDED                  PIC 9(9) COMP VALUE ZERO.
       77  WS-TOTAL-TRANS-REFUSED           PIC 9(9) COMP VALUE ZERO.

      *    EFFECTIVE-DATE VALIDATION VIEW FOR E TRANSACTIONS.
       01  WS-EFF-DATE-CHECK.
           05  WS-EDC-DD                    PIC X(2).
       01  WS-EFF-DATE-SWITCH               PIC X(1)      VALUE 'N'.
           88  WS-EFF-DATE-OK                       VALUE 'Y'.
       01  WS-EFF-DATE-REASON               PIC X(2)      VALUE SPACES.

       01  WS-PRIOR-DELETED-SWITCH          PIC X(1)      VALUE 'N'.
           88  WS-PRIOR-WAS-DELETED                 VALUE 'Y'.
       77  WS-ACK-SUPPRESS-COUNT            PIC 9(9) COMP VALUE ZERO.
       01  WS-ACK-EOF-SWITCH                PIC X(1)      VALUE 'N'.
           88  WS-ACK-AT-END                        VALUE 'Y'.
       01  WS-ACK-HEADER-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-ACK-HEADER-ON-FILE                VALUE 'Y'.

      *    CUMULATIVE COUNTS CARRIED IN FROM THE CHECKPOINT ON A
      *    RESTART, SO TRNCTL KEEPS WHOLE-FILE TOTALS RATHER THAN
           PERFORM 2000-PROCESS-ONE-TRAN
               THRU 2000-PROCESS-ONE-TRAN-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           .

           PERFORM 1050-START-RUN-CONTROL

      *----------------------------------------------------------------*
      * PROVE THE WHOLE FILE - HEADER, PARTNER, SEQUENCE, TRAILER -    *
      * BEFORE YOURFILE IS EVEN OPENED. THE PROVING PASS ALSO LOADS    *
      * TRNCTL AND DECIDES WHETHER THIS IS A RESTART.                  *
      *----------------------------------------------------------------*
           PERFORM 1600-PROVE-INBOUND-FILE
               THRU 1600-PROVE-INBOUND-FILE-EXIT
           IF WS-FILE-REJECT-REASON NOT EQUAL SPACES
               PERFORM 1700-REJECT-WHOLE-FILE
           END-IF
           SET WS-PROOF-DONE TO TRUE

           OPEN INPUT TRAN-FILE
           IF NOT WS-TRANFILE-OK
                   WS-TRANFILE-STATUS
               GO TO 9999-EXIT
           END-IF
      *    THE HEADER WAS PROVED ABOVE - STEP PAST IT.
           PERFORM 2100-READ-TRAN-FILE

           OPEN I-O YOURFILE-FILE
           IF NOT WS-YOURFILE-OK

           PERFORM 1500-OPEN-REPAIR-FILE

      *----------------------------------------------------------------*
      * AUDHIST TAKES AN ENTRY FOR EVERY APPLIED TRANSACTION AND EVERY *
      * REFUSED TRANSITION - FIRST RUN EVER MAY FIND NONE TO EXTEND,   *
      * SO CREATE IT AND CARRY ON.                                     *
      *----------------------------------------------------------------*
           OPEN I-O AUDIT-HISTORY-FILE
           IF WS-AUDHIST-NO-FILE
               OPEN OUTPUT AUDIT-HISTORY-FILE
               CLOSE AUDIT-HISTORY-FILE
               OPEN I-O AUDIT-HISTORY-FILE
           END-IF
           IF NOT WS-AUDHIST-OK
               DISPLAY 'YFPARTN: UNABLE TO OPEN AUDHIST, STATUS='
                   WS-AUDHIST-STATUS
               GO TO 9999-EXIT
           END-IF

           PERFORM 1200-STAMP-RUN-TIMESTAMP

           PERFORM 2100-READ-TRAN-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD EVERY CHECKPOINT RECORD ON TRNCTL AND LOOK FOR THIS       *
      * FILE'S OWN. ONLY AN OWN RECORD STILL IN PROGRESS MEANS A       *
      * RESTART; ANY OTHER PARTNER'S RECORD IS CARRIED AS IT STANDS.   *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-FILE.

           MOVE ZERO TO WS-TCT-COUNT
           MOVE ZERO TO WS-TCT-OWN-SUB
           OPEN INPUT TRNCTL
           IF WS-TRNCTL-OK
               MOVE 'N' TO WS-TCT-EOF-SWITCH
               PERFORM 1150-LOAD-ONE-CONTROL
                   UNTIL WS-TCT-AT-END
           END-IF
           CLOSE TRNCTL

           IF WS-TCT-OWN-SUB GREATER THAN ZERO
               MOVE WS-TCT-ENTRY (WS-TCT-OWN-SUB) TO WS-CONTROL-RECORD
           END-IF

           IF WS-TCT-OWN-SUB GREATER THAN ZERO
            AND TCT-STATE-IN-PROGRESS
               SET WS-IS-RESTARTING TO TRUE
               MOVE TCT-APPLIED-COUNT  TO WS-BASE-APPLIED
               MOVE TCT-REJECTED-COUNT TO WS-BASE-REJECTED
                   - WS-TOTAL-ADDED - WS-TOTAL-CHANGED
                   - WS-TOTAL-DELETED - WS-TOTAL-PENDED
           ELSE
               MOVE ZERO TO TCT-PROCESSED-COUNT
               MOVE ZERO TO TCT-APPLIED-COUNT
               MOVE ZERO TO TCT-REJECTED-COUNT
               MOVE ZERO TO TCT-ADD-COUNT
               MOVE ZERO TO TCT-CHG-COUNT
               MOVE ZERO TO TCT-DEL-COUNT
               MOVE ZERO TO TCT-REA-COUNT
               MOVE ZERO TO TCT-DEA-COUNT
               MOVE ZERO TO TCT-PND-COUNT
           END-IF

           MOVE WS-FILE-PARTNER-ID TO TCT-PARTNER-ID
           MOVE WS-FILE-SEQ        TO TCT-FILE-SEQ
           MOVE WS-FILE-DATE       TO TCT-FILE-DATE
           SET TCT-STATE-IN-PROGRESS TO TRUE

      *    NO ROOM FOR THIS FILE'S RECORD - STOP BEFORE ANY WORK IS
      *    DONE THAT COULD NOT BE CHECKPOINTED.
           IF WS-TCT-OWN-SUB EQUAL ZERO
               IF WS-TCT-COUNT NOT LESS THAN WS-TCT-MAX
                   DISPLAY 'YFPARTN: TRNCTL ALREADY HOLDS '
                       WS-TCT-MAX ' PARTNER FILES - RUN THE CLEANUP '
                       'STEP FIRST'
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-TCT-COUNT
               MOVE WS-TCT-COUNT TO WS-TCT-OWN-SUB
           END-IF
           .

       1150-LOAD-ONE-CONTROL.

           READ TRNCTL
               AT END
                   SET WS-TCT-AT-END TO TRUE
           END-READ

           IF NOT WS-TCT-AT-END
               IF WS-TCT-COUNT NOT LESS THAN WS-TCT-MAX
                   DISPLAY 'YFPARTN: TRNCTL HOLDS MORE THAN '
                       WS-TCT-MAX ' PARTNER FILES'
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-TCT-COUNT
               MOVE TCT-FILE-RECORD TO WS-TCT-ENTRY (WS-TCT-COUNT)
               IF TCT-FILE-RECORD (108:14) EQUAL WS-FILE-IDENT (1:14)
                   MOVE WS-TCT-COUNT TO WS-TCT-OWN-SUB
               END-IF
           END-IF
           .

                   WS-ACKFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           IF NOT WS-ACK-HEADER-ON-FILE
               PERFORM 1750-WRITE-ACK-HEADER
           END-IF
           .

       1450-COUNT-ONE-ACK.
           END-READ

           IF NOT WS-ACK-AT-END
               EVALUATE TRUE
                   WHEN ACK-TYPE-DETAIL
                       ADD 1 TO WS-ACKS-ON-FILE
      *            THE ACK FILE MUST ANSWER THE FILE BEING RESTARTED -
      *            EXTENDING ANOTHER PARTNER'S OR ANOTHER FILE'S ACKS
      *            WOULD SEND THIS FILE'S ANSWERS TO THE WRONG PLACE.
                   WHEN ACK-TYPE-HEADER
                       SET WS-ACK-HEADER-ON-FILE TO TRUE
                       IF ACK-HDR-PARTNER-ID NOT EQUAL
                               WS-FILE-PARTNER-ID
                        OR ACK-HDR-FILE-SEQ NOT EQUAL WS-FILE-SEQ
                           DISPLAY 'YFPARTN: ACKFILE ANSWERS PARTNER '
                               ACK-HDR-PARTNER-ID ' FILE '
                               ACK-HDR-FILE-SEQ ' - NOT THIS FILE'
                           GO TO 9999-EXIT
                       END-IF
                   WHEN OTHER
      *            A TRAILER MEANS THE PRIOR RUN ACTUALLY COMPLETED -
      *            THE OPERATOR IS RERUNNING WITH A STALE TRNCTL.
                       DISPLAY 'YFPARTN: ACKFILE ALREADY HAS A '
                           'TRAILER - CHECK FOR A STALE TRNCTL'
               END-EVALUATE
           END-IF
           .

           END-IF
           .

      *----------------------------------------------------------------*
      * PROVING PASS. READ THE HEADER AND CHECK IT, FIND THE PARTNER   *
      * ON PARTREG, CHECK THE FILE SEQUENCE FOLLOWS ON FROM THE LAST   *
      * ONE PROCESSED, THEN COUNT AND HASH EVERY RECORD THROUGH TO THE *
      * TRAILER AND MATCH THE TRAILER'S FIGURES. THE FIRST FAILURE     *
      * SETS WS-FILE-REJECT-REASON AND ENDS THE PASS. A MISSING        *
      * TRANFILE OR PARTREG IS A SET-UP ERROR, NOT A BAD FILE - THE    *
      * RUN FAILS RATHER THAN ANSWERING THE PARTNER.                   *
      *----------------------------------------------------------------*
       1600-PROVE-INBOUND-FILE.

           MOVE SPACES TO WS-FILE-REJECT-REASON
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRANFILE-OK
               DISPLAY 'YFPARTN: UNABLE TO OPEN TRANFILE, STATUS='
                   WS-TRANFILE-STATUS
               GO TO 9999-EXIT
           END-IF

           PERFORM 2100-READ-TRAN-FILE
           IF NOT WS-END-OF-FILE
               MOVE TRAN-RECORD     TO WS-HEADER-IMAGE
               MOVE TRH-PARTNER-ID  TO WS-FILE-PARTNER-ID
               MOVE TRH-FILE-DATE   TO WS-FILE-DATE
           END-IF
           MOVE WS-FILE-DATE TO WS-EFF-DATE-CHECK

           EVALUATE TRUE
               WHEN WS-END-OF-FILE
               WHEN NOT TRN-CODE-HEADER
               WHEN TRH-PARTNER-ID EQUAL SPACES
               WHEN TRH-FILE-SEQ NOT NUMERIC
               WHEN TRH-FILE-SEQ EQUAL ZERO
               WHEN WS-EDC-YYYY NOT NUMERIC
               WHEN WS-EDC-MM NOT NUMERIC
               WHEN WS-EDC-DD NOT NUMERIC
               WHEN WS-EDC-SEP-1 NOT EQUAL '-'
               WHEN WS-EDC-SEP-2 NOT EQUAL '-'
                   MOVE '10' TO WS-FILE-REJECT-REASON
                   GO TO 1600-PROVE-INBOUND-FILE-EXIT
           END-EVALUATE
           MOVE TRH-FILE-SEQ TO WS-FILE-SEQ

           OPEN I-O PARTNER-FILE
           IF NOT WS-PARTREG-OK
               DISPLAY 'YFPARTN: UNABLE TO OPEN PARTREG, STATUS='
                   WS-PARTREG-STATUS
               GO TO 9999-EXIT
           END-IF
           SET WS-PARTREG-IS-OPEN TO TRUE

           MOVE WS-FILE-PARTNER-ID TO PT-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PARTREG-OK
               IF NOT WS-PARTREG-NOT-FOUND
                   DISPLAY 'YFPARTN: PARTREG READ FAILED, STATUS='
                       WS-PARTREG-STATUS
                   GO TO 9999-EXIT
               END-IF
               MOVE '11' TO WS-FILE-REJECT-REASON
               GO TO 1600-PROVE-INBOUND-FILE-EXIT
           END-IF
           IF NOT PT-STATUS-ACTIVE
               MOVE '11' TO WS-FILE-REJECT-REASON
               GO TO 1600-PROVE-INBOUND-FILE-EXIT
           END-IF

           PERFORM 1100-READ-CONTROL-FILE

      *    A RESTART MAY FIND THE REGISTRY ALREADY ADVANCED TO THIS
      *    FILE IF THE ABENDED RUN GOT THAT FAR - THAT IS NOT A REPEAT.
           COMPUTE WS-EXPECTED-SEQ = PT-LAST-FILE-SEQ + 1
           EVALUATE TRUE
               WHEN WS-IS-RESTARTING
                AND WS-FILE-SEQ EQUAL PT-LAST-FILE-SEQ
                   CONTINUE
               WHEN WS-FILE-SEQ NOT GREATER THAN PT-LAST-FILE-SEQ
                   MOVE '12' TO WS-FILE-REJECT-REASON
                   GO TO 1600-PROVE-INBOUND-FILE-EXIT
               WHEN WS-FILE-SEQ GREATER THAN WS-EXPECTED-SEQ
                   MOVE '13' TO WS-FILE-REJECT-REASON
                   GO TO 1600-PROVE-INBOUND-FILE-EXIT
           END-EVALUATE

           MOVE ZERO TO WS-PROOF-COUNT
           MOVE ZERO TO WS-PROOF-HASH
           SET WS-TRAILER-NONE TO TRUE
           PERFORM 1650-PROVE-ONE-RECORD
               UNTIL WS-END-OF-FILE

           EVALUATE TRUE
               WHEN NOT WS-TRAILER-LAST
                   MOVE '14' TO WS-FILE-REJECT-REASON
               WHEN WS-PROOF-COUNT NOT EQUAL WS-TRAILER-COUNT
                   MOVE '15' TO WS-FILE-REJECT-REASON
               WHEN WS-PROOF-HASH NOT EQUAL WS-TRAILER-HASH
                   MOVE '16' TO WS-FILE-REJECT-REASON
           END-EVALUATE
           .
       1600-PROVE-INBOUND-FILE-EXIT.
           CLOSE TRAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           .

      *----------------------------------------------------------------*
      * ONE RECORD OF THE PROVING PASS. A TRAILER WITH ANYTHING AFTER  *
      * IT, OR WITH FIGURES THAT ARE NOT NUMBERS, IS A BAD TRAILER.    *
      * A FIELD-2 THAT IS NOT NUMERIC ADDS NOTHING TO THE HASH.        *
      *----------------------------------------------------------------*
       1650-PROVE-ONE-RECORD.

           PERFORM 2100-READ-TRAN-FILE

           IF NOT WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN NOT WS-TRAILER-NONE
                       SET WS-TRAILER-BAD TO TRUE
                   WHEN TRN-CODE-TRAILER
                       IF TRT-RECORD-COUNT NUMERIC
                        AND TRT-HASH-TOTAL NUMERIC
                           SET WS-TRAILER-LAST TO TRUE
                           MOVE TRT-RECORD-COUNT TO WS-TRAILER-COUNT
                           MOVE TRT-HASH-TOTAL   TO WS-TRAILER-HASH
                       ELSE
                           SET WS-TRAILER-BAD TO TRUE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PROOF-COUNT
                       IF TRN-FIELD-2 NUMERIC
                           MOVE TRN-FIELD-2 TO WS-HASH-FIELD
                           ADD WS-HASH-FIELD TO WS-PROOF-HASH
                       END-IF
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE FILE FAILED ITS PROOF. NOTHING HAS TOUCHED YOURFILE - THE  *
      * PARTNER GETS ONE ERRFILE RECORD CARRYING THE HEADER IMAGE AND  *
      * AN ACK FILE OF HEADER (MARKED R WITH THE REASON) AND A ZERO    *
      * TRAILER. THE REGISTRY IS NOT ADVANCED, SO THE CORRECTED FILE   *
      * IS SENT AGAIN UNDER THE SAME SEQUENCE NUMBER. THE RUN ITSELF   *
      * COMPLETED, SO IT POSTS C, BUT ENDS RC 8 FOR OPERATIONS.        *
      * A RESTART WHOSE FILE NO LONGER PROVES WAS HANDED A DIFFERENT   *
      * FILE FROM THE ONE PART-APPLIED - THAT CANNOT BE ANSWERED AS A  *
      * REJECT, SO THE RUN FAILS.                                      *
      *----------------------------------------------------------------*
       1700-REJECT-WHOLE-FILE.

           DISPLAY 'YFPARTN: FILE REJECTED WHOLE, REASON '
               WS-FILE-REJECT-REASON ' PARTNER ' WS-FILE-PARTNER-ID
               ' FILE ' WS-FILE-SEQ

           IF WS-IS-RESTARTING
               DISPLAY 'YFPARTN: RESTART FILE IS NOT THE FILE THE '
                   'ABENDED RUN WAS GIVEN'
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT ERROR-FILE
           IF NOT WS-ERRFILE-OK
               DISPLAY 'YFPARTN: UNABLE TO OPEN ERRFILE, STATUS='
                   WS-ERRFILE-STATUS
               GO TO 9999-EXIT
           END-IF
           MOVE SPACES                TO ERR-RECORD
           MOVE WS-FILE-REJECT-REASON TO ERR-REASON-CODE
           MOVE WS-HEADER-IMAGE       TO ERR-TRAN-IMAGE
           WRITE ERR-RECORD
           CLOSE ERROR-FILE

           OPEN OUTPUT ACK-FILE
           IF NOT WS-ACKFILE-OK
               DISPLAY 'YFPARTN: UNABLE TO OPEN ACKFILE, STATUS='
                   WS-ACKFILE-STATUS
               GO TO 9999-EXIT
           END-IF
           PERFORM 1750-WRITE-ACK-HEADER
           MOVE ZERO TO TCT-PROCESSED-COUNT
           MOVE ZERO TO TCT-APPLIED-COUNT
           MOVE ZERO TO TCT-REJECTED-COUNT
           PERFORM 3100-WRITE-ACK-TRAILER
           CLOSE ACK-FILE

           IF WS-PARTREG-IS-OPEN
               CLOSE PARTNER-FILE
           END-IF

           MOVE 'C'  TO RC-COMPLETION-CODE
           MOVE ZERO TO RC-RECORD-COUNT
           PERFORM 9100-END-RUN-CONTROL
           MOVE 8 TO RETURN-CODE
           GO TO 9999-EXIT
           .

      *----------------------------------------------------------------*
      * THE ACK FILE OPENS WITH A HEADER NAMING THE PARTNER FILE IT    *
      * ANSWERS - DISPOSITION A WHEN THE FILE WAS TAKEN, R AND THE     *
      * REASON WHEN IT WAS REJECTED WHOLE.                             *
      *----------------------------------------------------------------*
       1750-WRITE-ACK-HEADER.

           MOVE SPACES             TO ACK-HEADER-RECORD
           MOVE 'H'                TO ACK-HDR-TYPE
           MOVE WS-FILE-PARTNER-ID TO ACK-HDR-PARTNER-ID
           MOVE WS-FILE-DATE       TO ACK-HDR-FILE-DATE
           MOVE WS-FILE-SEQ        TO ACK-HDR-FILE-SEQ
           IF WS-FILE-REJECT-REASON EQUAL SPACES
               MOVE 'A'                   TO ACK-HDR-DISPOSITION
           ELSE
               MOVE 'R'                   TO ACK-HDR-DISPOSITION
               MOVE WS-FILE-REJECT-REASON TO ACK-HDR-REASON-CODE
           END-IF
           WRITE ACK-HEADER-RECORD
           SET WS-ACK-HEADER-ON-FILE TO TRUE
           .

       2000-PROCESS-ONE-TRAN.

           SET WS-ACK-ACCEPTED TO TRUE
               WHEN TRN-KEY EQUAL SPACES
                   MOVE '02' TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRAN
               WHEN TRN-CODE-ADD AND NOT PT-MAY-ADD
               WHEN TRN-CODE-CHANGE AND NOT PT-MAY-CHANGE
               WHEN TRN-CODE-DELETE AND NOT PT-MAY-DELETE
               WHEN TRN-CODE-EFFECTIVE AND NOT PT-MAY-PEND
                   MOVE '09' TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRAN
               WHEN TRN-CODE-ADD
                   PERFORM 2250-EDIT-TRAN-FIELDS
                   IF EDT-PASSED
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

      *    THE TRAILER WAS PROVED LAST ON THE FILE - IT ENDS THE WORK.
      *    THE PROVING PASS READS ON PAST IT, SO A SECOND TRAILER OR
      *    ANYTHING ELSE AFTER THE FIRST FAILS THE PROOF IN 1650.
           IF NOT WS-END-OF-FILE
            AND TRN-CODE-TRAILER
            AND WS-TRAILER-LAST
            AND WS-PROOF-DONE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-YOURFILE-OK
                   ADD 1 TO WS-TOTAL-ADDED
                   MOVE 'A'    TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
                   PERFORM 2470-LOG-APPLIED-TRAN
               WHEN WS-YOURFILE-DUPKEY
                   MOVE '03' TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRAN
               SET WS-PRIOR-WAS-DELETED TO TRUE
           END-IF

      *    BYTES 11-15 ARE WS-FIELD-3 - THE MOVE TO THE PARTNER'S
      *    VALUE MUST BE ON THE TRANRULE FILE.
           MOVE YF-FILE-RECORD (11:5) TO TRC-FROM-STATUS
           MOVE TRN-FIELD-3           TO TRC-TO-STATUS
           CALL 'YFTRANS' USING TRANSITION-COMMAREA
           IF NOT TRC-ALLOWED
               ADD 1 TO WS-TOTAL-TRANS-REFUSED
               IF WS-ACK-SUPPRESS-COUNT EQUAL ZERO
                   PERFORM 2450-LOG-REFUSED-TRANSITION
               END-IF
               MOVE '08' TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN
               GO TO 2400-APPLY-CHANGE-EXIT
           END-IF

      *    FILE THE IMAGE ABOUT TO BE REPLACED ON YFHIST - NOISY BUT
      *    NON-FATAL ON FAILURE, THE TRANSACTION IS THE BUSINESS EVENT.
           MOVE YF-FILE-RECORD    TO VHC-IMAGE
           MOVE YF-FILE-RECORD    TO WS-AUDIT-BEFORE-IMAGE
           MOVE TCT-RUN-TIMESTAMP TO VHC-SUPERSEDED-TS
           CALL 'YFHISTW' USING HIST-COMMAREA
           IF NOT VHC-OK

           IF WS-YOURFILE-OK
               ADD 1 TO WS-TOTAL-CHANGED
               MOVE 'C' TO WS-AUDIT-ACTION
               PERFORM 2470-LOG-APPLIED-TRAN
               IF WS-PRIOR-WAS-DELETED
                   ADD 1 TO WS-TOTAL-REACTIVATED
               END-IF
       2400-APPLY-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A REFUSED FIELD-3 MOVE GOES TO AUDHIST AS ACTION T - BEFORE IS *
      * THE RECORD AS IT STANDS, AFTER IS WHAT THE PARTNER SENT - IN   *
      * THE SAME LAYOUT AND WITH THE SAME SAME-SECOND TIE-BREAKER AS   *
      * EVERY OTHER BATCH AUDIT WRITER, UNDER USERID YFPARTN.          *
      *----------------------------------------------------------------*
       2450-LOG-REFUSED-TRANSITION.

           MOVE TRN-KEY            TO AH-RECORD-KEY
           MOVE TCT-RUN-TIMESTAMP  TO AH-TIMESTAMP
           MOVE ZERO               TO AH-SEQUENCE
           MOVE 'BTCH'             TO AH-TERMID
           MOVE 'YFPARTN '         TO AH-USERID
           SET AH-ACTION-REFUSED   TO TRUE

           MOVE YF-FILE-RECORD (1:5)   TO AH-BEFORE-KEY
           MOVE YF-FILE-RECORD (6:5)   TO AH-BEFORE-FIELD-2
           MOVE YF-FILE-RECORD (11:5)  TO AH-BEFORE-FIELD-3
           MOVE YF-FILE-RECORD (16:5)  TO AH-BEFORE-FIELD-4
           MOVE YF-FILE-RECORD (21:1)  TO AH-BEFORE-STATUS

           MOVE TRN-KEY            TO AH-AFTER-KEY
           MOVE TRN-FIELD-2        TO AH-AFTER-FIELD-2
           MOVE TRN-FIELD-3        TO AH-AFTER-FIELD-3
           MOVE TRN-FIELD-4        TO AH-AFTER-FIELD-4
           MOVE YF-FILE-RECORD (21:1)  TO AH-AFTER-STATUS

           MOVE 'N' TO WS-AUDIT-WRITTEN-SWITCH
           PERFORM 2460-TRY-AUDIT-WRITE
               UNTIL WS-AUDIT-WRITTEN
                  OR AH-SEQUENCE GREATER THAN 998

           IF NOT WS-AUDIT-WRITTEN
               DISPLAY 'YFPARTN: AUDIT WRITE FAILED FOR KEY '
                   TRN-KEY ' STATUS=' WS-AUDHIST-STATUS
           END-IF
           .

       2460-TRY-AUDIT-WRITE.

           WRITE AH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-AUDHIST-OK
               SET WS-AUDIT-WRITTEN TO TRUE
           ELSE
               IF WS-AUDHIST-DUPKEY
                   ADD 1 TO AH-SEQUENCE
               ELSE
                   MOVE 999 TO AH-SEQUENCE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * AN APPLIED TRANSACTION GOES TO AUDHIST UNDER ITS OWN ACTION -  *
      * BEFORE IS THE RECORD AS IT STOOD (BLANK ON AN ADD), AFTER IS   *
      * THE RECORD JUST WRITTEN - SO THE AUDIT TRAIL CARRIES PARTNER   *
      * UPDATES THE SAME WAY IT CARRIES ONLINE ONES.                   *
      *----------------------------------------------------------------*
       2470-LOG-APPLIED-TRAN.

           MOVE TRN-KEY            TO AH-RECORD-KEY
           MOVE TCT-RUN-TIMESTAMP  TO AH-TIMESTAMP
           MOVE ZERO               TO AH-SEQUENCE
           MOVE 'BTCH'             TO AH-TERMID
           MOVE 'YFPARTN '         TO AH-USERID
           MOVE WS-AUDIT-ACTION    TO AH-ACTION

           MOVE WS-AUDIT-BEFORE-IMAGE (1:5)   TO AH-BEFORE-KEY
           MOVE WS-AUDIT-BEFORE-IMAGE (6:5)   TO AH-BEFORE-FIELD-2
           MOVE WS-AUDIT-BEFORE-IMAGE (11:5)  TO AH-BEFORE-FIELD-3
           MOVE WS-AUDIT-BEFORE-IMAGE (16:5)  TO AH-BEFORE-FIELD-4
           MOVE WS-AUDIT-BEFORE-IMAGE (21:1)  TO AH-BEFORE-STATUS

           MOVE YF-FILE-RECORD (1:5)   TO AH-AFTER-KEY
           MOVE YF-FILE-RECORD (6:5)   TO AH-AFTER-FIELD-2
           MOVE YF-FILE-RECORD (11:5)  TO AH-AFTER-FIELD-3
           MOVE YF-FILE-RECORD (16:5)  TO AH-AFTER-FIELD-4
           MOVE YF-FILE-RECORD (21:1)  TO AH-AFTER-STATUS

           MOVE 'N' TO WS-AUDIT-WRITTEN-SWITCH
           PERFORM 2460-TRY-AUDIT-WRITE
               UNTIL WS-AUDIT-WRITTEN
                  OR AH-SEQUENCE GREATER THAN 998

           IF NOT WS-AUDIT-WRITTEN
               DISPLAY 'YFPARTN: AUDIT WRITE FAILED FOR KEY '
                   TRN-KEY ' STATUS=' WS-AUDHIST-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      * DELETE - SAME SEMANTICS AS CICSDEMO'S 0400-DELETE-DATASET:     *
      * A LOGICAL DELETE THAT KEEPS THE RECORD'S FIELDS AND REWRITES   *
      *    FILE THE IMAGE ABOUT TO BE REPLACED ON YFHIST - NOISY BUT
      *    NON-FATAL ON FAILURE, THE TRANSACTION IS THE BUSINESS EVENT.
           MOVE YF-FILE-RECORD    TO VHC-IMAGE
           MOVE YF-FILE-RECORD    TO WS-AUDIT-BEFORE-IMAGE
           MOVE TCT-RUN-TIMESTAMP TO VHC-SUPERSEDED-TS
           CALL 'YFHISTW' USING HIST-COMMAREA
           IF NOT VHC-OK

           IF WS-YOURFILE-OK
               ADD 1 TO WS-TOTAL-DELETED
               MOVE 'D' TO WS-AUDIT-ACTION
               PERFORM 2470-LOG-APPLIED-TRAN
               IF NOT WS-PRIOR-WAS-DELETED
                   ADD 1 TO WS-TOTAL-DEACTIVATED
               END-IF

           PERFORM 2650-EDIT-EFFECTIVE-DATE
           IF NOT WS-EFF-DATE-OK
               MOVE WS-EFF-DATE-REASON TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRAN
               GO TO 2600-FILE-PENDING-EXIT
           END-IF
      *----------------------------------------------------------------*
      * EFFECTIVE-DATE EDIT FOR AN E TRANSACTION - THE SAME RULES THE  *
      * DEMOMAP PEND FUNCTION ENFORCES ONLINE. A DATE BEFORE TONIGHT   *
      * SHOULD HAVE COME IN AS AN ORDINARY A/C TRANSACTION. A DATE     *
      * THAT PASSES IS THEN CHECKED AGAINST THE CALENDAR (2660).       *
      *----------------------------------------------------------------*
       2650-EDIT-EFFECTIVE-DATE.

           MOVE 'N'  TO WS-EFF-DATE-SWITCH
           MOVE '07' TO WS-EFF-DATE-REASON
           MOVE TRN-EFF-DATE TO WS-EFF-DATE-CHECK

           EVALUATE TRUE
               WHEN TRN-EFF-DATE LESS THAN TCT-RUN-TIMESTAMP (1:10)
                   CONTINUE
               WHEN OTHER
                   PERFORM 2660-CHECK-BUSINESS-DAY
           END-EVALUATE

           IF WS-EFF-DATE-OK
               PERFORM 2670-CHECK-CLOSED-PERIOD
           END-IF
           .

      *----------------------------------------------------------------*
      * A WEEKEND OR HOLIDAY IS REFUSED (REASON 17) OR FILED WITH A    *
      * WARNING, AS THE CALENDAR POLICY SAYS - YFPENDAP APPLIES SUCH   *
      * AN ITEM ON THE NEXT BUSINESS DAY. WITH NO CALENDAR LOADED THE  *
      * DATE IS TAKEN AS KEYED, AS IT ALWAYS WAS.                      *
      *----------------------------------------------------------------*
       2660-CHECK-BUSINESS-DAY.

           SET BD-FUNCTION-CHECK TO TRUE
           MOVE TRN-EFF-DATE     TO BD-DATE-IN
           MOVE ZERO             TO BD-DAYS
           CALL 'YFBUSDT' USING BUSINESS-DAY-COMMAREA

           EVALUATE TRUE
               WHEN BD-INVALID-REQUEST
                   CONTINUE
               WHEN BD-CALENDAR-UNAVAILABLE
               WHEN BD-BUSINESS-DAY
                   SET WS-EFF-DATE-OK TO TRUE
               WHEN BD-POLICY-ROLL-FORWARD
                   SET WS-EFF-DATE-OK TO TRUE
                   DISPLAY 'YFPARTN: KEY ' TRN-KEY ' EFFECTIVE '
                       TRN-EFF-DATE ' IS NOT A BUSINESS DAY - '
                       'APPLIES NEXT BUSINESS DAY'
               WHEN OTHER
                   MOVE '17' TO WS-EFF-DATE-REASON
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * NOTHING MAY BE DATED INTO A PERIOD FINANCE HAS CLOSED (REASON  *
      * 18) UNLESS A REOPEN IS RECORDED. A PERIOD CONTROL FILE THAT    *
      * CANNOT BE READ REFUSES TOO, RATHER THAN RISK A CLOSED MONTH.   *
      *----------------------------------------------------------------*
       2670-CHECK-CLOSED-PERIOD.

           MOVE TRN-EFF-DATE TO PK-DATE-IN
           CALL 'YFPERCK' USING PERIOD-CHECK-COMMAREA

           IF NOT PK-DATE-ALLOWED
               MOVE 'N'  TO WS-EFF-DATE-SWITCH
               MOVE '18' TO WS-EFF-DATE-REASON
               DISPLAY 'YFPARTN: KEY ' TRN-KEY ' - ' PK-MESSAGE
           END-IF
           .

       2700-REJECT-TRAN.

           SET WS-ACK-REJECTED TO TRUE
           MOVE WS-NEXT-REPAIR-SEQ TO RP-SEQ
           MOVE WS-REJECT-REASON   TO RP-REASON-CODE
           MOVE TRAN-RECORD        TO RP-TRAN-IMAGE
           MOVE WS-FILE-PARTNER-ID TO RP-PARTNER-ID
           SET RP-DISP-OUTSTANDING TO TRUE
           MOVE SPACES             TO RP-DISP-BY
           MOVE SPACES             TO RP-DISP-TS

           PERFORM 1200-STAMP-RUN-TIMESTAMP

           MOVE WS-CONTROL-RECORD TO WS-TCT-ENTRY (WS-TCT-OWN-SUB)
           OPEN OUTPUT TRNCTL
           MOVE 1 TO WS-TCT-SUB
           PERFORM 8100-WRITE-ONE-CONTROL
               UNTIL WS-TCT-SUB GREATER THAN WS-TCT-COUNT
           CLOSE TRNCTL

           MOVE ZERO TO WS-CHUNK-COUNT
           .

       8100-WRITE-ONE-CONTROL.

           MOVE WS-TCT-ENTRY (WS-TCT-SUB) TO TCT-FILE-RECORD
           WRITE TCT-FILE-RECORD
           ADD 1 TO WS-TCT-SUB
           .

      *----------------------------------------------------------------*
      * THE FILE IS DONE - ADVANCE THE PARTNER'S LAST SEQUENCE SO THE  *
      * SAME FILE CANNOT BE TAKEN TWICE, THEN CHECKPOINT THIS FILE'S   *
      * RECORD AS COMPLETE.                                            *
      *----------------------------------------------------------------*
       3000-TERMINATE.

           PERFORM 3100-WRITE-ACK-TRAILER

           PERFORM 1200-STAMP-RUN-TIMESTAMP
           PERFORM 3050-ADVANCE-PARTNER-REGISTRY
           SET TCT-STATE-COMPLETE TO TRUE
           PERFORM 8000-CHECKPOINT

           CLOSE TRAN-FILE
           CLOSE YOURFILE-FILE
           CLOSE ERROR-FILE
           CLOSE ACK-FILE
           CLOSE PENDING-FILE
           CLOSE REPAIR-FILE
           CLOSE AUDIT-HISTORY-FILE
           CLOSE PARTNER-FILE

           DISPLAY 'YFPARTN: PARTNER..........: ' WS-FILE-PARTNER-ID
           DISPLAY 'YFPARTN: FILE SEQUENCE....: ' WS-FILE-SEQ
           DISPLAY 'YFPARTN: TRANS PROCESSED..: ' TCT-PROCESSED-COUNT
           DISPLAY 'YFPARTN: RECORDS ADDED....: ' WS-TOTAL-ADDED
           DISPLAY 'YFPARTN: RECORDS CHANGED..: ' WS-TOTAL-CHANGED
           DISPLAY 'YFPARTN: RECORDS DELETED..: ' WS-TOTAL-DELETED
           DISPLAY 'YFPARTN: TRANS REJECTED...: ' WS-TOTAL-REJECTED
           DISPLAY 'YFPARTN: CHANGES PENDED...: ' WS-TOTAL-PENDED
           DISPLAY 'YFPARTN: TRANS REFUSED....: '
               WS-TOTAL-TRANS-REFUSED
           DISPLAY 'YFPARTN: REPAIRS POSTED...: '
               WS-TOTAL-REPAIR-POSTED
           DISPLAY 'YFPARTN: REACTIVATED......: '
           PERFORM 9100-END-RUN-CONTROL
           .

       3050-ADVANCE-PARTNER-REGISTRY.

           MOVE WS-FILE-PARTNER-ID TO PT-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PARTREG-OK
               MOVE WS-FILE-SEQ       TO PT-LAST-FILE-SEQ
               MOVE WS-FILE-DATE      TO PT-LAST-FILE-DATE
               MOVE TCT-RUN-TIMESTAMP TO PT-LAST-RECEIVED-TS
               MOVE 'YFPARTN '        TO PT-UPDATED-BY
               MOVE TCT-RUN-TIMESTAMP TO PT-UPDATED-TS
               REWRITE PT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF NOT WS-PARTREG-OK
               DISPLAY 'YFPARTN: UNABLE TO ADVANCE PARTREG FOR '
                   WS-FILE-PARTNER-ID ', STATUS=' WS-PARTREG-STATUS
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE TRAILER CARRIES THE WHOLE-FILE COUNTS FROM THE CHECKPOINT  *
      * RECORD, SO A RUN FINISHED ACROSS A RESTART STILL TRAILS THE    *
