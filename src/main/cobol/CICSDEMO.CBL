      *                 TRANSACTION - A D REJECT NEEDS LEVEL 3. THE
      *                 COMMAREA GREW THE REPAIR STATE FIELDS AND
      *                 WS-COMMAREA-SAVE GREW WITH IT.
      * 2026-10-15 RJH  A CHANGE THAT MOVES WS-FIELD-3 MUST NOW BE AN
      *                 ALLOWED FROM/TO PAIR ON THE TRANRULE FILE (SEE
      *                 TRANREC), CHECKED AGAINST THE RECORD AS READ FOR
      *                 UPDATE IN THE NEW 0310-CHECK-TRANSITION. THIS
      *                 COVERS THE DEMOREP RESUBMIT TOO, WHICH CHANGES
      *                 THROUGH 0300. A REFUSED MOVE RELEASES THE
      *                 RECORD, SAYS WHY ON THE SCREEN, AND GOES TO THE
      *                 AUDT QUEUE AS ACTION T (REFUSED) FOR THE
      *                 YFTRNRPT REPORT. NO RULES FILE MEANS NO MOVE IS
      *                 ALLOWED - THE SAME AS YFTRANS IN BATCH.
      * 2026-10-15 RJH  MAKER-CHECKER: A DELETE, OR A CHANGE THAT MOVES
      *                 WS-FIELD-2 BY MORE THAN THE THRESHOLD ON THE
      *                 APPRFILE CONTROL RECORD (SEE APPRREC), IS NO
      *                 LONGER APPLIED BY THE OPERATOR WHO KEYED IT -
      *                 0300/0400 RELEASE THE RECORD AND 0900 FILES IT
      *                 ON THE APPROVAL QUEUE INSTEAD. THE DEMOREP
      *                 RESUBMIT GOES THE SAME WAY. THE NEW APPROVAL
      *                 FUNCTION (Q, LEVEL 3) SHOWS THE PENDING ITEMS
      *                 ONE AT A TIME ON DEMOAPR; AN APPROVAL BY A
      *                 SECOND OPERATOR PUTS THE ITEM THROUGH THE SAME
      *                 YFEDITS/0300/0400 PATH (HISTORY, AUDT) AS AN
      *                 ORDINARY CHANGE OR DELETE, A REJECTION JUST
      *                 CLOSES IT. THE MAKER CAN NEVER DECIDE THEIR OWN
      *                 ITEM - THE ATTEMPT IS LOGGED AS ACTION X. THE
      *                 COMMAREA GREW CA-APPR-SEL-SEQ AND
      *                 WS-COMMAREA-SAVE GREW WITH IT.
      * 2026-10-15 RJH  CHANGE/DELETE NO LONGER OVERWRITE AN UPDATE MADE
      *                 SINCE THE OPERATOR LOOKED AT THE RECORD. THE
      *                 COMMAREA NOW REMEMBERS THE KEY AND YOURFILE
      *                 WS-LAST-UPDATE-TS LAST SHOWN (INQUIRE, A
      *                 SUCCESSFUL ADD/CHANGE, THE DEMOREP SCREEN), AND
      *                 0300/0400 COMPARE IT, IN THE NEW 0305, WITH THE
      *                 RECORD AS READ FOR UPDATE. A DIFFERENT STAMP -
      *                 OR A KEY NEVER SHOWN - RELEASES THE RECORD,
      *                 SAYS SO, AND PUTS THE CURRENT VALUES ON THE
      *                 SCREEN; ENTER AGAIN APPLIES AGAINST THEM. THE
      *                 DEMOREP RESUBMIT IS CHECKED THE SAME WAY, AND AN
      *                 APPROVAL AGAINST AP-BEFORE-TS - AN ITEM WHOSE
      *                 RECORD CHANGED AFTER IT WAS QUEUED IS CLOSED AS
      *                 SUPERSEDED. DEMOHDT NOW SHOWS THE RECORD'S
      *                 CURRENT STAMP FOR A YFRESTOR REQUEST TO QUOTE.
      *                 WS-COMMAREA-SAVE GREW WITH THE COMMAREA.
      * 2026-10-15 RJH  DEMOERR AND DEMOREP NOW SHOW WHICH PARTNER SENT
      *                 EACH REJECT (RP-PARTNER-ID). THE REJECT-LIST
      *                 LINE AND THE PAGE-BACK STACK ENTRY GREW BY THE
      *                 EIGHT-BYTE PARTNER ID (32 TO 40).
      * 2026-10-15 RJH  THE PEND FUNCTION NOW CHECKS THE EFFECTIVE DATE
      *                 AGAINST THE BUSINESS-DAY CALENDAR (SEE CALNREC)
      *                 IN THE NEW 0855. A WEEKEND OR HOLIDAY IS
      *                 REFUSED WHEN THE CALENDAR POLICY IS TO REFUSE,
      *                 AND OTHERWISE FILED WITH A WARNING THAT IT
      *                 APPLIES ON THE NEXT BUSINESS DAY. A DATE THAT
      *                 DOES NOT EXIST (2026-02-30) IS NOW REFUSED.
      * 2026-10-15 RJH  THE PEND FUNCTION NOW REFUSES AN EFFECTIVE DATE
      *                 IN AN ACCOUNTING PERIOD FINANCE HAS CLOSED
      *                 (PERDCTL, SEE PERDREC) UNLESS AN AUTHORIZED
      *                 REOPEN IS RECORDED - NEW 0857.
      * 2026-10-15 RJH  ADDED OPERATOR NOTES (NOTEFILE, SEE NOTEREC):
      *                 PF6 (OR FUNCTION N) ON THE DETAIL SCREEN, OR PF6
      *                 AGAINST A SELECTED LINE OF THE LIST, SHOWS THE
      *                 KEY'S NOTES ON THE NEW DEMONTE SCREEN, EIGHT A
      *                 PAGE WITH PF7/PF8, AND ENTER APPENDS THE NOTE
      *                 KEYED ON ITS ADD LINE STAMPED WITH THE TIME,
      *                 EIBUSERID AND EIBTRMID. NOTES ARE NEVER CHANGED
      *                 OR DELETED ONLINE. READING NEEDS LEVEL 1, ADDING
      *                 LEVEL 2. PF3 GOES BACK TO THE SCREEN THE NOTES
      *                 WERE REACHED FROM. THE LIST SCREEN FLAGS EVERY
      *                 KEY THAT HAS NOTES (ITS LIST LINE AND PAGE-BACK
      *                 STACK ENTRY GREW 40 TO 41). THE COMMAREA GREW
      *                 THE NOTES STATE AND WS-COMMAREA-SAVE GREW WITH
      *                 IT.
      * 2026-10-15 RJH  AN INQUIRY ON A KEY YFREKEY HAS MOVED AWAY FROM
      *                 NOW SAYS WHICH KEY THE RECORD WENT TO AND WHEN
      *                 (XREFFILE, SEE XREFREC) INSTEAD OF A BARE RECORD
      *                 NOT FOUND - NEW 0107.
      * 2026-10-15 RJH  AN UPSERT THAT FINDS THE RECORD ON FILE NOW GOES
      *                 THROUGH THE SAME CONTROLS AS A CHANGE: THE
      *                 STALE-SCREEN CHECK (SO IT IS REFUSED UNLESS THE
      *                 RECORD'S STAMP IS HELD), THE FIELD-3 TRANSITION
      *                 RULES, AND THE SECOND-OPERATOR QUEUE FOR A
      *                 LARGE FIELD-2 MOVE.
      * 2026-10-15 RJH  A RESUBMITTED REJECT THAT IS ONLY QUEUED FOR
      *                 APPROVAL STAYS OUTSTANDING ON REPRFILE - IF THE
      *                 APPROVAL IS REJECTED, EXPIRES OR IS SUPERSEDED,
      *                 THE CORRECTION IS STILL ON THE REPAIR LIST.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSDEMO.
           COPY AUTHREC.
           COPY PENDREC.
           COPY REPRREC.
           COPY TRANREC.
           COPY APPRREC.
           COPY CALNREC.
           COPY PERDREC.
           COPY NOTEREC.
           COPY XREFREC.
           COPY DEMOMAP.
           COPY DFHAID.

       01  WS-ASKTIME-FIELDS.
           05  WS-ABSTIME            PIC S9(15) COMP-3.

       77  WS-COMMAREA-SAVE          PIC X(133) VALUE SPACES.

       01  WS-MESSAGE-TEXT           PIC X(79) VALUE SPACES.

       01  WS-AUTH-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-AUTH-GRANTED                     VALUE 'Y'.

       01  WS-TRANSITION-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-TRANSITION-ALLOWED               VALUE 'Y'.

      *    OPTIMISTIC-CONCURRENCY WORK FIELDS. WS-EXPECTED-TS IS THE
      *    LAST-UPDATE STAMP THE RECORD MUST STILL CARRY FOR A CHANGE
      *    OR DELETE TO GO AHEAD - HIGH-VALUES WHEN THE OPERATOR WAS
      *    NEVER SHOWN THE RECORD AT ALL.
       01  WS-EXPECTED-TS                PIC X(26) VALUE SPACES.
       01  WS-STAMP-KEY                  PIC X(5)  VALUE SPACES.
       01  WS-STALE-SWITCH               PIC X(1)  VALUE 'N'.
           88  WS-RECORD-STALE                     VALUE 'Y'.

      *    SET WHEN A NOT-FOUND INQUIRY KEY TURNS OUT TO HAVE BEEN
      *    RE-KEYED, SO 0070 KEEPS THE MESSAGE NAMING THE NEW KEY.
       01  WS-REKEYED-SWITCH             PIC X(1)  VALUE 'N'.
           88  WS-KEY-REKEYED                      VALUE 'Y'.

      *    MAKER-CHECKER WORK FIELDS. FIELD-2 MOVEMENT IS MEASURED
      *    EITHER WAY AGAINST THE THRESHOLD ON THE APPRFILE CONTROL
      *    RECORD.
       01  WS-APPR-WORK.
           05  WS-APPR-BROWSE-SEQ        PIC 9(9)  VALUE ZERO.
           05  WS-APPR-THRESHOLD         PIC 9(5)  VALUE ZERO.
           05  WS-APPR-OLD-AMT           PIC 9(5)  VALUE ZERO.
           05  WS-APPR-NEW-AMT           PIC 9(5)  VALUE ZERO.
           05  WS-APPR-MOVEMENT          PIC 9(5)  VALUE ZERO.
           05  WS-APPR-ACTION            PIC X(1)  VALUE SPACES.
           05  WS-APPLY-APPROVED-SWITCH  PIC X(1)  VALUE 'N'.
               88  WS-APPLYING-APPROVED            VALUE 'Y'.
           05  WS-APPR-NEEDED-SWITCH     PIC X(1)  VALUE 'N'.
               88  WS-APPROVAL-NEEDED              VALUE 'Y'.
           05  WS-APPR-QUEUED-SWITCH     PIC X(1)  VALUE 'N'.
               88  WS-APPROVAL-QUEUED              VALUE 'Y'.
           05  WS-APPR-WRITTEN-SWITCH    PIC X(1)  VALUE 'N'.
               88  WS-APPR-WRITTEN                 VALUE 'Y'.
           05  WS-ABROWSE-DONE-SWITCH    PIC X(1)  VALUE 'N'.
               88  WS-ABROWSE-DONE                 VALUE 'Y'.
           05  WS-APPR-FOUND-SWITCH      PIC X(1)  VALUE 'N'.
               88  WS-APPR-FOUND                   VALUE 'Y'.

       01  WS-APPR-MESSAGE               PIC X(79) VALUE SPACES.

      *    EFFECTIVE-DATE VALIDATION VIEW FOR THE PEND FUNCTION.
       01  WS-EFF-DATE-CHECK.
           05  WS-EDC-YYYY               PIC X(4).
           05  WS-EDC-DD                 PIC X(2).
       01  WS-EFF-DATE-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-EFF-DATE-OK                      VALUE 'Y'.
       01  WS-EFF-DAY-WORK.
           05  WS-EFF-DAY-TYPE           PIC X(1)  VALUE SPACES.
               88  WS-EFF-BUSINESS-DAY             VALUE 'B'.
           05  WS-EFF-NON-BUSINESS-SWITCH PIC X(1) VALUE 'N'.
               88  WS-EFF-NON-BUSINESS-DAY         VALUE 'Y'.
           05  WS-EFF-YYYYMMDD           PIC 9(8)  VALUE ZERO.
           05  WS-EFF-DAY-NUMBER         PIC S9(9) COMP VALUE ZERO.
           05  WS-EFF-WEEK-NUMBER        PIC S9(9) COMP VALUE ZERO.
           05  WS-EFF-WEEKDAY            PIC S9(9) COMP VALUE ZERO.

      *    OPERATOR-NOTES WORK FIELDS. NOTE SEQUENCES ARE DENSE PER
      *    KEY, SO PAGING IS SEQUENCE ARITHMETIC LIKE THE HISTORY LIST.
       01  WS-NOTE-WORK.
           05  WS-NOTE-BROWSE-KEY.
               10  WS-NB-KEY             PIC X(5).
               10  WS-NB-SEQ             PIC 9(4).
           05  WS-NOTE-START-SEQ         PIC 9(4)  VALUE ZERO.
           05  WS-NOTE-HIGH-SEQ          PIC 9(4)  VALUE ZERO.
           05  WS-NOTE-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-NOTE-SUB               PIC S9(4) COMP VALUE ZERO.
           05  WS-NBROWSE-DONE-SWITCH    PIC X(1)  VALUE 'N'.
               88  WS-NBROWSE-DONE                 VALUE 'Y'.
           05  WS-NOTE-DONE-SWITCH       PIC X(1)  VALUE 'N'.
               88  WS-NOTE-DONE                    VALUE 'Y'.
           05  WS-NOTE-ANCHOR-SWITCH     PIC X(1)  VALUE 'N'.
               88  WS-NOTE-ANCHOR-FOUND            VALUE 'Y'.
           05  WS-NOTE-KEY-SWITCH        PIC X(1)  VALUE 'N'.
               88  WS-NOTE-KEY-OK                  VALUE 'Y'.

       01  WS-NOTE-MESSAGE               PIC X(79) VALUE SPACES.
       01  WS-NOTE-TEXT                  PIC X(70) VALUE SPACES.
       77  WS-NOTE-ANCHOR-HOLD           PIC X(117) VALUE SPACES.

       01  WS-NOTE-TABLE.
           05  WS-NOTE-LINE OCCURS 8 TIMES.
               10  WS-NL-SEQ             PIC X(4).
               10  WS-NL-TS              PIC X(19).
               10  WS-NL-USERID          PIC X(8).
               10  WS-NL-TERMID          PIC X(4).
               10  WS-NL-TEXT            PIC X(70).

       01  WS-ERR-WORK.
           05  WS-ERR-BROWSE-SEQ         PIC 9(9)  VALUE ZERO.
               10  WS-EL-FIELD-2         PIC X(5).
               10  WS-EL-FIELD-3         PIC X(5).
               10  WS-EL-FIELD-4         PIC X(5).
               10  WS-EL-PARTNER         PIC X(8).

       01  WS-ERR-PREV-STACK.
           05  WS-ERR-PREV-ENTRY         PIC X(40) OCCURS 12 TIMES.

      *    AUDHIST JOIN WORK FIELDS - WHO/WHEN FOR THE CHANGE THAT
      *    SUPERSEDED A HISTORY VERSION. BLANK WHEN NO AUDHIST ENTRY
           05  WS-EW-FIELD-4             PIC X(5).
           05  WS-EW-STATUS              PIC X(1).
           05  WS-EW-TS                  PIC X(19).
           05  WS-EW-NOTES               PIC X(1).

       01  WS-LIST-TABLE.
           05  WS-LIST-LINE OCCURS 12 TIMES.
               10  WS-LST-FIELD-4        PIC X(5).
               10  WS-LST-STATUS         PIC X(1).
               10  WS-LST-TS             PIC X(19).
               10  WS-LST-NOTES          PIC X(1).

       01  WS-PREV-STACK.
           05  WS-PREV-ENTRY             PIC X(41) OCCURS 12 TIMES.

       01  WS-BEFORE-RECORD.
           05  WS-BEFORE-KEY         PIC X(5)  VALUE SPACES.
                   END-EXEC
               END-IF

               IF EIBCALEN EQUAL LENGTH OF WS-COMMAREA-SAVE
                AND CA-SCREEN-APPROVE
                   PERFORM 1200-PROCESS-APPR-SCREEN
                       THRU 1200-PROCESS-APPR-SCREEN-EXIT
                   MOVE DFHCOMMAREA TO WS-COMMAREA-SAVE

                   EXEC CICS RETURN
                        TRANSID('DEMO')
                        COMMAREA(WS-COMMAREA-SAVE)
                        LENGTH(LENGTH OF WS-COMMAREA-SAVE)
                   END-EXEC
               END-IF

               IF EIBCALEN EQUAL LENGTH OF WS-COMMAREA-SAVE
                AND CA-SCREEN-NOTES
                   PERFORM 1300-PROCESS-NOTE-SCREEN
                       THRU 1300-PROCESS-NOTE-SCREEN-EXIT
                   MOVE DFHCOMMAREA TO WS-COMMAREA-SAVE

                   EXEC CICS RETURN
                        TRANSID('DEMO')
                        COMMAREA(WS-COMMAREA-SAVE)
                        LENGTH(LENGTH OF WS-COMMAREA-SAVE)
                   END-EXEC
               END-IF

               PERFORM 0060-RECEIVE-MAP

               IF EIBAID EQUAL DFHPF3 OR EIBAID EQUAL DFHCLEAR
                       MOVE 'UNABLE TO READ SCREEN - RE-ENTER DATA'
                           TO WS-MESSAGE-TEXT
                   ELSE
      *                PF6 IS THE NOTES KEY, WHATEVER IS IN MAPFUNC.
                       IF EIBAID EQUAL DFHPF6
                           SET CA-FUNCTION-NOTES TO TRUE
                       END-IF
                       PERFORM 0090-CHECK-AUTHORITY
                       EVALUATE TRUE
                           WHEN NOT WS-AUTH-GRANTED
                               PERFORM 0080-EDIT-FIELDS
                               IF EDT-PASSED
                                   PERFORM 0200-WRITE-DATASET
                                   PERFORM 0355-REMEMBER-IF-SHOWN
                               END-IF
                           WHEN CA-FUNCTION-UPSERT
                               PERFORM 0080-EDIT-FIELDS
                               IF EDT-PASSED
                                   PERFORM 0345-SET-EXPECTED-TS
                                   PERFORM 0200-WRITE-DATASET
                                   PERFORM 0355-REMEMBER-IF-SHOWN
                               END-IF
                           WHEN CA-FUNCTION-CHANGE
                               PERFORM 0080-EDIT-FIELDS
                               IF EDT-PASSED
                                   PERFORM 0345-SET-EXPECTED-TS
                                   PERFORM 0300-UPDATE-DATASET
                                       THRU 0300-UPDATE-DATASET-EXIT
                                   PERFORM 0355-REMEMBER-IF-SHOWN
                               END-IF
                           WHEN CA-FUNCTION-DELETE
                               PERFORM 0345-SET-EXPECTED-TS
                               PERFORM 0400-DELETE-DATASET
                                   THRU 0400-DELETE-DATASET-EXIT
                               PERFORM 0355-REMEMBER-IF-SHOWN
                           WHEN CA-FUNCTION-LIST
      *----------------------------------------------------------------*
      * A SESSION STARTED BEFORE THE COMMAREA GREW PASSES THE OLD      *
                                   MOVE 'SIGN OFF/ON FOR REPAIR'
                                       TO WS-MESSAGE-TEXT
                               END-IF
                           WHEN CA-FUNCTION-APPROVE
      *----------------------------------------------------------------*
      * SAME SHORT-COMMAREA GUARD AS THE LIST SCREEN - THE APPROVAL    *
      * STATE FIELD SITS PAST THE END OF THE OLD AREA.                 *
      *----------------------------------------------------------------*
                               IF EIBCALEN EQUAL
                                       LENGTH OF WS-COMMAREA-SAVE
                                   PERFORM 1210-ENTER-APPR-SCREEN
                               ELSE
                                   MOVE 'SIGN OFF/ON FOR APPROVALS'
                                       TO WS-MESSAGE-TEXT
                               END-IF
                           WHEN CA-FUNCTION-NOTES
      *----------------------------------------------------------------*
      * SAME SHORT-COMMAREA GUARD AS THE LIST SCREEN - THE NOTES STATE *
      * FIELDS SIT PAST THE END OF THE OLD AREA.                       *
      *----------------------------------------------------------------*
                               IF EIBCALEN EQUAL
                                       LENGTH OF WS-COMMAREA-SAVE
                                   PERFORM 1305-CHECK-NOTE-KEY
                                   IF WS-NOTE-KEY-OK
                                       MOVE SPACES TO CA-NOTE-FROM
                                       PERFORM 1310-ENTER-NOTE-SCREEN
                                   ELSE
                                       SET CA-ERROR TO TRUE
                                       MOVE WS-NOTE-MESSAGE
                                           TO WS-MESSAGE-TEXT
                                   END-IF
                               ELSE
                                   MOVE 'SIGN OFF/ON FOR NOTES'
                                       TO WS-MESSAGE-TEXT
                               END-IF
                           WHEN OTHER
                               MOVE 'INVALID FN - I/A/C/D/L/H/P/R/Q/N'
                                   TO WS-MESSAGE-TEXT
                       END-EVALUATE
                   END-IF
                   IF EIBCALEN EQUAL LENGTH OF WS-COMMAREA-SAVE
                    AND (CA-SCREEN-LIST OR CA-SCREEN-HIST
                         OR CA-SCREEN-VDTL OR CA-SCREEN-ERRL
                         OR CA-SCREEN-REPAIR OR CA-SCREEN-APPROVE
                         OR CA-SCREEN-NOTES)
                       CONTINUE
                   ELSE
                       PERFORM 0070-SEND-MAP
                           TO WS-MESSAGE-TEXT
                   END-IF
               WHEN CA-RECORD-NOT-FOUND
                   IF NOT WS-KEY-REKEYED
                       MOVE 'RECORD NOT FOUND' TO WS-MESSAGE-TEXT
                   END-IF
               WHEN CA-RECORD-ALREADY-EXISTS
                   MOVE 'RECORD ALREADY EXISTS' TO WS-MESSAGE-TEXT
               WHEN OTHER
      *----------------------------------------------------------------*
      * OPERATOR AUTHORITY - ONE KEYED READ OF AUTHFILE BY EIBUSERID.  *
      * LEVELS ARE CUMULATIVE (SEE AUTHREC): 1 COVERS INQUIRE/LIST/    *
      * HISTORY/NOTES, 2 ADDS ADD/CHANGE/PEND AND ADDING A NOTE, 3     *
      * ADDS DELETE/UPSERT AND THE APPROVAL QUEUE. NO RECORD, A READ   *
      * FAILURE, OR A LEVEL BYTE OUTSIDE 1-3 MEANS NO AUTHORITY - AN   *
      * AUDIT POINT FAILS OPEN NOWHERE. AN UNKNOWN FUNCTION CODE IS    *
      * LEFT FOR THE DISPATCHER'S OWN INVALID-FUNCTION MESSAGE RATHER  *
      * THAN REPORTED AS A REFUSAL.                                    *
      *----------------------------------------------------------------*
       0090-CHECK-AUTHORITY.

               WHEN CA-FUNCTION-INQUIRE
               WHEN CA-FUNCTION-LIST
               WHEN CA-FUNCTION-HIST
               WHEN CA-FUNCTION-NOTES
                   MOVE '1' TO WS-AUTH-REQUIRED
               WHEN CA-FUNCTION-ADD
               WHEN CA-FUNCTION-CHANGE
               WHEN CA-FUNCTION-PEND
               WHEN CA-FUNCTION-REPAIR
               WHEN CA-FUNCTION-NOTE-ADD
                   MOVE '2' TO WS-AUTH-REQUIRED
               WHEN CA-FUNCTION-DELETE
               WHEN CA-FUNCTION-UPSERT
               WHEN CA-FUNCTION-APPROVE
                   MOVE '3' TO WS-AUTH-REQUIRED
               WHEN OTHER
                   SET WS-AUTH-GRANTED TO TRUE
               MOVE SPACES            TO WS-STATUS
               MOVE SPACES            TO WS-LAST-UPDATE-TS
               MOVE SPACES            TO CA-STATUS
               IF EIBCALEN EQUAL LENGTH OF WS-COMMAREA-SAVE
                   MOVE CA-INQUIRY-KEY TO WS-STAMP-KEY
                   PERFORM 0105-NOTE-DISPLAYED-STAMP
               END-IF
           ELSE
               IF WS-RESP EQUAL DFHRESP(NOTFND)
                   SET CA-RECORD-NOT-FOUND TO TRUE
                   PERFORM 0107-CHECK-REKEYED
               ELSE
                   SET CA-ERROR            TO TRUE
                   MOVE 'MYFILE'          TO WS-REJECT-DATASET
           END-IF
           .

      *----------------------------------------------------------------*
      * REMEMBER THE LAST-UPDATE STAMP OF THE YOURFILE RECORD NOW      *
      * GOING IN FRONT OF THE OPERATOR (WS-STAMP-KEY), SO A CHANGE OR  *
      * DELETE KEYED AGAINST IT IN A LATER TASK CAN TELL WHETHER       *
      * ANYONE HAS CHANGED IT IN THE MEANTIME. NOT ON YOURFILE, NO     *
      * STAMP.                                                         *
      *----------------------------------------------------------------*
       0105-NOTE-DISPLAYED-STAMP.

           MOVE SPACES TO CA-DISPLAYED-KEY
           MOVE SPACES TO CA-DISPLAYED-TS

           EXEC CICS READ
                DATASET('YOURFILE')
                RIDFLD(WS-STAMP-KEY)
                INTO(WS-CURRENT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-CURRENT-KEY            TO CA-DISPLAYED-KEY
               MOVE WS-CURRENT-LAST-UPDATE-TS TO CA-DISPLAYED-TS
           END-IF
           .

      *----------------------------------------------------------------*
      * A KEY THAT IS NOT ON FILE MAY HAVE BEEN MOVED BY YFREKEY. ITS  *
      * FORWARD CROSS-REFERENCE (SEE XREFREC) NAMES THE NEW KEY - TELL *
      * THE OPERATOR WHERE TO LOOK. NO XREFFILE, OR NO ENTRY, LEAVES   *
      * THE PLAIN RECORD NOT FOUND.                                    *
      *----------------------------------------------------------------*
       0107-CHECK-REKEYED.

           MOVE CA-INQUIRY-KEY TO XR-RECORD-KEY
           SET XR-MOVED-TO     TO TRUE

           EXEC CICS READ
                DATASET('XREFFILE')
                RIDFLD(XR-KEY)
                INTO(XR-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-KEY-REKEYED TO TRUE
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'RECORD NOT FOUND - RE-KEYED TO '
                                              DELIMITED BY SIZE
                      XR-OTHER-KEY            DELIMITED BY SIZE
                      ' ON '                  DELIMITED BY SIZE
                      XR-REKEY-TS (1:10)      DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
           END-IF
           .

       0190-REJECT-TRANSACTION.

           MOVE WS-RESP        TO WS-REJECT-RESP
               GO TO 0210-UPDATE-EXISTING-EXIT
           END-IF

      *----------------------------------------------------------------*
      * REPLACING A RECORD THAT IS ON FILE IS A CHANGE, AND GETS THE   *
      * SAME CONTROLS 0300 APPLIES: THE OPERATOR MUST HOLD THE STAMP   *
      * OF THE RECORD AS IT NOW STANDS, THE FIELD-3 MOVE MUST BE AN    *
      * ALLOWED TRANSITION, AND A LARGE FIELD-2 MOVE WAITS FOR A       *
      * SECOND OPERATOR.                                               *
      *----------------------------------------------------------------*
           PERFORM 0305-CHECK-STILL-CURRENT
               THRU 0305-CHECK-STILL-CURRENT-EXIT
           IF WS-RECORD-STALE
               GO TO 0210-UPDATE-EXISTING-EXIT
           END-IF

           MOVE WS-CURRENT-KEY      TO WS-BEFORE-KEY
           MOVE WS-CURRENT-FIELD-2  TO WS-BEFORE-FIELD-2
           MOVE WS-CURRENT-FIELD-3  TO WS-BEFORE-FIELD-3
           MOVE WS-CURRENT-FIELD-4  TO WS-BEFORE-FIELD-4
           MOVE WS-CURRENT-STATUS   TO WS-BEFORE-STATUS

           PERFORM 0310-CHECK-TRANSITION
           IF NOT WS-TRANSITION-ALLOWED
               GO TO 0210-UPDATE-EXISTING-EXIT
           END-IF

           PERFORM 0320-CHECK-FIELD-2-MOVEMENT
           IF WS-APPROVAL-NEEDED
               EXEC CICS UNLOCK
                    DATASET('YOURFILE')
               END-EXEC
               MOVE 'C' TO WS-APPR-ACTION
               PERFORM 0900-QUEUE-FOR-APPROVAL
                   THRU 0900-QUEUE-FOR-APPROVAL-EXIT
               GO TO 0210-UPDATE-EXISTING-EXIT
           END-IF

           SET WS-STATUS-ACTIVE TO TRUE
           PERFORM 0220-STAMP-TIMESTAMP

               GO TO 0300-UPDATE-DATASET-EXIT
           END-IF

           PERFORM 0305-CHECK-STILL-CURRENT
               THRU 0305-CHECK-STILL-CURRENT-EXIT
           IF WS-RECORD-STALE
               GO TO 0300-UPDATE-DATASET-EXIT
           END-IF

           MOVE WS-CURRENT-KEY      TO WS-BEFORE-KEY
           MOVE WS-CURRENT-FIELD-2  TO WS-BEFORE-FIELD-2
           MOVE WS-CURRENT-FIELD-3  TO WS-BEFORE-FIELD-3
           MOVE CA-FIELD-2     TO WS-FIELD-2
           MOVE CA-FIELD-3     TO WS-FIELD-3
           MOVE CA-FIELD-4     TO WS-FIELD-4

           PERFORM 0310-CHECK-TRANSITION
           IF NOT WS-TRANSITION-ALLOWED
               GO TO 0300-UPDATE-DATASET-EXIT
           END-IF

      *    A LARGE FIELD-2 MOVE WAITS FOR A SECOND OPERATOR - UNLESS
      *    THIS IS THAT SECOND OPERATOR'S APPROVAL BEING APPLIED.
           IF NOT WS-APPLYING-APPROVED
               PERFORM 0320-CHECK-FIELD-2-MOVEMENT
               IF WS-APPROVAL-NEEDED
                   EXEC CICS UNLOCK
                        DATASET('YOURFILE')
                   END-EXEC
                   MOVE 'C' TO WS-APPR-ACTION
                   PERFORM 0900-QUEUE-FOR-APPROVAL
                       THRU 0900-QUEUE-FOR-APPROVAL-EXIT
                   GO TO 0300-UPDATE-DATASET-EXIT
               END-IF
           END-IF

           SET WS-STATUS-ACTIVE TO TRUE
           PERFORM 0220-STAMP-TIMESTAMP

       0300-UPDATE-DATASET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OPTIMISTIC CONCURRENCY - THE RECORD JUST READ FOR UPDATE MUST  *
      * STILL CARRY WS-EXPECTED-TS: THE STAMP ON THE OPERATOR'S        *
      * SCREEN, OR AP-BEFORE-TS FOR AN APPROVAL. ANY OTHER STAMP MEANS *
      * SOMEONE - ANOTHER OPERATOR, YFPENDAP, YFMASSCH - HAS CHANGED   *
      * IT SINCE.                                                      *
      * THE RECORD IS RELEASED, NOTHING IS WRITTEN OR AUDITED, AND     *
      * WS-RECORD IS LOADED WITH THE CURRENT VALUES SO THE CALLER PUTS *
      * THEM IN FRONT OF THE OPERATOR INSTEAD OF THE STALE ONES.       *
      *----------------------------------------------------------------*
       0305-CHECK-STILL-CURRENT.

           MOVE 'N' TO WS-STALE-SWITCH

           IF WS-CURRENT-LAST-UPDATE-TS EQUAL WS-EXPECTED-TS
               GO TO 0305-CHECK-STILL-CURRENT-EXIT
           END-IF

           EXEC CICS UNLOCK
                DATASET('YOURFILE')
           END-EXEC

           SET WS-RECORD-STALE TO TRUE
           SET CA-ERROR        TO TRUE
           IF WS-EXPECTED-TS EQUAL HIGH-VALUES
               MOVE 'RECORD NOT YET DISPLAYED - SHOWING CURRENT'
                   TO WS-MESSAGE-TEXT
           ELSE
               MOVE 'RECORD CHANGED SINCE DISPLAYED - SHOWING CURRENT'
                   TO WS-MESSAGE-TEXT
           END-IF

           MOVE WS-CURRENT-RECORD  TO WS-RECORD
           MOVE WS-CURRENT-FIELD-2 TO CA-FIELD-2
           MOVE WS-CURRENT-FIELD-3 TO CA-FIELD-3
           MOVE WS-CURRENT-FIELD-4 TO CA-FIELD-4
           MOVE WS-CURRENT-STATUS  TO CA-STATUS
           .
       0305-CHECK-STILL-CURRENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIELD-3 LIFECYCLE - THE MOVE FROM THE VALUE ON FILE TO THE     *
      * VALUE KEYED MUST BE ON THE TRANRULE FILE, WHICH OPERATIONS     *
      * MAINTAIN WITH YFTRANM. LEAVING FIELD-3 ALONE NEEDS NO RULE. A  *
      * REFUSAL (NO RULE, OR THE FILE CANNOT BE READ) RELEASES THE     *
      * RECORD HELD FOR UPDATE AND LOGS ACTION T: BEFORE IS THE RECORD *
      * AS IT STANDS, AFTER IS WHAT THE OPERATOR KEYED.                *
      *----------------------------------------------------------------*
       0310-CHECK-TRANSITION.

           SET WS-TRANSITION-ALLOWED TO TRUE

           IF WS-CURRENT-FIELD-3 NOT EQUAL WS-FIELD-3
               MOVE WS-CURRENT-FIELD-3 TO TR-FROM-STATUS
               MOVE WS-FIELD-3         TO TR-TO-STATUS

               EXEC CICS READ
                    DATASET('TRANRULE')
                    RIDFLD(TR-KEY)
                    INTO(TR-RECORD)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
               END-EXEC

               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'N' TO WS-TRANSITION-SWITCH
               END-IF
           END-IF

           IF NOT WS-TRANSITION-ALLOWED
               EXEC CICS UNLOCK
                    DATASET('YOURFILE')
               END-EXEC

               SET CA-ERROR TO TRUE
               STRING 'FIELD-3 CHANGE ' DELIMITED BY SIZE
                      WS-CURRENT-FIELD-3 DELIMITED BY SIZE
                      ' TO '             DELIMITED BY SIZE
                      WS-FIELD-3         DELIMITED BY SIZE
                      ' NOT AN ALLOWED TRANSITION'
                                         DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING

               MOVE WS-CURRENT-STATUS TO WS-STATUS
               PERFORM 0220-STAMP-TIMESTAMP
               SET AUD-ACTION-REFUSED TO TRUE
               PERFORM 0280-WRITE-AUDIT
           END-IF
           .

      *----------------------------------------------------------------*
      * FIELD-2 MOVEMENT, EITHER WAY, AGAINST THE APPRFILE THRESHOLD.  *
      * A VALUE ON FILE THAT IS NOT NUMERIC (LEGACY DATA - THE KEYED   *
      * VALUE HAS PASSED YFEDITS) CANNOT BE MEASURED, SO IT NEEDS A    *
      * SECOND OPERATOR LIKE ANY LARGE MOVE.                           *
      *----------------------------------------------------------------*
       0320-CHECK-FIELD-2-MOVEMENT.

           MOVE 'N' TO WS-APPR-NEEDED-SWITCH

           IF WS-CURRENT-FIELD-2 NOT EQUAL WS-FIELD-2
               IF WS-CURRENT-FIELD-2 NUMERIC
                AND WS-FIELD-2 NUMERIC
                   PERFORM 0330-READ-APPROVAL-CONTROL
                   MOVE WS-CURRENT-FIELD-2 TO WS-APPR-OLD-AMT
                   MOVE WS-FIELD-2         TO WS-APPR-NEW-AMT
                   IF WS-APPR-NEW-AMT GREATER THAN WS-APPR-OLD-AMT
                       COMPUTE WS-APPR-MOVEMENT =
                           WS-APPR-NEW-AMT - WS-APPR-OLD-AMT
                   ELSE
                       COMPUTE WS-APPR-MOVEMENT =
                           WS-APPR-OLD-AMT - WS-APPR-NEW-AMT
                   END-IF
                   IF WS-APPR-MOVEMENT GREATER THAN WS-APPR-THRESHOLD
                       SET WS-APPROVAL-NEEDED TO TRUE
                   END-IF
               ELSE
                   SET WS-APPROVAL-NEEDED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE THRESHOLD LIVES ON THE SEQUENCE-000000000 CONTROL RECORD,  *
      * POSTED NIGHTLY BY YFAPREX FROM ITS PARAMETER FILE. NO CONTROL  *
      * RECORD (OR AN UNREADABLE ONE) MEANS A THRESHOLD OF ZERO - THE  *
      * CONTROL FAILS CLOSED, EVERY FIELD-2 CHANGE IS QUEUED.          *
      *----------------------------------------------------------------*
       0330-READ-APPROVAL-CONTROL.

           MOVE ZERO TO WS-APPR-THRESHOLD
           MOVE ZERO TO WS-APPR-BROWSE-SEQ

           EXEC CICS READ
                DATASET('APPRFILE')
                RIDFLD(WS-APPR-BROWSE-SEQ)
                INTO(AP-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND AP-FIELD-2-THRESHOLD NUMERIC
               MOVE AP-FIELD-2-THRESHOLD TO WS-APPR-THRESHOLD
           END-IF
           .

      *----------------------------------------------------------------*
      * THE STAMP A DEMOMAP CHANGE OR DELETE (OR A DEMOREP RESUBMIT)   *
      * IS CHECKED AGAINST - THE ONE REMEMBERED WHEN THIS KEY WAS LAST *
      * SHOWN. A KEY TYPED IN WITHOUT BEING SHOWN, OR A SESSION STILL  *
      * ON THE OLD SHORT COMMAREA, HAS NOTHING TO CHECK AGAINST: IT    *
      * GETS HIGH-VALUES, WHICH NO RECORD CARRIES.                     *
      *----------------------------------------------------------------*
       0345-SET-EXPECTED-TS.

           MOVE HIGH-VALUES TO WS-EXPECTED-TS
           IF EIBCALEN EQUAL LENGTH OF WS-COMMAREA-SAVE
               IF CA-DISPLAYED-KEY EQUAL CA-INQUIRY-KEY
                   MOVE CA-DISPLAYED-TS TO WS-EXPECTED-TS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WHEN THE SCREEN GOING BACK SHOWS THE RECORD AS IT NOW STANDS - *
      * THE CURRENT VALUES AFTER A STALE REFUSAL, OR THE RECORD JUST   *
      * WRITTEN - REMEMBER ITS STAMP FOR THE NEXT TASK. A CHANGE       *
      * QUEUED FOR APPROVAL LEFT THE RECORD ALONE, SO THE STAMP        *
      * ALREADY HELD STILL STANDS.                                     *
      *----------------------------------------------------------------*
       0355-REMEMBER-IF-SHOWN.

           IF EIBCALEN EQUAL LENGTH OF WS-COMMAREA-SAVE
               IF WS-RECORD-STALE
                OR (CA-SUCCESS AND NOT WS-APPROVAL-QUEUED)
                   MOVE WS-KEY            TO CA-DISPLAYED-KEY
                   MOVE WS-LAST-UPDATE-TS TO CA-DISPLAYED-TS
               END-IF
           END-IF
           .

       0400-DELETE-DATASET.

           EXEC CICS READ
               GO TO 0400-DELETE-DATASET-EXIT
           END-IF

           PERFORM 0305-CHECK-STILL-CURRENT
               THRU 0305-CHECK-STILL-CURRENT-EXIT
           IF WS-RECORD-STALE
               GO TO 0400-DELETE-DATASET-EXIT
           END-IF

           MOVE WS-CURRENT-KEY      TO WS-BEFORE-KEY
           MOVE WS-CURRENT-FIELD-2  TO WS-BEFORE-FIELD-2
           MOVE WS-CURRENT-FIELD-3  TO WS-BEFORE-FIELD-3
           MOVE WS-CURRENT-FIELD-4  TO WS-BEFORE-FIELD-4
           MOVE WS-CURRENT-STATUS   TO WS-BEFORE-STATUS

      *    EVERY DELETE WAITS FOR A SECOND OPERATOR - UNLESS THIS IS
      *    THAT SECOND OPERATOR'S APPROVAL BEING APPLIED.
           IF NOT WS-APPLYING-APPROVED
               EXEC CICS UNLOCK
                    DATASET('YOURFILE')
               END-EXEC
               MOVE WS-CURRENT-KEY     TO WS-KEY
               MOVE WS-CURRENT-FIELD-2 TO WS-FIELD-2
               MOVE WS-CURRENT-FIELD-3 TO WS-FIELD-3
               MOVE WS-CURRENT-FIELD-4 TO WS-FIELD-4
               MOVE 'D' TO WS-APPR-ACTION
               PERFORM 0900-QUEUE-FOR-APPROVAL
                   THRU 0900-QUEUE-FOR-APPROVAL-EXIT
               GO TO 0400-DELETE-DATASET-EXIT
           END-IF

      *----------------------------------------------------------------*
      * LOGICAL DELETE: THE RECORD IS REWRITTEN WITH WS-STATUS-DELETED *
      * RATHER THAN PHYSICALLY REMOVED, SO IT STAYS ON FILE FOR        *
                   PERFORM 0520-PAGE-FORWARD
               WHEN EIBAID EQUAL DFHPF7
                   PERFORM 0530-PAGE-BACKWARD
               WHEN EIBAID EQUAL DFHPF6
                   PERFORM 0590-LIST-TO-NOTES
                       THRU 0590-LIST-TO-NOTES-EXIT
               WHEN OTHER
                   PERFORM 0540-HANDLE-SELECTION
           END-EVALUATE
                       WS-LST-STATUS (WS-LIST-COUNT)
                   MOVE WS-LAST-UPDATE-TS (1:19) TO
                       WS-LST-TS (WS-LIST-COUNT)
                   PERFORM 0555-CHECK-HAS-NOTES
                   MOVE WS-EW-NOTES            TO
                       WS-LST-NOTES (WS-LIST-COUNT)
               END-IF
               MOVE 'N' TO WS-SKIP-FIRST-SWITCH
           ELSE
           END-IF
           .

      *----------------------------------------------------------------*
      * HAS-NOTES FLAG FOR THE LIST LINE OF THE RECORD JUST READ (IN   *
      * WS-RECORD) - ONE KEYED READ OF THE KEY'S NOTEFILE HIGH-WATER   *
      * RECORD. Y IN WS-EW-NOTES WHEN THE KEY HAS NOTES; BLANK WHEN IT *
      * HAS NONE OR NOTEFILE CANNOT BE READ - THE FLAG IS A POINTER,   *
      * NOT A CONTROL.                                                 *
      *----------------------------------------------------------------*
       0555-CHECK-HAS-NOTES.

           MOVE SPACES TO WS-EW-NOTES
           MOVE WS-KEY TO NT-RECORD-KEY
           MOVE ZERO   TO NT-SEQUENCE

           EXEC CICS READ
                DATASET('NOTEFILE')
                RIDFLD(NT-KEY)
                INTO(NT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND NT-HIGH-SEQUENCE NUMERIC
            AND NT-HIGH-SEQUENCE GREATER THAN ZERO
               MOVE 'Y' TO WS-EW-NOTES
           END-IF
           .

      *----------------------------------------------------------------*
      * BUILDS THE PAGE BEFORE THE CURRENT TOP ANCHOR. THE FIRST       *
      * READPREV AFTER A GTEQ STARTBR RETURNS THE ANCHOR RECORD        *
               MOVE WS-FIELD-4               TO WS-EW-FIELD-4
               MOVE WS-STATUS                TO WS-EW-STATUS
               MOVE WS-LAST-UPDATE-TS (1:19) TO WS-EW-TS
               PERFORM 0555-CHECK-HAS-NOTES
               MOVE WS-ENTRY-WORK TO WS-PREV-ENTRY (WS-LIST-COUNT)
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           MOVE WS-LST-FIELD-4 (WS-LIST-SUB) TO LFL4O (WS-LIST-SUB)
           MOVE WS-LST-STATUS (WS-LIST-SUB)  TO LSTATO (WS-LIST-SUB)
           MOVE WS-LST-TS (WS-LIST-SUB)      TO LTSO (WS-LIST-SUB)
           MOVE WS-LST-NOTES (WS-LIST-SUB)   TO LNTEO (WS-LIST-SUB)
           .

       0580-SEND-DETAIL-WITH-KEY.
           END-EXEC
           .

      *----------------------------------------------------------------*
      * PF6 ON THE LIST SCREEN: THE NOTES FOR THE LINE MARKED WITH A   *
      * SELECTION BYTE, UNDER THE SAME LEVEL-1 AUTHORITY AS THE NOTES  *
      * FUNCTION ON THE DETAIL SCREEN. NO LINE MARKED, NO AUTHORITY,   *
      * OR A RECORD GONE SINCE THE PAGE WAS BUILT KEEPS THE LIST UP    *
      * WITH A MESSAGE. PF3 ON THE NOTES COMES BACK TO THIS PAGE.      *
      *----------------------------------------------------------------*
       0590-LIST-TO-NOTES.

           MOVE 'N'  TO WS-SELECT-FOUND-SWITCH
           MOVE ZERO TO WS-LIST-SUB
           PERFORM 0545-SCAN-SELECTION
               UNTIL WS-SELECT-FOUND
                  OR WS-LIST-SUB GREATER THAN OR EQUAL TO 12

           IF NOT WS-SELECT-FOUND
               MOVE 'MARK A LINE WITH S, THEN PF6 FOR ITS NOTES'
                   TO WS-LIST-MESSAGE
               PERFORM 0595-REFRESH-LIST-PAGE
               GO TO 0590-LIST-TO-NOTES-EXIT
           END-IF

           MOVE LKEYI (WS-LIST-SUB) TO CA-INQUIRY-KEY
           SET CA-FUNCTION-NOTES TO TRUE
           PERFORM 0090-CHECK-AUTHORITY
           IF NOT WS-AUTH-GRANTED
               MOVE 'NOT AUTHORIZED FOR NOTES' TO WS-LIST-MESSAGE
               MOVE SPACES         TO WS-RECORD
               MOVE CA-INQUIRY-KEY TO WS-KEY
               PERFORM 0095-LOG-DENIED-ATTEMPT
               SET CA-FUNCTION-LIST TO TRUE
               PERFORM 0595-REFRESH-LIST-PAGE
               GO TO 0590-LIST-TO-NOTES-EXIT
           END-IF

           PERFORM 1305-CHECK-NOTE-KEY
           IF NOT WS-NOTE-KEY-OK
               MOVE WS-NOTE-MESSAGE TO WS-LIST-MESSAGE
               SET CA-FUNCTION-LIST TO TRUE
               PERFORM 0595-REFRESH-LIST-PAGE
               GO TO 0590-LIST-TO-NOTES-EXIT
           END-IF

           SET CA-NOTE-FROM-LIST TO TRUE
           PERFORM 1310-ENTER-NOTE-SCREEN
           .
       0590-LIST-TO-NOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REBUILDS AND SENDS THE LIST PAGE STARTING AT THE TOP ANCHOR -  *
      * THE PAGE THE OPERATOR WAS LOOKING AT.                          *
      *----------------------------------------------------------------*
       0595-REFRESH-LIST-PAGE.

           MOVE CA-LIST-TOP-KEY TO WS-BROWSE-KEY
           IF WS-BROWSE-KEY EQUAL SPACES
            OR WS-BROWSE-KEY EQUAL LOW-VALUES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           END-IF
           MOVE 'N' TO WS-SKIP-FIRST-SWITCH
           PERFORM 0550-BUILD-LIST-FORWARD
           PERFORM 0570-SEND-LIST-MAP
           .

      *----------------------------------------------------------------*
      * HISTORY-LIST DRIVER. THE PRIOR TASK SENT DEMOHST AND SET       *
      * CA-SCREEN-HIST, SO THIS TASK RECEIVES THE HISTORY MAP AND ACTS *
               MOVE WS-JOIN-USERID             TO HDUSRO
               MOVE WS-JOIN-TERMID             TO HDTRMO
               MOVE WS-JOIN-ACTION             TO HDACTO
               PERFORM 0655-SHOW-CURRENT-STAMP
               MOVE 'READ-ONLY - A YFRESTOR REQUEST QUOTES RECORD NOW'
                   TO HDTMSGO

               EXEC CICS SEND MAP('DEMOHDT')
           END-IF
           .

      *----------------------------------------------------------------*
      * THE RECORD NOW LINE - THE LIVE RECORD'S LAST-UPDATE STAMP,     *
      * WHICH A YFRESTOR REQUEST MUST QUOTE SO THE RESTORE IS REFUSED  *
      * IF THE RECORD CHANGES BETWEEN THIS LOOK AND THE BATCH RUN.     *
      * NOTHING IS REMEMBERED IN THE COMMAREA - THE LIVE VALUES ARE    *
      * NOT ON THIS SCREEN.                                            *
      *----------------------------------------------------------------*
       0655-SHOW-CURRENT-STAMP.

           EXEC CICS READ
                DATASET('YOURFILE')
                RIDFLD(VH-RECORD-KEY)
                INTO(WS-CURRENT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-CURRENT-LAST-UPDATE-TS (1:19) TO HDCUTSO
           ELSE
               MOVE 'NOT ON FILE' TO HDCUTSO
           END-IF
           .

       0660-SEND-HIST-MAP.

           MOVE LOW-VALUES TO DEMOHSTO
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET CA-SUCCESS TO TRUE
               MOVE SPACES TO WS-MESSAGE-TEXT
               IF WS-EFF-NON-BUSINESS-DAY
                   STRING 'CHANGE FILED FOR ' DELIMITED BY SIZE
                          CA-EFFECTIVE-DATE   DELIMITED BY SIZE
                          ' - NOT A BUSINESS DAY, APPLIES NEXT'
                                              DELIMITED BY SIZE
                          ' BUSINESS DAY'     DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               ELSE
                   STRING 'CHANGE FILED FOR ' DELIMITED BY SIZE
                          CA-EFFECTIVE-DATE   DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
               END-IF
           ELSE
               SET CA-ERROR    TO TRUE
               MOVE 'YFPEND'   TO WS-REJECT-DATASET
           EXIT.

      *----------------------------------------------------------------*
      * FILE THE DELETE OR LARGE CHANGE ON THE APPROVAL QUEUE INSTEAD  *
      * OF APPLYING IT. THE RECORD HELD FOR UPDATE HAS ALREADY BEEN    *
      * RELEASED; WS-CURRENT-RECORD IS THE RECORD AS IT STANDS AND     *
      * WS-RECORD IS WHAT WAS KEYED. THE SEQUENCE COMES FROM THE       *
      * CONTROL RECORD, READ FOR UPDATE SO TWO TERMINALS NEVER DRAW    *
      * THE SAME ONE - THE FIRST ITEM EVER CREATES THE CONTROL RECORD  *
      * WITH A ZERO THRESHOLD UNTIL YFAPREX POSTS THE REAL ONE. A      *
      * DUPLICATE ON THE ITEM WRITE (STALE CONTROL RECORD) BUMPS PAST  *
      * IT THE SAME WAY THE HISTORY WRITE DOES. NOTHING IS AUDITED     *
      * HERE - NOTHING HAS CHANGED YET; THE ITEM ITSELF CARRIES THE    *
      * MAKER.                                                         *
      *----------------------------------------------------------------*
       0900-QUEUE-FOR-APPROVAL.

           PERFORM 0220-STAMP-TIMESTAMP
           MOVE SPACES TO WS-BEFORE-KEY WS-BEFORE-FIELD-2
                           WS-BEFORE-FIELD-3 WS-BEFORE-FIELD-4
                           WS-BEFORE-STATUS
           MOVE WS-CURRENT-STATUS TO WS-STATUS

           MOVE ZERO TO WS-APPR-BROWSE-SEQ

           EXEC CICS READ
                DATASET('APPRFILE')
                RIDFLD(WS-APPR-BROWSE-SEQ)
                INTO(AP-RECORD)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   IF AP-NEXT-SEQ NOT NUMERIC
                    OR AP-NEXT-SEQ EQUAL ZERO
                       MOVE 1 TO AP-NEXT-SEQ
                   END-IF
                   MOVE AP-NEXT-SEQ TO WS-APPR-BROWSE-SEQ
                   ADD 1 TO AP-NEXT-SEQ
                   EXEC CICS REWRITE
                        DATASET('APPRFILE')
                        FROM(AP-RECORD)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
                   END-EXEC
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   MOVE SPACES            TO AP-RECORD
                   MOVE ZERO              TO AP-SEQ
                   MOVE 2                 TO AP-NEXT-SEQ
                   MOVE ZERO              TO AP-FIELD-2-THRESHOLD
                   MOVE ZERO              TO AP-EXPIRY-DAYS
                   MOVE WS-LAST-UPDATE-TS TO AP-CONTROL-UPDATED-TS
                   EXEC CICS WRITE
                        DATASET('APPRFILE')
                        RIDFLD(AP-SEQ)
                        FROM(AP-RECORD)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
                   END-EXEC
                   MOVE 1 TO WS-APPR-BROWSE-SEQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CA-ERROR        TO TRUE
               MOVE 'APPRFILE'     TO WS-REJECT-DATASET
               MOVE WS-KEY         TO WS-REJECT-KEY
               PERFORM 0190-REJECT-TRANSACTION
               GO TO 0900-QUEUE-FOR-APPROVAL-EXIT
           END-IF

           MOVE SPACES                    TO AP-RECORD
           MOVE WS-APPR-BROWSE-SEQ        TO AP-SEQ
           MOVE WS-APPR-ACTION            TO AP-ACTION
           MOVE WS-KEY                    TO AP-RECORD-KEY
           MOVE WS-FIELD-2                TO AP-FIELD-2
           MOVE WS-FIELD-3                TO AP-FIELD-3
           MOVE WS-FIELD-4                TO AP-FIELD-4
           MOVE WS-CURRENT-FIELD-2        TO AP-BEFORE-FIELD-2
           MOVE WS-CURRENT-FIELD-3        TO AP-BEFORE-FIELD-3
           MOVE WS-CURRENT-FIELD-4        TO AP-BEFORE-FIELD-4
           MOVE WS-CURRENT-STATUS         TO AP-BEFORE-STATUS
           MOVE WS-CURRENT-LAST-UPDATE-TS TO AP-BEFORE-TS
           MOVE EIBUSERID                 TO AP-MAKER-USERID
           MOVE EIBTRMID                  TO AP-MAKER-TERMID
           MOVE WS-LAST-UPDATE-TS         TO AP-QUEUED-TS
           SET AP-STATE-PENDING           TO TRUE

           MOVE 'N' TO WS-APPR-WRITTEN-SWITCH
           PERFORM 0905-TRY-APPROVAL-WRITE
               UNTIL WS-APPR-WRITTEN
                  OR AP-SEQ EQUAL 999999999

           IF WS-APPR-WRITTEN
               SET CA-SUCCESS          TO TRUE
               SET WS-APPROVAL-QUEUED  TO TRUE
               MOVE WS-STATUS          TO CA-STATUS
               MOVE SPACES             TO WS-MESSAGE-TEXT
               STRING 'QUEUED FOR APPROVAL AS ITEM ' DELIMITED BY SIZE
                      AP-SEQ                         DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
           ELSE
               SET CA-ERROR        TO TRUE
               MOVE 'APPRFILE'     TO WS-REJECT-DATASET
               MOVE WS-KEY         TO WS-REJECT-KEY
               PERFORM 0190-REJECT-TRANSACTION
           END-IF
           .
       0900-QUEUE-FOR-APPROVAL-EXIT.
           EXIT.

       0905-TRY-APPROVAL-WRITE.

           EXEC CICS WRITE
                DATASET('APPRFILE')
                RIDFLD(AP-SEQ)
                FROM(AP-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   SET WS-APPR-WRITTEN TO TRUE
               WHEN WS-RESP EQUAL DFHRESP(DUPREC)
                   ADD 1 TO AP-SEQ
               WHEN OTHER
                   MOVE 999999999 TO AP-SEQ
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * EFFECTIVE-DATE EDIT: WELL-FORMED YYYY-MM-DD, A REAL-ISH MONTH  *
      * AND DAY, AND NOT BEFORE TODAY - A PAST DATE MEANS THE CHANGE   *
      * SHOULD HAVE BEEN KEYED AS AN ORDINARY ADD/CHANGE INSTEAD OF    *
      * WAITING FOR A NIGHT THAT ALREADY HAPPENED. ALSO STAMPS         *
      * WS-LAST-UPDATE-TS (VIA 0220) SO THE FILING TIME IS CURRENT.    *
      *----------------------------------------------------------------*
       0850-EDIT-EFFECTIVE-DATE.

           MOVE 'N' TO WS-EFF-DATE-SWITCH
           PERFORM 0220-STAMP-TIMESTAMP
           MOVE CA-EFFECTIVE-DATE TO WS-EFF-DATE-CHECK

           EVALUATE TRUE
               WHEN WS-EDC-YYYY NOT NUMERIC
               WHEN WS-EDC-MM NOT NUMERIC
               WHEN WS-EDC-DD NOT NUMERIC
                   MOVE 'EFFECTIVE DATE IS IN THE PAST'
                       TO WS-MESSAGE-TEXT
               WHEN OTHER
                   PERFORM 0855-CHECK-BUSINESS-DAY
                       THRU 0855-CHECK-BUSINESS-DAY-EXIT
           END-EVALUATE

           IF WS-EFF-DATE-OK
               PERFORM 0857-CHECK-CLOSED-PERIOD
           END-IF
           .

      *----------------------------------------------------------------*
      * THE EFFECTIVE DATE AGAINST THE CALENDAR FILE (SEE CALNREC). A  *
      * DATE NOT ON IT IS JUDGED BY THE WEEKDAY RULE, AS YFBUSDT DOES  *
      * IN BATCH - DAY 1 OF THE INTRINSIC DATE INTEGER FORM WAS A      *
      * MONDAY. A WEEKEND OR HOLIDAY IS REFUSED, OR - WHEN THE CONTROL *
      * RECORD'S POLICY IS TO ROLL FORWARD - ACCEPTED AND FLAGGED SO   *
      * 0800 CAN WARN THAT YFPENDAP WILL APPLY IT ON THE NEXT BUSINESS *
      * DAY. NO CALENDAR FILE MEANS THE DATE STANDS AS KEYED.          *
      *----------------------------------------------------------------*
       0855-CHECK-BUSINESS-DAY.

           MOVE 'N' TO WS-EFF-NON-BUSINESS-SWITCH
           MOVE CA-EFFECTIVE-DATE TO CL-DATE

           EXEC CICS READ
                DATASET('CALENDAR')
                RIDFLD(CL-DATE)
                INTO(CL-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE CL-DAY-TYPE TO WS-EFF-DAY-TYPE
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-EDC-YYYY TO WS-EFF-YYYYMMDD (1:4)
                   MOVE WS-EDC-MM   TO WS-EFF-YYYYMMDD (5:2)
                   MOVE WS-EDC-DD   TO WS-EFF-YYYYMMDD (7:2)
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-YYYYMMDD)
                           NOT EQUAL ZERO
                       MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD'
                           TO WS-MESSAGE-TEXT
                       GO TO 0855-CHECK-BUSINESS-DAY-EXIT
                   END-IF
                   COMPUTE WS-EFF-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-EFF-YYYYMMDD) - 1
                   DIVIDE WS-EFF-DAY-NUMBER BY 7
                       GIVING WS-EFF-WEEK-NUMBER
                       REMAINDER WS-EFF-WEEKDAY
                   IF WS-EFF-WEEKDAY GREATER THAN 4
                       MOVE 'W' TO WS-EFF-DAY-TYPE
                   ELSE
                       MOVE 'B' TO WS-EFF-DAY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE 'B' TO WS-EFF-DAY-TYPE
           END-EVALUATE

           IF WS-EFF-BUSINESS-DAY
               SET WS-EFF-DATE-OK TO TRUE
               GO TO 0855-CHECK-BUSINESS-DAY-EXIT
           END-IF

           MOVE '0000-00-00' TO CL-DATE
           EXEC CICS READ
                DATASET('CALENDAR')
                RIDFLD(CL-DATE)
                INTO(CL-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              AND CL-POLICY-ROLL-FORWARD
               SET WS-EFF-DATE-OK TO TRUE
               SET WS-EFF-NON-BUSINESS-DAY TO TRUE
           ELSE
               MOVE 'EFFECTIVE DATE IS NOT A BUSINESS DAY'
                   TO WS-MESSAGE-TEXT
           END-IF
           .
       0855-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NOTHING MAY BE DATED INTO AN ACCOUNTING PERIOD FINANCE HAS     *
      * CLOSED (SEE PERDREC) UNLESS AN AUTHORIZED REOPEN IS RECORDED - *
      * THE SAME CHECK YFPERCK MAKES FOR BATCH. NO RECORD FOR THE      *
      * PERIOD MEANS IT WAS NEVER CLOSED. A FILE THAT CANNOT BE READ   *
      * (CLOSED FOR THE MONTH-END RUN, SAY) REFUSES THE DATE RATHER    *
      * THAN RISK A CLOSED MONTH.                                      *
      *----------------------------------------------------------------*
       0857-CHECK-CLOSED-PERIOD.

           MOVE CA-EFFECTIVE-DATE (1:7) TO PD-PERIOD

           EXEC CICS READ
                DATASET('PERDCTL')
                RIDFLD(PD-PERIOD)
                INTO(PD-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   CONTINUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                AND PD-STATE-REOPENED
                   CONTINUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'N' TO WS-EFF-DATE-SWITCH
                   MOVE SPACES TO WS-MESSAGE-TEXT
                   STRING 'EFFECTIVE DATE IS IN CLOSED PERIOD '
                                          DELIMITED BY SIZE
                          PD-PERIOD       DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'N' TO WS-EFF-DATE-SWITCH
                   MOVE 'PERIOD CONTROL FILE UNAVAILABLE - TRY LATER'
                       TO WS-MESSAGE-TEXT
           END-EVALUATE
           .

                       WS-EL-FIELD-3 (WS-ERR-COUNT)
                   MOVE RP-TRN-FIELD-4 TO
                       WS-EL-FIELD-4 (WS-ERR-COUNT)
                   MOVE RP-PARTNER-ID  TO
                       WS-EL-PARTNER (WS-ERR-COUNT)
               END-IF
           ELSE
               SET WS-EBROWSE-DONE TO TRUE
                       TO WS-ERR-PREV-ENTRY (WS-ERR-COUNT) (23:5)
                   MOVE RP-TRN-FIELD-4
                       TO WS-ERR-PREV-ENTRY (WS-ERR-COUNT) (28:5)
                   MOVE RP-PARTNER-ID
                       TO WS-ERR-PREV-ENTRY (WS-ERR-COUNT) (33:8)
               END-IF
           ELSE
               SET WS-EBROWSE-DONE TO TRUE
           ELSE
               MOVE 'CORRECT FIELDS, PICK DISPOSITION, PRESS ENTER'
                   TO WS-ERR-MESSAGE
               MOVE RP-TRN-KEY TO WS-STAMP-KEY
               PERFORM 0105-NOTE-DISPLAYED-STAMP
               PERFORM 1170-SEND-REP-MAP
               SET CA-SCREEN-REPAIR TO TRUE
           END-IF
      * THE PEND PATH. HISTORY, THE AUDT AUDIT ENTRY, AND THE STATUS   *
      * TRANSITIONS YFBALNC COUNTS ALL COME ALONG FOR FREE. AUTHORITY  *
      * FOLLOWS THE UNDERLYING TRANSACTION - A D REJECT NEEDS LEVEL 3. *
      * A CORRECTION THAT ONLY REACHED THE APPROVAL QUEUE HAS NOT YET  *
      * CHANGED ANYTHING, SO THE REJECT IS LEFT OUTSTANDING UNTIL THE  *
      * OPERATOR SEES HOW THE APPROVAL WENT.                           *
      *----------------------------------------------------------------*
       1120-RESUBMIT-REJECT.


           SET CA-ERROR TO TRUE
           MOVE SPACES TO WS-MESSAGE-TEXT
           PERFORM 0345-SET-EXPECTED-TS
           EVALUATE TRUE
               WHEN CA-FUNCTION-ADD
                   PERFORM 0080-EDIT-FIELDS
           MOVE 'N' TO WS-EDIT-CURSOR-SWITCH

           IF CA-SUCCESS
               IF WS-APPROVAL-QUEUED
                   MOVE 'QUEUED FOR APPROVAL - REJECT LEFT OUTSTANDING'
                       TO WS-ERR-MESSAGE
               ELSE
                   MOVE 'R' TO WS-DISP-CODE
                   PERFORM 1150-MARK-DISPOSITION
                   MOVE 'REJECT RESUBMITTED AND CLEARED'
                       TO WS-ERR-MESSAGE
               END-IF
               PERFORM 1190-RETURN-TO-ERR-LIST
           ELSE
               EVALUATE TRUE
                           TO WS-ERR-MESSAGE
               END-EVALUATE
               MOVE SPACES TO WS-MESSAGE-TEXT
      *        A STALE REFUSAL PUTS THE RECORD AS IT NOW STANDS IN THE
      *        FIELDS FOR THE OPERATOR TO CORRECT AGAINST - AND THAT IS
      *        NOW THE STAMP THE NEXT RESUBMIT IS CHECKED AGAINST.
               IF WS-RECORD-STALE
                   MOVE WS-FIELD-2 TO RP-TRN-FIELD-2
                   MOVE WS-FIELD-3 TO RP-TRN-FIELD-3
                   MOVE WS-FIELD-4 TO RP-TRN-FIELD-4
                   PERFORM 0355-REMEMBER-IF-SHOWN
               ELSE
                   PERFORM 1175-ECHO-KEYED-FIELDS
               END-IF
               PERFORM 1170-SEND-REP-MAP
           END-IF
           .
           MOVE WS-EL-FIELD-2 (WS-ERR-SUB) TO EF2O (WS-ERR-SUB)
           MOVE WS-EL-FIELD-3 (WS-ERR-SUB) TO EF3O (WS-ERR-SUB)
           MOVE WS-EL-FIELD-4 (WS-ERR-SUB) TO EF4O (WS-ERR-SUB)
           MOVE WS-EL-PARTNER (WS-ERR-SUB) TO EPRTO (WS-ERR-SUB)
           .

       1170-SEND-REP-MAP.
           MOVE RP-REASON-CODE  TO RRSNO
           MOVE RP-TRN-CODE     TO RCODO
           MOVE RP-TRN-KEY      TO RKEYO
           MOVE RP-PARTNER-ID   TO RPRTO
           MOVE RP-TRN-FIELD-2  TO RFL2O
           MOVE RP-TRN-FIELD-3  TO RFL3O
           MOVE RP-TRN-FIELD-4  TO RFL4O
           SET CA-SCREEN-ERRL TO TRUE
           .

      *----------------------------------------------------------------*
      * APPROVAL-SCREEN DRIVER. THE PRIOR TASK SENT DEMOAPR AND SET    *
      * CA-SCREEN-APPROVE, SO THIS TASK RECEIVES IT AND ACTS ON THE    *
      * AID KEY: PF8/PF7 STEP TO THE NEXT/PREVIOUS PENDING ITEM, PF3   *
      * GOES BACK TO THE DETAIL SCREEN, ENTER APPLIES THE DECISION.    *
      *----------------------------------------------------------------*
       1200-PROCESS-APPR-SCREEN.

           EXEC CICS RECEIVE MAP('DEMOAPR')
                MAPSET('DEMOSET')
                INTO(DEMOAPRI)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO DEMOAPRI
           END-IF

           IF CA-APPR-SEL-SEQ NOT NUMERIC
               MOVE ZERO TO CA-APPR-SEL-SEQ
           END-IF

           EVALUATE TRUE
               WHEN EIBAID EQUAL DFHPF3 OR EIBAID EQUAL DFHCLEAR
                   MOVE SPACES TO CA-SCREEN-ID
                   MOVE SPACES TO CA-FUNCTION-CODE
                   PERFORM 0050-SEND-INITIAL-MAP
               WHEN EIBAID EQUAL DFHPF8
                   PERFORM 1220-NEXT-PENDING-ITEM
               WHEN EIBAID EQUAL DFHPF7
                   PERFORM 1230-PREV-PENDING-ITEM
               WHEN OTHER
                   PERFORM 1240-APPLY-DECISION
                       THRU 1240-APPLY-DECISION-EXIT
           END-EVALUATE
           .
       1200-PROCESS-APPR-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ENTERED FROM THE DETAIL SCREEN (FUNCTION Q) - THE OLDEST ITEM  *
      * STILL AWAITING A DECISION.                                     *
      *----------------------------------------------------------------*
       1210-ENTER-APPR-SCREEN.

           SET CA-SUCCESS TO TRUE
           MOVE ZERO TO CA-APPR-SEL-SEQ
           MOVE 1    TO WS-APPR-BROWSE-SEQ
           PERFORM 1215-FIND-PENDING-FORWARD
           PERFORM 1270-SEND-APPR-MAP
           SET CA-SCREEN-APPROVE TO TRUE
           .

      *----------------------------------------------------------------*
      * FIRST PENDING ITEM AT OR AFTER WS-APPR-BROWSE-SEQ. THE         *
      * SEQUENCE-000000000 CONTROL RECORD AND DECIDED OR EXPIRED ITEMS *
      * ARE SKIPPED. NOTHING FOUND LEAVES THE SCREEN EMPTY.            *
      *----------------------------------------------------------------*
       1215-FIND-PENDING-FORWARD.

           MOVE 'N' TO WS-APPR-FOUND-SWITCH
           IF WS-APPR-BROWSE-SEQ EQUAL ZERO
               MOVE 1 TO WS-APPR-BROWSE-SEQ
           END-IF

           EXEC CICS STARTBR
                DATASET('APPRFILE')
                RIDFLD(WS-APPR-BROWSE-SEQ)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-ABROWSE-DONE-SWITCH
               PERFORM 1217-READ-NEXT-ITEM
                   UNTIL WS-ABROWSE-DONE
                      OR WS-APPR-FOUND

               EXEC CICS ENDBR
                    DATASET('APPRFILE')
               END-EXEC
           END-IF

           IF WS-APPR-FOUND
               MOVE AP-SEQ TO CA-APPR-SEL-SEQ
           ELSE
               MOVE SPACES TO AP-RECORD
               IF WS-APPR-MESSAGE EQUAL SPACES
                   MOVE 'NO ITEMS AWAITING APPROVAL' TO WS-APPR-MESSAGE
               END-IF
           END-IF
           .

       1217-READ-NEXT-ITEM.

           EXEC CICS READNEXT
                DATASET('APPRFILE')
                INTO(AP-RECORD)
                RIDFLD(WS-APPR-BROWSE-SEQ)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF AP-SEQ NOT EQUAL ZERO
                AND AP-STATE-PENDING
                   SET WS-APPR-FOUND TO TRUE
               END-IF
           ELSE
               SET WS-ABROWSE-DONE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * PF8 - THE NEXT PENDING ITEM AFTER THE ONE ON SHOW. NOTHING     *
      * AFTER IT SHOWS THE SAME ITEM AGAIN (OR THE NEXT ONE STILL      *
      * PENDING, IF IT WAS DECIDED MEANWHILE).                         *
      *----------------------------------------------------------------*
       1220-NEXT-PENDING-ITEM.

           COMPUTE WS-APPR-BROWSE-SEQ = CA-APPR-SEL-SEQ + 1
           MOVE 'N' TO WS-APPR-FOUND-SWITCH
           PERFORM 1215-FIND-PENDING-FORWARD
           IF NOT WS-APPR-FOUND
               MOVE 'END OF QUEUE REACHED' TO WS-APPR-MESSAGE
               MOVE CA-APPR-SEL-SEQ TO WS-APPR-BROWSE-SEQ
               PERFORM 1215-FIND-PENDING-FORWARD
           END-IF
           PERFORM 1270-SEND-APPR-MAP
           .

      *----------------------------------------------------------------*
      * PF7 - THE PENDING ITEM BEFORE THE ONE ON SHOW, THE SAME WAY    *
      * THE REJECT LIST PAGES BACKWARD: THE FIRST READPREV AFTER A     *
      * GTEQ STARTBR RETURNS THE ANCHOR ITSELF AND IS DISCARDED.       *
      *----------------------------------------------------------------*
       1230-PREV-PENDING-ITEM.

           MOVE 'N' TO WS-APPR-FOUND-SWITCH

           IF CA-APPR-SEL-SEQ GREATER THAN 1
               MOVE CA-APPR-SEL-SEQ TO WS-APPR-BROWSE-SEQ

               EXEC CICS STARTBR
                    DATASET('APPRFILE')
                    RIDFLD(WS-APPR-BROWSE-SEQ)
                    GTEQ
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
               END-EXEC

               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   EXEC CICS READPREV
                        DATASET('APPRFILE')
                        INTO(AP-RECORD)
                        RIDFLD(WS-APPR-BROWSE-SEQ)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
                   END-EXEC

                   IF WS-RESP EQUAL DFHRESP(NORMAL)
                       MOVE 'N' TO WS-ABROWSE-DONE-SWITCH
                       PERFORM 1235-READ-PREV-ITEM
                           UNTIL WS-ABROWSE-DONE
                              OR WS-APPR-FOUND
                   END-IF

                   EXEC CICS ENDBR
                        DATASET('APPRFILE')
                   END-EXEC
               END-IF
           END-IF

           IF WS-APPR-FOUND
               MOVE AP-SEQ TO CA-APPR-SEL-SEQ
           ELSE
               MOVE 'TOP OF QUEUE REACHED' TO WS-APPR-MESSAGE
               MOVE CA-APPR-SEL-SEQ TO WS-APPR-BROWSE-SEQ
               PERFORM 1215-FIND-PENDING-FORWARD
           END-IF
           PERFORM 1270-SEND-APPR-MAP
           .

       1235-READ-PREV-ITEM.

           EXEC CICS READPREV
                DATASET('APPRFILE')
                INTO(AP-RECORD)
                RIDFLD(WS-APPR-BROWSE-SEQ)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF AP-SEQ EQUAL ZERO
                   SET WS-ABROWSE-DONE TO TRUE
               ELSE
                   IF AP-STATE-PENDING
                       SET WS-APPR-FOUND TO TRUE
                   END-IF
               END-IF
           ELSE
               SET WS-ABROWSE-DONE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * ENTER - DECIDE THE ITEM ON SHOW. IT IS READ FOR UPDATE AND     *
      * HELD THROUGH THE APPLY, SO TWO CHECKERS CAN NEVER BOTH APPLY   *
      * IT. THE MAKER MAY NOT DECIDE THEIR OWN ITEM - THE ATTEMPT IS   *
      * LOGGED AS ACTION X LIKE ANY OTHER REFUSED ATTEMPT. AN APPROVAL *
      * RUNS THE ITEM THROUGH YFEDITS AND 0300 (OR 0400 FOR A DELETE)  *
      * EXACTLY AS IF IT HAD BEEN KEYED, SO THE TRANSITION RULES,      *
      * HISTORY, AND AUDT ALL APPLY; IF THAT FAILS THE ITEM STAYS      *
      * PENDING AND THE REASON IS SHOWN.                               *
      *----------------------------------------------------------------*
       1240-APPLY-DECISION.

           MOVE CA-APPR-SEL-SEQ TO WS-APPR-BROWSE-SEQ

           EXEC CICS READ
                DATASET('APPRFILE')
                RIDFLD(WS-APPR-BROWSE-SEQ)
                INTO(AP-RECORD)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
            OR AP-SEQ EQUAL ZERO
            OR NOT AP-STATE-PENDING
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   EXEC CICS UNLOCK
                        DATASET('APPRFILE')
                   END-EXEC
               END-IF
               MOVE 'ITEM NO LONGER AWAITING APPROVAL'
                   TO WS-APPR-MESSAGE
               MOVE CA-APPR-SEL-SEQ TO WS-APPR-BROWSE-SEQ
               PERFORM 1215-FIND-PENDING-FORWARD
               PERFORM 1270-SEND-APPR-MAP
               GO TO 1240-APPLY-DECISION-EXIT
           END-IF

           SET WS-APPR-FOUND TO TRUE

           IF ADECI NOT EQUAL 'A'
            AND ADECI NOT EQUAL 'R'
               EXEC CICS UNLOCK
                    DATASET('APPRFILE')
               END-EXEC
               MOVE 'DECISION MUST BE A OR R' TO WS-APPR-MESSAGE
               PERFORM 1270-SEND-APPR-MAP
               GO TO 1240-APPLY-DECISION-EXIT
           END-IF

           IF AP-MAKER-USERID EQUAL EIBUSERID
               EXEC CICS UNLOCK
                    DATASET('APPRFILE')
               END-EXEC
               MOVE AP-RECORD-KEY TO WS-KEY
               MOVE AP-FIELD-2    TO WS-FIELD-2
               MOVE AP-FIELD-3    TO WS-FIELD-3
               MOVE AP-FIELD-4    TO WS-FIELD-4
               PERFORM 0095-LOG-DENIED-ATTEMPT
               MOVE 'YOU KEYED THIS ITEM - ANOTHER OPERATOR MUST DECIDE'
                   TO WS-APPR-MESSAGE
               PERFORM 1270-SEND-APPR-MAP
               GO TO 1240-APPLY-DECISION-EXIT
           END-IF

           IF ADECI EQUAL 'R'
               PERFORM 0220-STAMP-TIMESTAMP
               SET AP-STATE-REJECTED TO TRUE
               PERFORM 1260-MARK-DECISION
               MOVE SPACES TO WS-APPR-MESSAGE
               STRING 'ITEM ' DELIMITED BY SIZE
                      AP-SEQ  DELIMITED BY SIZE
                      ' REJECTED - NOT APPLIED' DELIMITED BY SIZE
                   INTO WS-APPR-MESSAGE
               END-STRING
               COMPUTE WS-APPR-BROWSE-SEQ = CA-APPR-SEL-SEQ + 1
               PERFORM 1215-FIND-PENDING-FORWARD
               PERFORM 1270-SEND-APPR-MAP
               GO TO 1240-APPLY-DECISION-EXIT
           END-IF

           MOVE AP-RECORD-KEY TO CA-INQUIRY-KEY
           MOVE AP-FIELD-2    TO CA-FIELD-2
           MOVE AP-FIELD-3    TO CA-FIELD-3
           MOVE AP-FIELD-4    TO CA-FIELD-4
           MOVE AP-RECORD-KEY TO WS-KEY
           MOVE AP-FIELD-2    TO WS-FIELD-2
           MOVE AP-FIELD-3    TO WS-FIELD-3
           MOVE AP-FIELD-4    TO WS-FIELD-4

      *    THE RECORD MUST STILL BE AS IT STOOD WHEN THE ITEM WAS QUEUED
      *    - THE CHECKER IS APPROVING A CHANGE TO THAT RECORD, NOT TO
      *    WHATEVER IT HAS BECOME SINCE.
           MOVE AP-BEFORE-TS TO WS-EXPECTED-TS
           SET WS-APPLYING-APPROVED TO TRUE
           SET CA-ERROR TO TRUE
           MOVE SPACES TO WS-MESSAGE-TEXT
           IF AP-ACTION-DELETE
               PERFORM 0400-DELETE-DATASET
                   THRU 0400-DELETE-DATASET-EXIT
           ELSE
               PERFORM 0080-EDIT-FIELDS
               IF EDT-PASSED
                   PERFORM 0300-UPDATE-DATASET
                       THRU 0300-UPDATE-DATASET-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-EDIT-CURSOR-SWITCH
           MOVE 'N' TO WS-APPLY-APPROVED-SWITCH

           IF CA-SUCCESS
               SET AP-STATE-APPROVED TO TRUE
               PERFORM 1260-MARK-DECISION
               MOVE SPACES TO WS-APPR-MESSAGE
               STRING 'ITEM ' DELIMITED BY SIZE
                      AP-SEQ  DELIMITED BY SIZE
                      ' APPROVED AND APPLIED' DELIMITED BY SIZE
                   INTO WS-APPR-MESSAGE
               END-STRING
               COMPUTE WS-APPR-BROWSE-SEQ = CA-APPR-SEL-SEQ + 1
               PERFORM 1215-FIND-PENDING-FORWARD
           ELSE
               IF WS-RECORD-STALE
                   PERFORM 1250-CLOSE-SUPERSEDED
               ELSE
                   EXEC CICS UNLOCK
                        DATASET('APPRFILE')
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-MESSAGE-TEXT NOT EQUAL SPACES
                           MOVE WS-MESSAGE-TEXT TO WS-APPR-MESSAGE
                       WHEN CA-RECORD-NOT-FOUND
                           MOVE 'RECORD NO LONGER ON FILE - REJECT IT'
                               TO WS-APPR-MESSAGE
                       WHEN OTHER
                           MOVE 'NOT APPLIED - SEE REJECT QUEUE'
                               TO WS-APPR-MESSAGE
                   END-EVALUATE
               END-IF
               MOVE SPACES TO WS-MESSAGE-TEXT
           END-IF
           PERFORM 1270-SEND-APPR-MAP
           .
       1240-APPLY-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE RECORD HAS CHANGED SINCE THE ITEM WAS QUEUED, SO THE ITEM  *
      * CAN NEVER BE APPROVED AS KEYED - CLOSE IT AS SUPERSEDED (STILL *
      * HELD FOR UPDATE) RATHER THAN LEAVE IT TO EXPIRE, AND MOVE ON.  *
      * THE MAKER KEYS IT AGAIN IF IT IS STILL WANTED.                 *
      *----------------------------------------------------------------*
       1250-CLOSE-SUPERSEDED.

           PERFORM 0220-STAMP-TIMESTAMP
           SET AP-STATE-SUPERSEDED TO TRUE
           PERFORM 1260-MARK-DECISION
           MOVE SPACES TO WS-APPR-MESSAGE
           STRING 'ITEM ' DELIMITED BY SIZE
                  AP-SEQ  DELIMITED BY SIZE
                  ' CLOSED - RECORD CHANGED SINCE QUEUED'
                          DELIMITED BY SIZE
               INTO WS-APPR-MESSAGE
           END-STRING
           COMPUTE WS-APPR-BROWSE-SEQ = CA-APPR-SEL-SEQ + 1
           PERFORM 1215-FIND-PENDING-FORWARD
           .

      *----------------------------------------------------------------*
      * STAMP THE DECISION ON THE ITEM STILL HELD FOR UPDATE - WHO AND *
      * WHEN. THE TIMESTAMP IS WHATEVER 0220 LAST PUT IN               *
      * WS-LAST-UPDATE-TS (THE APPLY STAMPED IT ON AN APPROVAL).       *
      *----------------------------------------------------------------*
       1260-MARK-DECISION.

           MOVE EIBUSERID         TO AP-DECIDED-BY
           MOVE WS-LAST-UPDATE-TS TO AP-DECIDED-TS

           EXEC CICS REWRITE
                DATASET('APPRFILE')
                FROM(AP-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'APPRFILE'     TO WS-REJECT-DATASET
               MOVE AP-RECORD-KEY  TO WS-REJECT-KEY
               PERFORM 0190-REJECT-TRANSACTION
           END-IF
           .

       1270-SEND-APPR-MAP.

           MOVE LOW-VALUES TO DEMOAPRO
           IF WS-APPR-FOUND
               MOVE AP-SEQ            TO ASEQO
               MOVE AP-ACTION         TO AACTO
               MOVE AP-RECORD-KEY     TO AKEYO
               MOVE AP-MAKER-USERID   TO AMKRO
               MOVE AP-MAKER-TERMID   TO ATRMO
               MOVE AP-QUEUED-TS (1:19) TO AQTSO
               MOVE AP-BEFORE-FIELD-2 TO ABF2O
               MOVE AP-FIELD-2        TO AFL2O
               MOVE AP-BEFORE-FIELD-3 TO ABF3O
               MOVE AP-FIELD-3        TO AFL3O
               MOVE AP-BEFORE-FIELD-4 TO ABF4O
               MOVE AP-FIELD-4        TO AFL4O
               MOVE AP-BEFORE-STATUS  TO ABSTO
           END-IF
           MOVE WS-APPR-MESSAGE TO AAPMSGO
           MOVE SPACES          TO WS-APPR-MESSAGE

           EXEC CICS SEND MAP('DEMOAPR')
                MAPSET('DEMOSET')
                FROM(DEMOAPRO)
                ERASE
           END-EXEC
           .

      *----------------------------------------------------------------*
      * OPERATOR-NOTES DRIVER. THE PRIOR TASK SENT DEMONTE AND SET     *
      * CA-SCREEN-NOTES, SO THIS TASK RECEIVES THE NOTES MAP AND ACTS  *
      * ON THE AID KEY: PF7/PF8 PAGE THROUGH THE KEY'S NOTES, PF3 GOES *
      * BACK TO THE SCREEN THE NOTES WERE REACHED FROM, ENTER ADDS THE *
      * NOTE KEYED ON THE ADD LINE (OR JUST REFRESHES THE PAGE WHEN    *
      * THE LINE IS BLANK). NOTES ARE ONLY EVER APPENDED.              *
      *----------------------------------------------------------------*
       1300-PROCESS-NOTE-SCREEN.

           EXEC CICS RECEIVE MAP('DEMONTE')
                MAPSET('DEMOSET')
                INTO(DEMONTEI)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
      *        NOTHING USABLE CAME BACK (MAPFAIL) - CARRY ON WITH AN
      *        EMPTY INPUT AREA AND LET THE AID KEY DECIDE.
               MOVE LOW-VALUES TO DEMONTEI
           END-IF

           EVALUATE TRUE
               WHEN EIBAID EQUAL DFHCLEAR
                   MOVE SPACES TO CA-SCREEN-ID
                   MOVE SPACES TO CA-FUNCTION-CODE
                   PERFORM 0050-SEND-INITIAL-MAP
               WHEN EIBAID EQUAL DFHPF3
                   PERFORM 1390-LEAVE-NOTE-SCREEN
               WHEN EIBAID EQUAL DFHPF8
                   PERFORM 1320-NOTE-PAGE-FORWARD
               WHEN EIBAID EQUAL DFHPF7
                   PERFORM 1330-NOTE-PAGE-BACKWARD
               WHEN OTHER
                   PERFORM 1340-ADD-NOTE
                       THRU 1340-ADD-NOTE-EXIT
           END-EVALUATE
           .
       1300-PROCESS-NOTE-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NOTES ARE ONLY KEPT FOR A RECORD ON YOURFILE (LOGICALLY        *
      * DELETED INCLUDED - THE REASON FOR A DELETE IS WORTH A NOTE).   *
      * A PURGED RECORD'S NOTES ARE ON THE ARCHIVE, FOR YFARCHI.       *
      *----------------------------------------------------------------*
       1305-CHECK-NOTE-KEY.

           MOVE 'N'    TO WS-NOTE-KEY-SWITCH
           MOVE SPACES TO WS-NOTE-MESSAGE

           IF CA-INQUIRY-KEY EQUAL SPACES
            OR CA-INQUIRY-KEY EQUAL LOW-VALUES
               MOVE 'ENTER A KEY FOR THE NOTES FUNCTION'
                   TO WS-NOTE-MESSAGE
           ELSE
               EXEC CICS READ
                    DATASET('YOURFILE')
                    RIDFLD(CA-INQUIRY-KEY)
                    INTO(WS-CURRENT-RECORD)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                       SET WS-NOTE-KEY-OK TO TRUE
                   WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                       STRING 'NO YOURFILE RECORD FOR KEY '
                                              DELIMITED BY SIZE
                              CA-INQUIRY-KEY  DELIMITED BY SIZE
                           INTO WS-NOTE-MESSAGE
                       END-STRING
                   WHEN OTHER
                       MOVE 'YOURFILE UNAVAILABLE - TRY LATER'
                           TO WS-NOTE-MESSAGE
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE NOTES SCREEN OPENS ON THE NEWEST PAGE - THE LATEST WORD ON *
      * THE RECORD IS WHAT THE OPERATOR CAME FOR; PF7 PAGES BACK.      *
      *----------------------------------------------------------------*
       1310-ENTER-NOTE-SCREEN.

           SET CA-SUCCESS TO TRUE
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE ZERO   TO CA-NOTE-TOP-SEQ
           MOVE ZERO   TO CA-NOTE-BOTTOM-SEQ
           PERFORM 1312-FIND-LAST-PAGE
           PERFORM 1315-BUILD-NOTE-PAGE
           PERFORM 1360-SEND-NOTE-MAP
           SET CA-SCREEN-NOTES TO TRUE
           .

       1312-FIND-LAST-PAGE.

           MOVE CA-INQUIRY-KEY TO NT-RECORD-KEY
           MOVE ZERO           TO NT-SEQUENCE

           EXEC CICS READ
                DATASET('NOTEFILE')
                RIDFLD(NT-KEY)
                INTO(NT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND NT-HIGH-SEQUENCE NUMERIC
            AND NT-HIGH-SEQUENCE GREATER THAN 8
               COMPUTE WS-NOTE-START-SEQ = NT-HIGH-SEQUENCE - 7
           ELSE
               MOVE 1 TO WS-NOTE-START-SEQ
           END-IF
           .

      *----------------------------------------------------------------*
      * BUILDS A PAGE OF UP TO EIGHT NOTES FROM WS-NOTE-START-SEQ      *
      * UPWARD. THE SEQUENCE-0000 HIGH-WATER RECORD IS A CONTROL       *
      * RECORD, NOT A NOTE, AND IS SKIPPED.                            *
      *----------------------------------------------------------------*
       1315-BUILD-NOTE-PAGE.

           MOVE SPACES TO WS-NOTE-TABLE
           MOVE ZERO   TO WS-NOTE-COUNT

           MOVE CA-INQUIRY-KEY    TO WS-NB-KEY
           MOVE WS-NOTE-START-SEQ TO WS-NB-SEQ
           IF WS-NB-SEQ EQUAL ZERO
               MOVE 1 TO WS-NB-SEQ
           END-IF

           EXEC CICS STARTBR
                DATASET('NOTEFILE')
                RIDFLD(WS-NOTE-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-NBROWSE-DONE-SWITCH
               PERFORM 1317-READ-NEXT-NOTE
                   UNTIL WS-NBROWSE-DONE
                      OR WS-NOTE-COUNT GREATER THAN OR EQUAL TO 8

               EXEC CICS ENDBR
                    DATASET('NOTEFILE')
               END-EXEC
           END-IF

           IF WS-NOTE-COUNT GREATER THAN ZERO
               MOVE WS-NL-SEQ (1) TO CA-NOTE-TOP-SEQ
               MOVE WS-NL-SEQ (WS-NOTE-COUNT)
                   TO CA-NOTE-BOTTOM-SEQ
           END-IF
           IF WS-NOTE-COUNT EQUAL ZERO
              AND WS-NOTE-MESSAGE EQUAL SPACES
               MOVE 'NO NOTES ON FILE FOR THIS KEY - KEY ONE ON THE ADD
      -             'LINE'
                   TO WS-NOTE-MESSAGE
           END-IF
           .

       1317-READ-NEXT-NOTE.

           EXEC CICS READNEXT
                DATASET('NOTEFILE')
                INTO(NT-RECORD)
                RIDFLD(WS-NOTE-BROWSE-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND NT-RECORD-KEY EQUAL CA-INQUIRY-KEY
               IF NT-SEQUENCE EQUAL ZERO
                   CONTINUE
               ELSE
                   ADD 1 TO WS-NOTE-COUNT
                   MOVE NT-SEQUENCE         TO
                       WS-NL-SEQ (WS-NOTE-COUNT)
                   MOVE NT-NOTE-TS (1:19)   TO
                       WS-NL-TS (WS-NOTE-COUNT)
                   MOVE NT-USERID           TO
                       WS-NL-USERID (WS-NOTE-COUNT)
                   MOVE NT-TERMID           TO
                       WS-NL-TERMID (WS-NOTE-COUNT)
                   MOVE NT-TEXT             TO
                       WS-NL-TEXT (WS-NOTE-COUNT)
               END-IF
           ELSE
               SET WS-NBROWSE-DONE TO TRUE
           END-IF
           .

       1320-NOTE-PAGE-FORWARD.

           IF CA-NOTE-BOTTOM-SEQ NOT NUMERIC
            OR CA-NOTE-BOTTOM-SEQ EQUAL ZERO
               MOVE 1 TO WS-NOTE-START-SEQ
           ELSE
               COMPUTE WS-NOTE-START-SEQ = CA-NOTE-BOTTOM-SEQ + 1
           END-IF
           PERFORM 1315-BUILD-NOTE-PAGE

      *----------------------------------------------------------------*
      * NOTHING PAST THE BOTTOM ANCHOR - REBUILD THE PAGE WE WERE ON   *
      * RATHER THAN BLANK THE SCREEN.                                  *
      *----------------------------------------------------------------*
           IF WS-NOTE-COUNT EQUAL ZERO
              AND CA-NOTE-TOP-SEQ NUMERIC
              AND CA-NOTE-TOP-SEQ GREATER THAN ZERO
               MOVE 'BOTTOM OF NOTES REACHED' TO WS-NOTE-MESSAGE
               MOVE CA-NOTE-TOP-SEQ TO WS-NOTE-START-SEQ
               PERFORM 1315-BUILD-NOTE-PAGE
           END-IF
           PERFORM 1360-SEND-NOTE-MAP
           .

      *----------------------------------------------------------------*
      * NOTES ARE DENSE PER KEY AND NEVER DELETED ONLINE, SO THE PAGE  *
      * BEFORE THE TOP ANCHOR IS PLAIN ARITHMETIC, AS ON THE HISTORY   *
      * LIST (0630).                                                   *
      *----------------------------------------------------------------*
       1330-NOTE-PAGE-BACKWARD.

           IF CA-NOTE-TOP-SEQ NOT NUMERIC
            OR CA-NOTE-TOP-SEQ NOT GREATER THAN 1
               MOVE 'TOP OF NOTES REACHED' TO WS-NOTE-MESSAGE
               MOVE 1 TO WS-NOTE-START-SEQ
           ELSE
               IF CA-NOTE-TOP-SEQ GREATER THAN 8
                   COMPUTE WS-NOTE-START-SEQ = CA-NOTE-TOP-SEQ - 8
               ELSE
                   MOVE 1 TO WS-NOTE-START-SEQ
               END-IF
           END-IF
           PERFORM 1315-BUILD-NOTE-PAGE
           PERFORM 1360-SEND-NOTE-MAP
           .

      *----------------------------------------------------------------*
      * ENTER ON THE NOTES SCREEN. A BLANK ADD LINE JUST REFRESHES THE *
      * PAGE. OTHERWISE THE NOTE IS APPENDED UNDER THE KEY'S NEXT      *
      * SEQUENCE, PROVIDED THE OPERATOR HOLDS LEVEL 2 AND THE RECORD   *
      * IS STILL ON YOURFILE, AND THE PAGE HOLDING IT IS SHOWN. A NOTE *
      * THAT COULD NOT BE FILED STAYS ON THE ADD LINE.                 *
      *----------------------------------------------------------------*
       1340-ADD-NOTE.

           MOVE NNEWI TO WS-NOTE-TEXT
           INSPECT WS-NOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES
           IF WS-NOTE-TEXT EQUAL SPACES
               PERFORM 1345-REFRESH-NOTE-PAGE
               GO TO 1340-ADD-NOTE-EXIT
           END-IF

           MOVE SPACES         TO WS-RECORD
           MOVE CA-INQUIRY-KEY TO WS-KEY

           SET CA-FUNCTION-NOTE-ADD TO TRUE
           PERFORM 0090-CHECK-AUTHORITY
           SET CA-FUNCTION-NOTES TO TRUE
           IF NOT WS-AUTH-GRANTED
               MOVE 'NOT AUTHORIZED TO ADD NOTES' TO WS-NOTE-MESSAGE
               PERFORM 0095-LOG-DENIED-ATTEMPT
               MOVE SPACES TO WS-NOTE-TEXT
               PERFORM 1345-REFRESH-NOTE-PAGE
               GO TO 1340-ADD-NOTE-EXIT
           END-IF

           PERFORM 1305-CHECK-NOTE-KEY
           IF NOT WS-NOTE-KEY-OK
               STRING WS-NOTE-MESSAGE     DELIMITED BY '  '
                      ' - NOTE NOT ADDED' DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
               MOVE WS-MESSAGE-TEXT TO WS-NOTE-MESSAGE
               MOVE SPACES          TO WS-MESSAGE-TEXT
               PERFORM 1345-REFRESH-NOTE-PAGE
               GO TO 1340-ADD-NOTE-EXIT
           END-IF

           PERFORM 1350-WRITE-NOTE

           IF WS-NOTE-DONE
               STRING 'NOTE '          DELIMITED BY SIZE
                      WS-NOTE-HIGH-SEQ DELIMITED BY SIZE
                      ' ADDED'         DELIMITED BY SIZE
                   INTO WS-NOTE-MESSAGE
               END-STRING
               MOVE SPACES TO WS-NOTE-TEXT
               IF WS-NOTE-HIGH-SEQ GREATER THAN 8
                   COMPUTE WS-NOTE-START-SEQ = WS-NOTE-HIGH-SEQ - 7
               ELSE
                   MOVE 1 TO WS-NOTE-START-SEQ
               END-IF
               PERFORM 1315-BUILD-NOTE-PAGE
               PERFORM 1360-SEND-NOTE-MAP
           ELSE
               MOVE 'NOTE NOT ADDED - SEE REJECT QUEUE'
                   TO WS-NOTE-MESSAGE
               PERFORM 1345-REFRESH-NOTE-PAGE
           END-IF
           .
       1340-ADD-NOTE-EXIT.
           EXIT.

       1345-REFRESH-NOTE-PAGE.

           IF CA-NOTE-TOP-SEQ NUMERIC
            AND CA-NOTE-TOP-SEQ GREATER THAN ZERO
               MOVE CA-NOTE-TOP-SEQ TO WS-NOTE-START-SEQ
           ELSE
               MOVE 1 TO WS-NOTE-START-SEQ
           END-IF
           PERFORM 1315-BUILD-NOTE-PAGE
           PERFORM 1360-SEND-NOTE-MAP
           .

      *----------------------------------------------------------------*
      * FILES THE NOTE IN WS-NOTE-TEXT UNDER THE NEXT SEQUENCE FOR THE *
      * KEY, FROM THE SEQUENCE-0000 HIGH-WATER RECORD, WITH THE DUPREC *
      * BUMP AS THE CONCURRENCY TIE-BREAK - THE SAME SCHEME AS 0290    *
      * FOR YFHIST. WS-NOTE-HIGH-SEQ COMES BACK AS THE SEQUENCE USED.  *
      *----------------------------------------------------------------*
       1350-WRITE-NOTE.

           MOVE SPACES TO WS-LAST-UPDATE-TS
           PERFORM 0220-STAMP-TIMESTAMP

           MOVE CA-INQUIRY-KEY TO NT-RECORD-KEY
           MOVE ZERO           TO NT-SEQUENCE
           MOVE 'N'            TO WS-NOTE-ANCHOR-SWITCH

           EXEC CICS READ
                DATASET('NOTEFILE')
                RIDFLD(NT-KEY)
                INTO(NT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
            AND NT-HIGH-SEQUENCE NUMERIC
               SET WS-NOTE-ANCHOR-FOUND TO TRUE
               COMPUTE WS-NOTE-HIGH-SEQ = NT-HIGH-SEQUENCE + 1
           ELSE
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   SET WS-NOTE-ANCHOR-FOUND TO TRUE
               END-IF
               MOVE 1 TO WS-NOTE-HIGH-SEQ
           END-IF

           MOVE CA-INQUIRY-KEY    TO NT-RECORD-KEY
           MOVE WS-NOTE-HIGH-SEQ  TO NT-SEQUENCE
           MOVE WS-LAST-UPDATE-TS TO NT-NOTE-TS
           MOVE EIBUSERID         TO NT-USERID
           MOVE EIBTRMID          TO NT-TERMID
           MOVE WS-NOTE-TEXT      TO NT-TEXT

           MOVE 'N' TO WS-NOTE-DONE-SWITCH
           PERFORM 1352-TRY-NOTE-WRITE
               UNTIL WS-NOTE-DONE
                  OR NT-SEQUENCE GREATER THAN 9998

           IF WS-NOTE-DONE
               MOVE NT-SEQUENCE TO WS-NOTE-HIGH-SEQ
               PERFORM 1355-POST-NOTE-HIGH-WATER
           ELSE
               MOVE 'NOTEFILE'     TO WS-REJECT-DATASET
               MOVE CA-INQUIRY-KEY TO WS-REJECT-KEY
               PERFORM 0190-REJECT-TRANSACTION
           END-IF
           .

       1352-TRY-NOTE-WRITE.

           EXEC CICS WRITE
                DATASET('NOTEFILE')
                RIDFLD(NT-KEY)
                FROM(NT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   SET WS-NOTE-DONE TO TRUE
               WHEN WS-RESP EQUAL DFHRESP(DUPREC)
                   ADD 1 TO NT-SEQUENCE
               WHEN OTHER
                   MOVE 9999 TO NT-SEQUENCE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RECORD THE NOTE JUST FILED AS THE KEY'S NEW HIGH-WATER. A      *
      * FAILURE HERE IS NON-FATAL - THE NEXT WRITER JUST BUMPS PAST    *
      * THE DUPLICATES FROM THE STALE NUMBER.                          *
      *----------------------------------------------------------------*
       1355-POST-NOTE-HIGH-WATER.

           MOVE CA-INQUIRY-KEY   TO NT-RECORD-KEY
           MOVE ZERO             TO NT-SEQUENCE
           MOVE SPACES           TO NT-ANCHOR-DATA
           MOVE WS-NOTE-HIGH-SEQ TO NT-HIGH-SEQUENCE

           IF WS-NOTE-ANCHOR-FOUND
               EXEC CICS READ
                    DATASET('NOTEFILE')
                    RIDFLD(NT-KEY)
                    INTO(WS-NOTE-ANCHOR-HOLD)
                    UPDATE
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   EXEC CICS REWRITE
                        DATASET('NOTEFILE')
                        FROM(NT-RECORD)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
                   END-EXEC
               END-IF
           ELSE
               EXEC CICS WRITE
                    DATASET('NOTEFILE')
                    RIDFLD(NT-KEY)
                    FROM(NT-RECORD)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
               END-EXEC
           END-IF
           .

       1360-SEND-NOTE-MAP.

           MOVE LOW-VALUES     TO DEMONTEO
           MOVE CA-INQUIRY-KEY TO NTEKEYO
           MOVE ZERO TO WS-NOTE-SUB
           PERFORM 1365-MOVE-NOTE-LINE-TO-MAP
               UNTIL WS-NOTE-SUB GREATER THAN OR EQUAL TO 8
           IF WS-NOTE-TEXT NOT EQUAL SPACES
               MOVE WS-NOTE-TEXT TO NNEWO
           END-IF
           MOVE WS-NOTE-MESSAGE TO NTEMSGO
           MOVE SPACES TO WS-NOTE-MESSAGE

           EXEC CICS SEND MAP('DEMONTE')
                MAPSET('DEMOSET')
                FROM(DEMONTEO)
                ERASE
           END-EXEC
           .

       1365-MOVE-NOTE-LINE-TO-MAP.

           ADD 1 TO WS-NOTE-SUB
           MOVE WS-NL-SEQ (WS-NOTE-SUB)    TO NSEQO (WS-NOTE-SUB)
           MOVE WS-NL-TS (WS-NOTE-SUB)     TO NTSO (WS-NOTE-SUB)
           MOVE WS-NL-USERID (WS-NOTE-SUB) TO NUSRO (WS-NOTE-SUB)
           MOVE WS-NL-TERMID (WS-NOTE-SUB) TO NTRMO (WS-NOTE-SUB)
           MOVE WS-NL-TEXT (WS-NOTE-SUB)   TO NTXTO (WS-NOTE-SUB)
           .

      *----------------------------------------------------------------*
      * PF3 ON THE NOTES SCREEN - BACK TO THE LIST PAGE THE NOTES WERE *
      * REACHED FROM, OR TO THE DETAIL SCREEN WITH THE KEY FILLED IN.  *
      *----------------------------------------------------------------*
       1390-LEAVE-NOTE-SCREEN.

           IF CA-NOTE-FROM-LIST
               SET CA-FUNCTION-LIST TO TRUE
               PERFORM 0595-REFRESH-LIST-PAGE
               SET CA-SCREEN-LIST TO TRUE
           ELSE
               MOVE SPACES TO CA-SCREEN-ID
               MOVE SPACES TO CA-FUNCTION-CODE
               MOVE LOW-VALUES     TO DEMOMAPO
               MOVE CA-INQUIRY-KEY TO MAPKEYO
               MOVE 'BACK FROM NOTES - ENTER FUNCTION' TO MAPMSGO

               EXEC CICS SEND MAP('DEMOMAP')
                    MAPSET('DEMOSET')
                    FROM(DEMOMAPO)
                    ERASE
               END-EXEC
           END-IF
           .

       9999-END.
           .
