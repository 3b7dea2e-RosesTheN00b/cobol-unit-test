      *                 THE FD AND LAYOUT GREW WITH IT; PENDED
      *                 TRANSACTIONS THEMSELVES MOVE NOTHING THE
      *                 NIGHT THEY ARRIVE.
      * 2026-10-15 RJH  ONE PARTNER LEG PER PARTNER. TRNCTL NOW HOLDS A
      *                 CHECKPOINT RECORD FOR EACH PARTNER FILE RUN
      *                 (PARTNER ID, FILE SEQUENCE AND STATE ADDED - FD
      *                 107 TO 132); ALL ARE READ, SUMMED BY PARTNER,
      *                 AND THE STATEMENT SHOWS EACH PARTNER'S ADDS,
      *                 REACTIVATIONS AND DEACTIVATIONS. A FILE LEFT
      *                 IN PROGRESS IS COUNTED AS FAR AS IT GOT AND
      *                 FLAGGED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFBALNC.
       01  CTL-FILE-RECORD                PIC X(80).

       FD  TRNCTL
           RECORD CONTAINS 132 CHARACTERS.
       01  TCT-FILE-RECORD                PIC X(132).

       FD  REJCTL
           RECORD CONTAINS 80 CHARACTERS.
           05  WSP-REA-COUNT                PIC 9(9).
           05  WSP-DEA-COUNT                PIC 9(9).
           05  WSP-PND-COUNT                PIC 9(9).
           05  WSP-PARTNER-ID               PIC X(8).
           05  WSP-FILE-SEQ                 PIC 9(6).
           05  WSP-FILE-DATE                PIC X(10).
           05  WSP-STATE                    PIC X(1).
               88  WSP-STATE-IN-PROGRESS            VALUE 'I'.
       01  WS-TRNCTL-EOF-SWITCH             PIC X(1)      VALUE 'N'.
           88  WS-TRNCTL-AT-END                     VALUE 'Y'.

      *    PARTNER LEGS SUMMED BY PARTNER - A PARTNER MAY SEND MORE
      *    THAN ONE FILE IN A NIGHT.
       01  WS-PARTNER-LEG-TABLE.
           05  WS-PARTNER-LEG               OCCURS 50 TIMES.
               10  WS-PL-PARTNER-ID         PIC X(8).
               10  WS-PL-ADDS               PIC 9(9) COMP.
               10  WS-PL-REACTIVATES        PIC 9(9) COMP.
               10  WS-PL-DEACTIVATES        PIC 9(9) COMP.
       77  WS-PL-MAX                        PIC 9(4) COMP VALUE 50.
       77  WS-PL-COUNT                      PIC 9(4) COMP VALUE ZERO.
       77  WS-PL-SUB                        PIC 9(4) COMP VALUE ZERO.

      *    YFREJPR'S RUN TOTALS - SAME LAYOUT IT WRITES TO REJCTL.
       01  WS-RETRY-CONTROL.
               10  WS-DL-SIGN              PIC X(2).
               10  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC X(44) VALUE SPACES.
           05  WS-PARTNER-CAPTION.
               10  WS-PC-PARTNER-ID        PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-PC-LEG               PIC X(11).
               10  FILLER                  PIC X(2)  VALUE ': '.
           05  WS-DETAIL-VERDICT.
               10  WS-DV-TEXT              PIC X(40).
               10  FILLER                  PIC X(40) VALUE SPACES.
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE TRNCTL RECORD PER PARTNER FILE RUN TONIGHT. EACH RECORD'S  *
      * COUNTS GO TO ITS PARTNER'S LEG AND TO THE PARTNER TOTALS THE   *
      * EQUATION USES. A FILE STILL IN PROGRESS ABENDED AND WAS NOT    *
      * RESTARTED - ITS COUNTS STAND AS AT THE LAST CHECKPOINT, WHICH  *
      * MAY NOT BE ALL IT APPLIED, SO SAY SO.                          *
      *----------------------------------------------------------------*
       1150-READ-PARTNER-CONTROL.

           MOVE ZERO TO WS-PARTNER-ADDS
           MOVE ZERO TO WS-PARTNER-REACTIVATES
           MOVE ZERO TO WS-PARTNER-DEACTIVATES
           MOVE ZERO TO WS-PL-COUNT
           OPEN INPUT TRNCTL
           IF NOT WS-TRNCTL-OK
               CLOSE TRNCTL
           ELSE
               PERFORM 1160-READ-ONE-PARTNER-CONTROL
                   UNTIL WS-TRNCTL-AT-END
               CLOSE TRNCTL
           END-IF
           .

       1160-READ-ONE-PARTNER-CONTROL.

           MOVE SPACES TO WS-PARTNER-CONTROL
           READ TRNCTL INTO WS-PARTNER-CONTROL
               AT END
                   SET WS-TRNCTL-AT-END TO TRUE
           END-READ

           IF NOT WS-TRNCTL-AT-END
               IF WSP-PARTNER-ID EQUAL SPACES
                   MOVE 'PARTNER ' TO WSP-PARTNER-ID
               END-IF
               IF WSP-STATE-IN-PROGRESS
                   DISPLAY 'YFBALNC: PARTNER ' WSP-PARTNER-ID
                       ' FILE ' WSP-FILE-SEQ ' IS STILL IN PROGRESS - '
                       'LEG IS AS AT ITS LAST CHECKPOINT'
               END-IF
               IF WSP-ADD-COUNT NUMERIC
                AND WSP-REA-COUNT NUMERIC
                AND WSP-DEA-COUNT NUMERIC
                   PERFORM 1165-FIND-PARTNER-LEG
                   ADD WSP-ADD-COUNT TO WS-PL-ADDS (WS-PL-SUB)
                   ADD WSP-REA-COUNT TO WS-PL-REACTIVATES (WS-PL-SUB)
                   ADD WSP-DEA-COUNT TO WS-PL-DEACTIVATES (WS-PL-SUB)
                   ADD WSP-ADD-COUNT TO WS-PARTNER-ADDS
                   ADD WSP-REA-COUNT TO WS-PARTNER-REACTIVATES
                   ADD WSP-DEA-COUNT TO WS-PARTNER-DEACTIVATES
               ELSE
                   DISPLAY 'YFBALNC: TRNCTL HAS NO SPLIT COUNTS FOR '
                       WSP-PARTNER-ID ' - ITS LEG IS ZERO'
               END-IF
           END-IF
           .

       1165-FIND-PARTNER-LEG.

           MOVE 1 TO WS-PL-SUB
           PERFORM 1166-STEP-PARTNER-LEG
               UNTIL WS-PL-SUB GREATER THAN WS-PL-COUNT
                  OR WS-PL-PARTNER-ID (WS-PL-SUB) EQUAL WSP-PARTNER-ID

           IF WS-PL-SUB GREATER THAN WS-PL-COUNT
               IF WS-PL-COUNT NOT LESS THAN WS-PL-MAX
                   DISPLAY 'YFBALNC: TRNCTL HOLDS MORE THAN '
                       WS-PL-MAX ' PARTNERS'
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT    TO WS-PL-SUB
               MOVE WSP-PARTNER-ID TO WS-PL-PARTNER-ID (WS-PL-SUB)
               MOVE ZERO TO WS-PL-ADDS (WS-PL-SUB)
               MOVE ZERO TO WS-PL-REACTIVATES (WS-PL-SUB)
               MOVE ZERO TO WS-PL-DEACTIVATES (WS-PL-SUB)
           END-IF
           .

       1166-STEP-PARTNER-LEG.

           ADD 1 TO WS-PL-SUB
           .

      *----------------------------------------------------------------*
      * YFREJPR'S RUN TOTALS - A REJECT RE-DRIVEN AS A FRESH WRITE OR  *
      * A REACTIVATING REWRITE NEVER MADE AN AUDT ENTRY, SO WITHOUT    *
           MOVE WS-LOADER-REACTIVATES    TO WS-DL-AMOUNT
           PERFORM 3100-WRITE-LEG-LINE

      *    NO PARTNER FILE TONIGHT STILL SHOWS THE (ZERO) LEG.
           IF WS-PL-COUNT EQUAL ZERO
               MOVE 1          TO WS-PL-COUNT
               MOVE 'PARTNER ' TO WS-PL-PARTNER-ID (1)
               MOVE ZERO       TO WS-PL-ADDS (1)
               MOVE ZERO       TO WS-PL-REACTIVATES (1)
               MOVE ZERO       TO WS-PL-DEACTIVATES (1)
           END-IF
           MOVE 1 TO WS-PL-SUB
           PERFORM 3050-WRITE-PARTNER-LEGS
               UNTIL WS-PL-SUB GREATER THAN WS-PL-COUNT

           MOVE 'RETRY ADDS (REJT)...: ' TO WS-DL-CAPTION
           MOVE '+ '                     TO WS-DL-SIGN
           END-IF
           .

       3050-WRITE-PARTNER-LEGS.

           MOVE WS-PL-PARTNER-ID (WS-PL-SUB) TO WS-PC-PARTNER-ID

           MOVE 'ADDS.......'            TO WS-PC-LEG
           MOVE WS-PARTNER-CAPTION       TO WS-DL-CAPTION
           MOVE '+ '                     TO WS-DL-SIGN
           MOVE WS-PL-ADDS (WS-PL-SUB)   TO WS-DL-AMOUNT
           PERFORM 3100-WRITE-LEG-LINE

           MOVE 'REACTIVATES'            TO WS-PC-LEG
           MOVE WS-PARTNER-CAPTION       TO WS-DL-CAPTION
           MOVE '+ '                     TO WS-DL-SIGN
           MOVE WS-PL-REACTIVATES (WS-PL-SUB) TO WS-DL-AMOUNT
           PERFORM 3100-WRITE-LEG-LINE

           MOVE 'DEACTIVATES'            TO WS-PC-LEG
           MOVE WS-PARTNER-CAPTION       TO WS-DL-CAPTION
           MOVE '- '                     TO WS-DL-SIGN
           MOVE WS-PL-DEACTIVATES (WS-PL-SUB) TO WS-DL-AMOUNT
           PERFORM 3100-WRITE-LEG-LINE

           ADD 1 TO WS-PL-SUB
           .

       3100-WRITE-LEG-LINE.

           MOVE WS-DETAIL-LEG TO BL-LINE
