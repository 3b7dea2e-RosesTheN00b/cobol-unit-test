      *                 AND A DENIED TOTAL, SO THE DAILY REPORT SHOWS
      *                 ATTEMPTED-BUT-DENIED ACTIONS ALONGSIDE THE
      *                 WORK THAT WENT THROUGH.
      * 2026-10-15 RJH  ACTION T (REFUSED) ENTRIES FROM THE FIELD-3
      *                 TRANSITION RULES ARE COUNTED THE SAME WAY - A
      *                 REFUSED COLUMN ON THE PER-OPERATOR SUMMARY AND
      *                 A REFUSED TOTAL. THE DETAIL BY SOURCE IS ON
      *                 YFTRNRPT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFAUDTR.
       77  WS-TOTAL-CHANGES                 PIC 9(9) COMP VALUE ZERO.
       77  WS-TOTAL-DELETES                 PIC 9(9) COMP VALUE ZERO.
       77  WS-TOTAL-DENIED                  PIC 9(9) COMP VALUE ZERO.
       77  WS-TOTAL-REFUSED                 PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * PER-OPERATOR ACTIVITY COUNTS FOR THE SUMMARY SECTION. AN       *
               10  WS-OPR-CHANGES          PIC 9(7) COMP.
               10  WS-OPR-DELETES          PIC 9(7) COMP.
               10  WS-OPR-DENIED           PIC 9(7) COMP.
               10  WS-OPR-REFUSED          PIC 9(7) COMP.

       77  WS-OPR-USED                      PIC 9(3) COMP VALUE ZERO.
       77  WS-OPR-SUB                       PIC 9(3) COMP VALUE ZERO.
           05  WS-HEADING-3.
               10  FILLER                  PIC X(32) VALUE
                   'OPERATOR      ADDS  CHANGES  DEL'.
               10  FILLER                  PIC X(21) VALUE
                   'ETES  DENIED  REFUSED'.
               10  FILLER                  PIC X(27) VALUE SPACES.
           05  WS-DETAIL-OPERATOR.
               10  WS-DO-USERID            PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DO-DELETES           PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DO-DENIED            PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DO-REFUSED           PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-DETAIL-READ.
               10  FILLER                  PIC X(22) VALUE
                   'AUDIT ENTRIES READ..: '.
                   ADD 1 TO WS-TOTAL-DELETES
               WHEN AUD-ACTION-DENIED
                   ADD 1 TO WS-TOTAL-DENIED
               WHEN AUD-ACTION-REFUSED
                   ADD 1 TO WS-TOTAL-REFUSED
           END-EVALUATE

      *----------------------------------------------------------------*
                                         WS-OPR-CHANGES (WS-OPR-SUB)
                                         WS-OPR-DELETES (WS-OPR-SUB)
                                         WS-OPR-DENIED (WS-OPR-SUB)
                                         WS-OPR-REFUSED (WS-OPR-SUB)
               ELSE
                   MOVE 50            TO WS-OPR-SUB
                   IF WS-OPR-USED LESS THAN 50
                                         WS-OPR-CHANGES (50)
                                         WS-OPR-DELETES (50)
                                         WS-OPR-DENIED (50)
                                         WS-OPR-REFUSED (50)
                   END-IF
               END-IF
           END-IF
                   ADD 1 TO WS-OPR-DELETES (WS-OPR-SUB)
               WHEN AUD-ACTION-DENIED
                   ADD 1 TO WS-OPR-DENIED (WS-OPR-SUB)
               WHEN AUD-ACTION-REFUSED
                   ADD 1 TO WS-OPR-REFUSED (WS-OPR-SUB)
           END-EVALUATE
           .

           DISPLAY 'YFAUDTR: HISTORY RECORDS...: ' WS-WRITTEN-COUNT
           DISPLAY 'YFAUDTR: ENTRIES NOT KEPT..: ' WS-DROPPED-COUNT
           DISPLAY 'YFAUDTR: DENIED ATTEMPTS...: ' WS-TOTAL-DENIED
           DISPLAY 'YFAUDTR: REFUSED TRANSITION: ' WS-TOTAL-REFUSED

           MOVE 'C' TO RC-COMPLETION-CODE
           MOVE WS-WRITTEN-COUNT TO RC-RECORD-COUNT
           MOVE WS-OPR-CHANGES (WS-OPR-SUB) TO WS-DO-CHANGES
           MOVE WS-OPR-DELETES (WS-OPR-SUB) TO WS-DO-DELETES
           MOVE WS-OPR-DENIED (WS-OPR-SUB)  TO WS-DO-DENIED
           MOVE WS-OPR-REFUSED (WS-OPR-SUB) TO WS-DO-REFUSED
           MOVE WS-DETAIL-OPERATOR          TO AR-LINE
           WRITE AR-LINE
           .
