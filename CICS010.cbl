      *    business-date field existed.
      *
      *    Dante Cola 02.09.2026 - new for case TS015343790.
      *
      *    Dante Cola 03.09.2026 - rows now carry the movement's
      *    TRANHS reference (date, time, task number) for keying a
      *    CICS001 reversal, and mark correction pairs: REV on an
      *    original that has been reversed, COR on the contra
      *    movement that reversed it. Case TS015346102.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE SPACES TO XDIRI (WS-SUB)
               MOVE SPACES TO XAMTI (WS-SUB)
               MOVE SPACES TO XBALI (WS-SUB)
               MOVE SPACES TO XCORI (WS-SUB)
               MOVE SPACES TO XREFI (WS-SUB)
           END-PERFORM.
       4500-EXIT.
           EXIT.
           MOVE WS-AMOUNT-EDIT TO XAMTI (WS-ROW-COUNT).
           MOVE TH-BAL-AFTER TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO XBALI (WS-ROW-COUNT).
           EVALUATE TRUE
               WHEN TH-REVERSED
                   MOVE 'REV' TO XCORI (WS-ROW-COUNT)
               WHEN TH-CONTRA
                   MOVE 'COR' TO XCORI (WS-ROW-COUNT)
               WHEN OTHER
                   MOVE SPACES TO XCORI (WS-ROW-COUNT)
           END-EVALUATE.
           STRING TH-DATE TH-TIME TH-TASKNO
               DELIMITED BY SIZE INTO XREFI (WS-ROW-COUNT).
       4600-EXIT.
           EXIT.
      *
