      *
      *    Dante Cola 02.09.2026 - the account heading line now
      *    shows the product type code, case TS015344928.
      *
      *    Dante Cola 03.09.2026 - posting reversals print as a
      *    correction pair: the reversed original is noted
      *    REVERSED and its contra (function X) REVERSAL, and
      *    both are counted as corrections on the closing line
      *    instead of as customer credits and debits. The
      *    balances run through them as posted. Case
      *    TS015346102.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-STMT-COUNTS.
           05  WS-STMT-CREDIT-CNT       PIC 9(07) VALUE 0.
           05  WS-STMT-DEBIT-CNT        PIC 9(07) VALUE 0.
           05  WS-STMT-CORR-CNT         PIC 9(07) VALUE 0.
      *
       01  WS-TOTALS.
           05  WS-HIST-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-STMT-CNT              PIC 9(09) VALUE 0.
           05  WS-NO-MASTER-CNT         PIC 9(09) VALUE 0.
           05  WS-NO-CUST-CNT           PIC 9(09) VALUE 0.
           05  WS-CORRECTION-CNT        PIC 9(09) VALUE 0.
      *
       01  WS-STMT-HEAD-1.
           05  FILLER                   PIC X(01) VALUE '1'.
               VALUE 'DATE     TIME   FN DIR            AMOUNT '.
           05  FILLER                   PIC X(19)
               VALUE '           BALANCE'.
           05  FILLER                   PIC X(12) VALUE ' NOTE'.
           05  FILLER                   PIC X(60) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-TRAN-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-TRAN-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-TRAN-NOTE             PIC X(10).
           05  FILLER                   PIC X(62) VALUE SPACES.
      *
       01  WS-CLOSING-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(09) VALUE ' CREDITS '.
           05  SL-DEBIT-CNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE ' DEBITS'.
           05  SL-CORR-CNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE ' CORRECTIONS'.
           05  FILLER                   PIC X(23) VALUE SPACES.
      *
       01  WS-WARN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           SET WS-STMT-OPEN TO TRUE.
           MOVE 0 TO WS-STMT-CREDIT-CNT.
           MOVE 0 TO WS-STMT-DEBIT-CNT.
           MOVE 0 TO WS-STMT-CORR-CNT.
           PERFORM 3110-GET-MASTER-DATA THRU 3110-EXIT.
           MOVE WS-PERIOD-FROM TO SL-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO SL-PERIOD-TO.
           MOVE WS-CLOSING-BAL TO SL-CLOSING-BAL.
           MOVE WS-STMT-CREDIT-CNT TO SL-CREDIT-CNT.
           MOVE WS-STMT-DEBIT-CNT TO SL-DEBIT-CNT.
           MOVE WS-STMT-CORR-CNT TO SL-CORR-CNT.
           WRITE STATEMENT-RECORD FROM WS-CLOSING-LINE.
           MOVE 'N' TO WS-STMT-OPEN-SW.
       3200-EXIT.
      *
      *----------------------------------------------------------*
      *    3300 - PRINT ONE MOVEMENT DETAIL LINE                  *
      *    A reversed original and the contra that reversed it    *
      *    are a correction pair, not customer activity - noted   *
      *    on the line and counted apart.                         *
      *----------------------------------------------------------*
       3300-PRINT-MOVEMENT.
           MOVE WS-ACCTG-DATE TO SL-TRAN-DATE.
           MOVE TH-DIRECTION TO SL-TRAN-DIR.
           MOVE TH-AMOUNT TO SL-TRAN-AMOUNT.
           MOVE TH-BAL-AFTER TO SL-TRAN-BALANCE.
           EVALUATE TRUE
               WHEN TH-REVERSED
                   MOVE 'REVERSED' TO SL-TRAN-NOTE
               WHEN TH-CONTRA
                   MOVE 'REVERSAL' TO SL-TRAN-NOTE
               WHEN OTHER
                   MOVE SPACES TO SL-TRAN-NOTE
           END-EVALUATE.
           WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE.
           MOVE TH-BAL-AFTER TO WS-CLOSING-BAL.
           IF TH-REVERSED OR TH-CONTRA
               ADD 1 TO WS-STMT-CORR-CNT
               ADD 1 TO WS-CORRECTION-CNT
               GO TO 3300-EXIT
           END-IF.
           IF TH-CREDIT
               ADD 1 TO WS-STMT-CREDIT-CNT
           ELSE
           MOVE 'ACCOUNTS WITH NO CUSTOMER LINK' TO RL-COUNT-DESC.
           MOVE WS-NO-CUST-CNT TO RL-COUNT-VALUE.
           WRITE STATEMENT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CORRECTION MOVEMENTS PRINTED' TO RL-COUNT-DESC.
           MOVE WS-CORRECTION-CNT TO RL-COUNT-VALUE.
           WRITE STATEMENT-RECORD FROM WS-COUNT-LINE.
       8000-EXIT.
           EXIT.
      *
