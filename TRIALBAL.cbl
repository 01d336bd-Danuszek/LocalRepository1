      *    disagreed, so the scheduler can flag the night.
      *
      *    Dante Cola 25.08.2026 - new for case TS015334422.
      *
      *    Dante Cola 03.09.2026 - posting reversals: the contra
      *    movements (function X) and the originals they reversed
      *    prove through the chain like any other posting and
      *    stay in the credit and debit sums, but are also
      *    counted and totalled apart as corrections, so the
      *    sign-off can see how much of the night's movement was
      *    correction rather than customer activity. Case
      *    TS015346102.
      *
      *    Dante Cola 09.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals movements read, chain
      *    breaks and master differences. Case TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-NET-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-REVERSED-CNT          PIC 9(09) VALUE 0.
           05  WS-CONTRA-CNT            PIC 9(09) VALUE 0.
           05  WS-REVERSED-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CONTRA-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  RL-AMOUNT-DESC           PIC X(34).
           05  RL-AMOUNT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(76) VALUE SPACES.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
           IF WS-CHAIN-BREAK-CNT > 0 OR WS-MASTER-DIFF-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES AND PRIME THE READ                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1010 - REGISTER THE RUN ON RUNCTL                      *
      *    Nothing is open yet, so a run refused as a second run  *
      *    for the business date leaves every file as it was.    *
      *----------------------------------------------------------*
       1010-REGISTER-START.
           INITIALIZE WS-RUN-PARMS.
           SET RR-FUNC-START TO TRUE.
           MOVE 'TRIALBAL' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'TRIALBAL - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'TRIALBAL - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
       1400-READ-HISTORY.
           READ TRAN-HIST-FILE NEXT RECORD
               ADD TH-AMOUNT TO WS-DEBIT-TOTAL
               SUBTRACT TH-AMOUNT FROM WS-NET-TOTAL
           END-IF.
           IF TH-REVERSED
               ADD 1 TO WS-REVERSED-CNT
               ADD TH-AMOUNT TO WS-REVERSED-TOTAL
           END-IF.
           IF TH-CONTRA
               ADD 1 TO WS-CONTRA-CNT
               ADD TH-AMOUNT TO WS-CONTRA-TOTAL
           END-IF.
           MOVE TH-BAL-AFTER TO WS-PREV-AFTER.
           PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
       2000-EXIT.
           MOVE 'NET MOVEMENT' TO RL-AMOUNT-DESC.
           MOVE WS-NET-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'CORRECTIONS - ORIGINALS REVERSED' TO RL-COUNT-DESC.
           MOVE WS-REVERSED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CORRECTIONS - CONTRA MOVEMENTS' TO RL-COUNT-DESC.
           MOVE WS-CONTRA-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'AMOUNT OF ORIGINALS REVERSED' TO RL-AMOUNT-DESC.
           MOVE WS-REVERSED-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'AMOUNT OF CONTRA MOVEMENTS' TO RL-AMOUNT-DESC.
           MOVE WS-CONTRA-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
       8000-EXIT.
           EXIT.
      *
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9100 - RECORD THE END OF THE RUN ON RUNCTL             *
      *    The step's return code rides the call and is put back  *
      *    after it.                                              *
      *----------------------------------------------------------*
       9100-REGISTER-END.
           MOVE RETURN-CODE TO RR-RETURN-CODE.
           MOVE 'HISTORY READ' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-HIST-READ-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'CHAIN BREAKS' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-CHAIN-BREAK-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'MASTER DIFFS' TO RR-TOTAL-DESC (3).
           MOVE 'C' TO RR-TOTAL-TYPE (3).
           MOVE WS-MASTER-DIFF-CNT TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'TRIALBAL - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
