      *    a type column, the tier/fee/debit-rate tables carry
      *    the type alongside the figures, and an account only
      *    ever takes its own type's cards. Case TS015344928.
      *
      *    Dante Cola 07.09.2026 - a dormant account still
      *    accrues and bears its type's fee like an active one -
      *    the money is still the customer's. Interest and fee
      *    movements are bank-initiated, so they never count as
      *    activity for the DORMCHK run. Case TS015349127.
      *
      *    Dante Cola 09.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals accounts read, accounts
      *    posted and interest paid. A checkpoint restart is a run for
      *    the same date like any other and needs the rerun flag too.
      *    Case TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RL-AMOUNT-DESC           PIC X(30).
           05  RL-AMOUNT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(84) VALUE SPACES.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
               UNTIL WS-ACCT-EOF.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, LOAD RATES, POSITION FOR RESTART    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-RUN-TIME-6.
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
           MOVE 'INTACCR' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'INTACCR - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'INTACCR - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1050 - FETCH THE BUSINESS DATE OFF THE SYSCTL RECORD   *
      *    No control record means the run date is the business   *
      *    date, per the SYSCTL header note.                      *
      *
      *----------------------------------------------------------*
      *    2000 - POST ONE ACCOUNT                                *
      *    Active and dormant accounts accrue; an account this    *
      *    program already stamped tonight is skipped so a        *
      *    restart can never double-post across the checkpoint    *
      *    boundary.                                              *
      *----------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-READ-CNT.
           EVALUATE TRUE
               WHEN NOT ACCT-ACTIVE AND NOT ACCT-DORMANT
                   ADD 1 TO WS-SKIP-CLOSED-CNT
               WHEN ACCT-LAST-TRAN-DATE = WS-RUN-DATE
                       AND ACCT-LAST-TRAN-OPID = 'INTACCR '
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
           MOVE 'ACCTS READ' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-READ-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'ACCTS POSTED' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-POST-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'INTEREST' TO RR-TOTAL-DESC (3).
           MOVE 'A' TO RR-TOTAL-TYPE (3).
           MOVE WS-INT-TOTAL TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'INTACCR - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
