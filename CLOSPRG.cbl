      *    purge date is how history gets lost.
      *
      *    Dante Cola 18.08.2026 - new for case TS015318796.
      *
      *    Dante Cola 09.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals accounts read, accounts
      *    purged and unreadable dates. Case TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RL-COUNT-DESC            PIC X(34).
           05  RL-COUNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(87) VALUE SPACES.
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
      *    1000 - OPEN FILES, LOAD RETENTION, COMPUTE THE CUTOFF  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O ACCOUNT-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
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
           MOVE 'CLOSPRG' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'CLOSPRG - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'CLOSPRG - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
       1400-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
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
           MOVE 'PURGED' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-PURGED-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'BAD DATES' TO RR-TOTAL-DESC (3).
           MOVE 'C' TO RR-TOTAL-TYPE (3).
           MOVE WS-BAD-DATE-CNT TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'CLOSPRG - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
