      *    non-numeric packed limit on a pre-facility record
      *    counts as zero, per the ACCTREC header note). Case
      *    TS015344931.
      *
      *    Dante Cola 07.09.2026 - an order whose from-account
      *    the DORMCHK run has marked dormant fails with the
      *    dormant response (68), as a teller debit would; the
      *    credit side of an order still posts to a dormant
      *    account. Case TS015349127.
      *
      *    Dante Cola 09.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals orders due, orders failed
      *    and the amount posted. Case TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RL-AMOUNT-DESC           PIC X(34).
           05  RL-AMOUNT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(76) VALUE SPACES.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
           IF WS-ORDER-FAILED-CNT > 0
               MOVE 4 TO RETURN-CODE
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
           MOVE 'STORPOST' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'STORPOST - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'STORPOST - RUNCTL NOT WRITTEN - RUN ENDS'
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
           IF WS-ORDER-FAILED
               GO TO 2100-FAILED
           END-IF.
           IF ACCT-DORMANT
               MOVE 68 TO WS-FAIL-RESP
               MOVE 'FROM ACCOUNT DORMANT' TO WS-FAIL-REASON
               SET WS-ORDER-FAILED TO TRUE
               GO TO 2100-FAILED
           END-IF.
           PERFORM 2120-COMPUTE-AVAILABLE THRU 2120-EXIT.
           IF SO-AMOUNT > WS-AVAIL-BALANCE
               MOVE 24 TO WS-FAIL-RESP
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
           MOVE 'ORDERS DUE' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-ORDER-DUE-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'ORDERS FAIL' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-ORDER-FAILED-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'POSTED TOTAL' TO RR-TOTAL-DESC (3).
           MOVE 'A' TO RR-TOTAL-TYPE (3).
           MOVE WS-POSTED-TOTAL TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'STORPOST - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
