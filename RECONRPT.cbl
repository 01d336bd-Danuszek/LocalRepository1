      *    Dante Cola 02.09.2026 - and for the movement history
      *    (M) function - only refused attempts journal under M,
      *    the hand-off itself is read-only. Case TS015343790.
      *
      *    Dante Cola 03.09.2026 - and for the posting reversal
      *    (X) function - the request; the contra posts under
      *    AC05 when it is approved. Case TS015346102.
      *
      *    Dante Cola 07.09.2026 - and for the dormant account
      *    reactivation (Z) function - the request and its apply
      *    or reject under AC05. Case TS015349127.
      *
      *    Dante Cola 09.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals journal records read
      *    (newly counted) and the operators and accounts totalled. Case
      *    TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WS-FOUND                         VALUE 'Y'.
      *
       01  WS-FUNC-TOTALS.
           05  WS-FUNC-ENTRY OCCURS 15 TIMES.
               10  WS-FUNC-CODE         PIC X(01).
               10  WS-FUNC-COUNT        PIC 9(07).
      *
               10  WS-ACCT-KEY-TBL      PIC X(10).
               10  WS-ACCT-CNT          PIC 9(07).
      *
       01  WS-JRNL-READ-CNT             PIC 9(09) VALUE 0.
       01  WS-REPORT-DATE               PIC X(08).
       01  WS-LINE-COUNT                PIC 9(03) VALUE 0.
      *
               VALUE '*** WARNING - ACCOUNT TABLE FULL AT 2000 ENTRIES
      -        ' - SOME ACCOUNTS ARE NOT BEING WATCHED FOR RUNAWAY ACTI
      -        'VITY ***'.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
               UNTIL WS-JOURNAL-EOF.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, LOAD THE THRESHOLD, PRIME THE READ  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           OPEN INPUT JOURNAL-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1200-READ-JOURNAL THRU 1200-EXIT.
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
           MOVE 'RECONRPT' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'RECONRPT - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'RECONRPT - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
       1100-INIT-FUNCTION-TOTALS.
           MOVE 'I' TO WS-FUNC-CODE (1).
           MOVE 'R' TO WS-FUNC-CODE (11).
           MOVE 'L' TO WS-FUNC-CODE (12).
           MOVE 'M' TO WS-FUNC-CODE (13).
           MOVE 'X' TO WS-FUNC-CODE (14).
           MOVE 'Z' TO WS-FUNC-CODE (15).
           PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 15
               MOVE 0 TO WS-FUNC-COUNT (WS-SUB1)
           END-PERFORM.
       1100-EXIT.
           READ JOURNAL-FILE
               AT END SET WS-JOURNAL-EOF TO TRUE
           END-READ.
           IF NOT WS-JOURNAL-EOF
               ADD 1 TO WS-JRNL-READ-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
           EXIT.
      *
       2100-TOTAL-BY-FUNCTION.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 15
               IF JR-FUNCTION = WS-FUNC-CODE (WS-SUB1)
                   ADD 1 TO WS-FUNC-COUNT (WS-SUB1)
               END-IF
           EXIT.
      *
       8200-PRINT-FUNCTION-TOTALS.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 15
               MOVE WS-FUNC-CODE (WS-SUB1) TO RL-FUNC-CODE
               MOVE WS-FUNC-COUNT (WS-SUB1) TO RL-FUNC-COUNT
               WRITE REPORT-RECORD FROM WS-FUNC-LINE
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
           MOVE 'JRNL READ' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-JRNL-READ-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'OPERATORS' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-OPER-COUNT TO RR-TOTAL-VALUE (2).
           MOVE 'ACCOUNTS' TO RR-TOTAL-DESC (3).
           MOVE 'C' TO RR-TOTAL-TYPE (3).
           MOVE WS-ACCT-COUNT TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'RECONRPT - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
