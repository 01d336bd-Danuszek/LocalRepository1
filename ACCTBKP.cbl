       ID DIVISION.
       PROGRAM-ID. ACCTBKP.
      *    Nightly point-in-time backup of the ACCTMS account
      *    master, the last step of the batch window - after
      *    every job that updates the master and before the
      *    CICS009 day-start lets the tellers back in, so nothing
      *    can move between the backup and the mark it carries.
      *    Reads TRANHS end to end for the highest movement key on
      *    file (the key leads with the account, so the latest
      *    movement is the one with the latest date, time and
      *    task number, wherever it sits), then copies the master
      *    in key order to the ACCTBK backup generation (layout
      *    BKUPREC): a header naming the business date, the time
      *    the backup was taken and that last TRANHS key, a
      *    record per account, and a trailer with the count and
      *    the balance total. The ACCTRCV forward recovery starts
      *    from this generation and replays every TRANHS movement
      *    after the key in the header.
      *
      *    The BKPRPT summary gives the same figures for the
      *    operator's log. The run registers on RUNCTL like the
      *    rest of the batch window and is a mandatory job - the
      *    day does not open without a recovery point.
      *
      *    Dante Cola 10.09.2026 - new for case TS015352187.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTMS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY.
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TH-KEY.
           SELECT BACKUP-FILE ASSIGN TO ACCTBK
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO BKPRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
      *
       FD  TRAN-HIST-FILE.
       01  TRAN-HIST-RECORD.
           COPY TRANREC.
      *
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD.
           COPY BKUPREC.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF                    VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF                    VALUE 'Y'.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).
      *
      *    The latest movement on TRANHS so far, and the date,
      *    time and task number of the record in hand in the same
      *    shape for the comparison.
       01  WS-LAST-TH-KEY.
           05  WS-LAST-TH-ACCT          PIC X(10) VALUE SPACES.
           05  WS-LAST-TH-STAMP         PIC X(21) VALUE SPACES.
       01  WS-TH-STAMP.
           05  WS-TH-STAMP-DATE         PIC X(08).
           05  WS-TH-STAMP-TIME         PIC X(06).
           05  WS-TH-STAMP-TASKNO       PIC 9(07).
      *
       01  WS-TOTALS.
           05  WS-HIST-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-ACCT-COPIED-CNT       PIC 9(09) VALUE 0.
           05  WS-BAL-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(38)
               VALUE 'ACCTMS BACKUP SUMMARY - BUSINESS DATE'.
           05  RL-HEAD-BUS-DATE         PIC X(08).
           05  FILLER                   PIC X(09) VALUE '   TAKEN '.
           05  RL-HEAD-DATE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-HEAD-TIME             PIC X(06).
           05  FILLER                   PIC X(62) VALUE SPACES.
      *
       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132) VALUE SPACES.
      *
       01  WS-KEY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(34)
               VALUE 'LAST TRANHS KEY COVERED'.
           05  RL-KEY-ACCT              PIC X(10).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-KEY-DATE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-KEY-TIME              PIC X(06).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-KEY-TASKNO            PIC X(07).
           05  FILLER                   PIC X(64) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-COUNT-DESC            PIC X(34).
           05  RL-COUNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(87) VALUE SPACES.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-AMOUNT-DESC           PIC X(34).
           05  RL-AMOUNT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(76) VALUE SPACES.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1200-FIND-LAST-MOVEMENT THRU 1200-EXIT
               UNTIL WS-HIST-EOF.
           PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
           PERFORM 2000-COPY-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ACCT-EOF.
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - REGISTER, OPEN FILES AND PRIME THE READS        *
      *    The business date the backup closes is the one RUNREG  *
      *    settled for the run.                                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN OUTPUT BACKUP-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1010 - REGISTER THE RUN ON RUNCTL                      *
      *    Nothing is open yet, so a run refused as a second run  *
      *    for the business date leaves every file as it was.     *
      *----------------------------------------------------------*
       1010-REGISTER-START.
           INITIALIZE WS-RUN-PARMS.
           SET RR-FUNC-START TO TRUE.
           MOVE 'ACCTBKP' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'ACCTBKP - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'ACCTBKP - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1200 - KEEP THE LATEST MOVEMENT ON TRANHS              *
      *----------------------------------------------------------*
       1200-FIND-LAST-MOVEMENT.
           READ TRAN-HIST-FILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-EOF
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ-CNT.
           MOVE TH-DATE TO WS-TH-STAMP-DATE.
           MOVE TH-TIME TO WS-TH-STAMP-TIME.
           MOVE TH-TASKNO TO WS-TH-STAMP-TASKNO.
           IF WS-TH-STAMP > WS-LAST-TH-STAMP
               MOVE TH-ACCT-KEY TO WS-LAST-TH-ACCT
               MOVE WS-TH-STAMP TO WS-LAST-TH-STAMP
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1400-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.
      *
       1500-WRITE-HEADER.
           MOVE SPACES TO BACKUP-RECORD.
           SET BK-HEADER TO TRUE.
           MOVE RR-BUS-DATE TO BK-BUS-DATE.
           MOVE WS-RUN-DATE TO BK-TAKEN-DATE.
           MOVE WS-RUN-TIME (1:6) TO BK-TAKEN-TIME.
           MOVE WS-LAST-TH-KEY TO BK-LAST-TH-KEY.
           WRITE BACKUP-RECORD.
       1500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - COPY ONE ACCOUNT TO THE BACKUP                  *
      *----------------------------------------------------------*
       2000-COPY-ACCOUNT.
           MOVE SPACES TO BACKUP-RECORD.
           SET BK-DETAIL TO TRUE.
           MOVE ACCOUNT-RECORD TO BK-ACCOUNT-IMAGE.
           WRITE BACKUP-RECORD.
           ADD 1 TO WS-ACCT-COPIED-CNT.
           ADD ACCT-BALANCE TO WS-BAL-TOTAL.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
      *
       3000-WRITE-TRAILER.
           MOVE SPACES TO BACKUP-RECORD.
           SET BK-TRAILER TO TRUE.
           MOVE WS-ACCT-COPIED-CNT TO BK-ACCT-COUNT.
           MOVE WS-BAL-TOTAL TO BK-BAL-TOTAL.
           WRITE BACKUP-RECORD.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - PRINT THE BACKUP SUMMARY                        *
      *----------------------------------------------------------*
       8000-PRODUCE-REPORT.
           MOVE RR-BUS-DATE TO RL-HEAD-BUS-DATE.
           MOVE WS-RUN-DATE TO RL-HEAD-DATE.
           MOVE WS-RUN-TIME (1:6) TO RL-HEAD-TIME.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE WS-LAST-TH-ACCT TO RL-KEY-ACCT.
           MOVE WS-LAST-TH-STAMP (1:8) TO RL-KEY-DATE.
           MOVE WS-LAST-TH-STAMP (9:6) TO RL-KEY-TIME.
           MOVE WS-LAST-TH-STAMP (15:7) TO RL-KEY-TASKNO.
           WRITE REPORT-RECORD FROM WS-KEY-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'MOVEMENTS ON TRANHS' TO RL-COUNT-DESC.
           MOVE WS-HIST-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS BACKED UP' TO RL-COUNT-DESC.
           MOVE WS-ACCT-COPIED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'BALANCE TOTAL BACKED UP' TO RL-AMOUNT-DESC.
           MOVE WS-BAL-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE BACKUP-FILE.
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
           MOVE 'ACCOUNTS' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-ACCT-COPIED-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'BAL TOTAL' TO RR-TOTAL-DESC (2).
           MOVE 'A' TO RR-TOTAL-TYPE (2).
           MOVE WS-BAL-TOTAL TO RR-TOTAL-VALUE (2).
           MOVE 'HISTORY READ' TO RR-TOTAL-DESC (3).
           MOVE 'C' TO RR-TOTAL-TYPE (3).
           MOVE WS-HIST-READ-CNT TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'ACCTBKP - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
