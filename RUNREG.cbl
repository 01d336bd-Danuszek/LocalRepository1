       ID DIVISION.
       PROGRAM-ID. RUNREG.
      *    Batch run-control subprogram. CALLed by each batch-
      *    window program in the RUNJOBS job table with the RUNPARM
      *    area, once as the step starts and once as it ends, to
      *    keep the RUNCTL run-control file (layout RUNREC) that
      *    the CICS009 day-start and the CICS013 run-status screen
      *    read. Keeping the file here means the programs share
      *    one set of rules instead of a copy of them each.
      *
      *    S (start) - settles the business date (the caller's,
      *        else the SYSCTL control record's, else the run
      *        date, per the SYSCTL header note) and writes the
      *        program's record for that date in running status.
      *        A record already on file means the program has run
      *        for the date: the call is refused with result 04
      *        unless a supervisor has flagged a rerun, in which
      *        case the record starts over with the run counted
      *        and the flag spent.
      *    E (end)   - stamps the end time, the step return code
      *        and the caller's control totals on the record the
      *        start call wrote.
      *
      *    The subprogram leaves RETURN-CODE at zero; the caller
      *    keeps its own step return code in RR-RETURN-CODE
      *    across the end call and puts it back.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *
      *    Dante Cola 14.09.2026 - header names the RUNJOBS table
      *    as the list of callers. Case TS015356031.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSCTL-FILE ASSIGN TO SYSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SY-KEY.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-KEY.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SYSCTL-FILE.
       01  SYSCTL-RECORD.
           COPY SYSCTL.
      *
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           COPY RUNREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).
      *
       LINKAGE SECTION.
       01  RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION USING RUN-PARMS.
      *
       0000-MAINLINE.
           SET RR-OK TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF RR-BUS-DATE = SPACES OR RR-BUS-DATE = LOW-VALUES
               PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
           END-IF.
           OPEN I-O RUNCTL-FILE.
           MOVE RR-BUS-DATE TO RG-BUS-DATE.
           MOVE RR-PROGRAM TO RG-PROGRAM.
           EVALUATE TRUE
               WHEN RR-FUNC-START
                   PERFORM 2000-REGISTER-START THRU 2000-EXIT
               WHEN RR-FUNC-END
                   PERFORM 3000-REGISTER-END THRU 3000-EXIT
               WHEN OTHER
                   SET RR-REGISTRY-ERROR TO TRUE
           END-EVALUATE.
           CLOSE RUNCTL-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *
      *----------------------------------------------------------*
      *    1050 - FETCH THE BUSINESS DATE OFF THE SYSCTL RECORD   *
      *    No control record means the run date is the business   *
      *    date, per the SYSCTL header note.                      *
      *----------------------------------------------------------*
       1050-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO RR-BUS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'CONTROL ' TO SY-KEY.
           READ SYSCTL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SY-BUSINESS-DATE TO RR-BUS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
       1050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - START: FIRST RUN, FLAGGED RERUN, OR REFUSAL     *
      *----------------------------------------------------------*
       2000-REGISTER-START.
           READ RUNCTL-FILE
               INVALID KEY
                   PERFORM 2100-WRITE-FIRST-RUN THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-READ.
           MOVE RG-RUN-COUNT TO RR-RUN-COUNT.
           IF NOT RG-RERUN-ALLOWED
               SET RR-ALREADY-RUN TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO RG-RUN-COUNT.
           PERFORM 2200-STAMP-START THRU 2200-EXIT.
           REWRITE RUNCTL-RECORD
               INVALID KEY SET RR-REGISTRY-ERROR TO TRUE
           END-REWRITE.
           MOVE RG-RUN-COUNT TO RR-RUN-COUNT.
       2000-EXIT.
           EXIT.
      *
       2100-WRITE-FIRST-RUN.
           INITIALIZE RUNCTL-RECORD.
           MOVE RR-BUS-DATE TO RG-BUS-DATE.
           MOVE RR-PROGRAM TO RG-PROGRAM.
           MOVE 1 TO RG-RUN-COUNT.
           MOVE SPACES TO RG-RERUN-OPID.
           MOVE SPACES TO RG-RERUN-DATE.
           MOVE SPACES TO RG-RERUN-TIME.
           PERFORM 2200-STAMP-START THRU 2200-EXIT.
           WRITE RUNCTL-RECORD
               INVALID KEY SET RR-REGISTRY-ERROR TO TRUE
           END-WRITE.
           MOVE RG-RUN-COUNT TO RR-RUN-COUNT.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - STAMP A RUN STARTING                            *
      *    The rerun flag is spent; the operator who set it stays *
      *    on the record.                                         *
      *----------------------------------------------------------*
       2200-STAMP-START.
           SET RG-RUNNING TO TRUE.
           MOVE WS-RUN-DATE TO RG-START-DATE.
           MOVE WS-RUN-TIME (1:6) TO RG-START-TIME.
           MOVE SPACES TO RG-END-DATE.
           MOVE SPACES TO RG-END-TIME.
           MOVE 0 TO RG-RETURN-CODE.
           MOVE 'N' TO RG-RERUN-SW.
           INITIALIZE RG-TOTALS.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - END: RETURN CODE AND CONTROL TOTALS             *
      *    Only a run this step started can be ended.             *
      *----------------------------------------------------------*
       3000-REGISTER-END.
           READ RUNCTL-FILE
               INVALID KEY
                   SET RR-NOT-STARTED TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF NOT RG-RUNNING
               SET RR-NOT-STARTED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           SET RG-ENDED TO TRUE.
           MOVE WS-RUN-DATE TO RG-END-DATE.
           MOVE WS-RUN-TIME (1:6) TO RG-END-TIME.
           MOVE RR-RETURN-CODE TO RG-RETURN-CODE.
           MOVE RR-TOTAL (1) TO RG-TOTAL (1).
           MOVE RR-TOTAL (2) TO RG-TOTAL (2).
           MOVE RR-TOTAL (3) TO RG-TOTAL (3).
           REWRITE RUNCTL-RECORD
               INVALID KEY SET RR-REGISTRY-ERROR TO TRUE
           END-REWRITE.
           MOVE RG-RUN-COUNT TO RR-RUN-COUNT.
       3000-EXIT.
           EXIT.
