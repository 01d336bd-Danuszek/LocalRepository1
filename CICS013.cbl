       ID DIVISION.
       PROGRAM-ID. CICS013.
      *    Batch run-status screen (AC13). Pseudo-conversational
      *    in the CICS009 mould; commarea layout is CPY021. Shows
      *    one night of the batch window off the RUNCTL run-
      *    control file (layout RUNREC) the batch programs keep
      *    through RUNREG: a row for every program in the RUNJOBS
      *    table with its run status, return code, start and end
      *    time, run count, and the verdict the CICS009 day-start
      *    will reach on it - OK, MISSING (a mandatory job with no
      *    record), RUNNING (started and never ended - still
      *    going, or abended), RC HIGH (ended above its allowed
      *    return code) or NOT RUN (an optional job with no
      *    record). The message line counts the jobs holding the
      *    day-start.
      *
      *    I (or blank) - inquiry for the business date keyed
      *        (the SYSCTL business date when left blank); a
      *        program keyed alongside has its control totals and
      *        rerun flag shown in the detail block.
      *    R (rerun)    - flags the keyed program's run for the
      *        keyed date so its next start is accepted rather
      *        than refused as a second run. The flag is spent by
      *        that start; the operator who set it stays on the
      *        record.
      *    PF3 ends the session.
      *
      *    Inquiry rides the I letter in SECPROF; flagging a
      *    rerun rides B, a supervisor's letter. Every rerun
      *    flag, refused or not, and every refused attempt to use
      *    the screen is journalled to CICJ and JRNLKS with the
      *    program in JR-ACCT-KEY and the run date flagged in
      *    JR-BUS-DATE; inquiry is read-only and cuts no journal
      *    record, the same as the history inquiry.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
            COPY CPY009.
      *
       01  WS-RESP-FIELDS.
           05  WS-RESP                 PIC S9(08) COMP.
      *
       01  WS-SAVE-COMMAREA.
           COPY CPY021.
      *
       01  WS-AUTH-CA.
           COPY AUTHCA.
      *
       01  WS-SYSCTL-REC.
           COPY SYSCTL.
      *
       01  WS-RUN-REC.
           COPY RUNREC.
      *
           COPY RUNJOBS.
      *
       01  WS-JOURNAL-REC.
           COPY JRNLREC.
      *
       01  WS-JRNLKS-REC.
           COPY JRNLKS.
      *
           COPY RUNMAP.
      *
       01  WS-OWN-TRANID                PIC X(04) VALUE 'AC13'.
      *
       01  WS-AMOUNT-EDIT               PIC -(13)9.99.
       01  WS-COUNT-EDIT                PIC -(16)9.
       01  WS-RC-EDIT                   PIC 9(04).
       01  WS-RUNS-EDIT                 PIC ZZ9.
       01  WS-HOLD-EDIT                 PIC Z9.
      *
       01  WS-SUB                       PIC S9(04) COMP.
       01  WS-HOLD-COUNT                PIC S9(04) COMP.
      *
      *    EIBAID attention identifiers, as DFHAID defines them.
       01  WS-AID-CHECK                 PIC X(01).
           88  WS-AID-ENTER                     VALUE ''''.
           88  WS-AID-PF3                       VALUE '3'.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(40).
      *
         PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           COPY CPY000.
           COPY CPY005.
           IF EIBCALEN = 0
               PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
           ELSE
               PERFORM 3000-RECEIVE-MAP THRU 3000-EXIT
               PERFORM 1100-CHECK-AUTHORIZATION THRU 1100-EXIT
               PERFORM 5000-DISPATCH-FUNCTION THRU 5000-EXIT
               IF RN-FUNC-RERUN
                   PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
               ELSE
                   PERFORM 8000-SEND-RUN-MAP THRU 8000-EXIT
               END-IF
           END-IF.
      *
      *----------------------------------------------------------*
      *    1000 - INITIALIZE WORKING STORAGE FOR THIS INVOCATION  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           IF EIBCALEN = 0
               INITIALIZE WS-SAVE-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO WS-SAVE-COMMAREA
           END-IF.
           SET RN-RESP-OK TO TRUE.
           MOVE 0 TO RN-REASON-CODE.
           MOVE LOW-VALUES TO RUNMAPI.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - AUTHORIZATION CHECK                             *
      *    Looking rides I like any inquiry; flagging a rerun     *
      *    rides B - letting a job post a second time for the     *
      *    same date is a supervisor's call. A refusal is         *
      *    journalled.                                            *
      *----------------------------------------------------------*
       1100-CHECK-AUTHORIZATION.
           INITIALIZE WS-AUTH-CA.
           MOVE WS-OPERID TO AUTH-OPERID.
           MOVE EIBTRMID TO AUTH-TERMID.
           IF RN-FUNC-RERUN
               MOVE 'B' TO AUTH-FUNCTION
           ELSE
               MOVE 'I' TO AUTH-FUNCTION
           END-IF.
           MOVE 0 TO AUTH-AMOUNT.
           COPY CPY004.
           IF NOT AUTH-ALLOWED
               SET RN-RESP-NOT-AUTH TO TRUE
               MOVE 9100 TO RN-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - FIRST ENTRY: SHOW THE CURRENT BUSINESS DATE     *
      *----------------------------------------------------------*
       2000-SEND-INITIAL-MAP.
           MOVE WS-BUS-DATE TO RN-BUS-DATE.
           MOVE SPACES TO RN-PROGRAM.
           PERFORM 8000-SEND-RUN-MAP THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - RE-ENTRY: RECEIVE THE OPERATOR'S INPUT          *
      *    A blank date means the SYSCTL business date - the      *
      *    night in progress, or the one just closed before the   *
      *    day-start.                                             *
      *----------------------------------------------------------*
       3000-RECEIVE-MAP.
           MOVE EIBAID TO WS-AID-CHECK.
           EXEC CICS RECEIVE MAP('RUNMAP')
               MAPSET('RUNMAP')
               INTO(RUNMAPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO RUNMAPI
           END-IF.
           IF RFUNI = LOW-VALUES
               MOVE SPACE TO RN-FUNCTION
           ELSE
               MOVE RFUNI TO RN-FUNCTION
           END-IF.
           IF RDATI = SPACES OR RDATI = LOW-VALUES
               MOVE WS-BUS-DATE TO RN-BUS-DATE
           ELSE
               MOVE RDATI TO RN-BUS-DATE
           END-IF.
           IF RPGMI = LOW-VALUES
               MOVE SPACES TO RN-PROGRAM
           ELSE
               MOVE RPGMI TO RN-PROGRAM
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5000 - DISPATCH ON THE KEY PRESSED AND THE FUNCTION    *
      *----------------------------------------------------------*
       5000-DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN WS-AID-PF3
                   PERFORM 9000-EXIT-SESSION THRU 9000-EXIT
               WHEN RN-BUS-DATE IS NOT NUMERIC
                   SET RN-RESP-BAD-DATE TO TRUE
                   MOVE 9060 TO RN-REASON-CODE
               WHEN RN-FUNC-RERUN
                   PERFORM 5300-FLAG-RERUN THRU 5300-EXIT
               WHEN RN-FUNC-INQUIRY OR RN-FUNC-NONE
                   SET RN-RESP-OK TO TRUE
               WHEN OTHER
                   SET RN-RESP-SYS-ERROR TO TRUE
                   MOVE 9001 TO RN-REASON-CODE
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5300 - FLAG THE KEYED PROGRAM'S RUN FOR A RERUN        *
      *    Only a run on file can be flagged - a job that never   *
      *    ran needs no flag to start. A flag not yet spent is    *
      *    refused rather than quietly set twice.                 *
      *----------------------------------------------------------*
       5300-FLAG-RERUN.
           IF RN-PROGRAM = SPACES
               SET RN-RESP-NO-PROGRAM TO TRUE
               MOVE 9061 TO RN-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE RN-BUS-DATE TO RG-BUS-DATE.
           MOVE RN-PROGRAM TO RG-PROGRAM.
           EXEC CICS READ FILE('RUNCTL')
               INTO(WS-RUN-REC)
               RIDFLD(RG-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET RN-RESP-NOTFND TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF RG-RERUN-ALLOWED
               SET RN-RESP-ALREADY TO TRUE
               MOVE 9062 TO RN-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           SET RG-RERUN-ALLOWED TO TRUE.
           MOVE WS-OPERID TO RG-RERUN-OPID.
           MOVE WS-CURR-DATE TO RG-RERUN-DATE.
           MOVE WS-CURR-TIME TO RG-RERUN-TIME.
           EXEC CICS REWRITE FILE('RUNCTL')
               FROM(WS-RUN-REC)
           END-EXEC.
           SET RN-RESP-OK TO TRUE.
       5300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    6000 - WRITE THE AUDIT JOURNAL RECORD                  *
      *    The program rides in the JR-ACCT-KEY field.            *
      *----------------------------------------------------------*
       6000-WRITE-JOURNAL.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE RN-FUNCTION TO JR-FUNCTION.
           MOVE RN-PROGRAM TO JR-ACCT-KEY.
           MOVE RN-RESP-CODE TO JR-RESP-CODE.
           MOVE SPACES TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           PERFORM 7000-COMMIT-WORK THRU 7000-EXIT.
           PERFORM 8000-SEND-RUN-MAP THRU 8000-EXIT.
       6000-EXIT.
           EXIT.
      *
      *    The run date being flagged is the business date the
      *    entry belongs to; the SYSCTL date stands in when the
      *    keyed one is no date at all.
       6010-PUT-JOURNAL.
           IF RN-BUS-DATE IS NUMERIC
               MOVE RN-BUS-DATE TO JR-BUS-DATE
           ELSE
               MOVE WS-BUS-DATE TO JR-BUS-DATE
           END-IF.
           EXEC CICS WRITEQ TD
               QUEUE('CICJ')
               FROM(WS-JOURNAL-REC)
               LENGTH(LENGTH OF WS-JOURNAL-REC)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UOW-FAILED TO TRUE
           END-IF.
           MOVE EIBTASKN TO WS-TASKNO.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE SPACES TO WS-JRNLKS-REC.
           MOVE JR-DATE TO JK-DATE.
           MOVE JR-TIME TO JK-TIME.
           MOVE WS-TASKNO TO JK-TASKNO.
           MOVE WS-JRNL-SEQ TO JK-SEQ.
           MOVE WS-JOURNAL-REC TO JK-JOURNAL-DATA.
           EXEC CICS WRITE FILE('JRNLKS')
               FROM(WS-JRNLKS-REC)
               RIDFLD(JK-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UOW-FAILED TO TRUE
           END-IF.
       6010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    7000 - COMMIT OR BACK OUT THE UNIT OF WORK             *
      *----------------------------------------------------------*
       7000-COMMIT-WORK.
           IF RN-RESP-OK AND WS-UOW-OK
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - SEND THE NIGHT'S RUN STATUS AND WAIT FOR MORE   *
      *    The rows are filled on the way out so a rerun flag     *
      *    just set shows at once. All reads here carry RESP -    *
      *    the unit of work is already over.                      *
      *----------------------------------------------------------*
       8000-SEND-RUN-MAP.
           IF WS-SEND-FAILED
               EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE 0 TO WS-HOLD-COUNT.
           IF RN-BUS-DATE IS NUMERIC
               PERFORM 8050-FILL-ONE-ROW THRU 8050-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RJ-JOB-COUNT
               IF RN-PROGRAM NOT = SPACES
                   PERFORM 8070-FORMAT-DETAIL THRU 8070-EXIT
               END-IF
           END-IF.
           MOVE RN-BUS-DATE TO RDATI.
           MOVE RN-PROGRAM TO RPGMI.
           MOVE WS-HOLD-COUNT TO WS-HOLD-EDIT.
           EVALUATE TRUE
               WHEN RN-RESP-OK AND RN-FUNC-RERUN
                   STRING 'RERUN FLAGGED FOR ' RN-PROGRAM
                       DELIMITED BY SIZE INTO RMSGI
               WHEN RN-RESP-OK AND WS-HOLD-COUNT = 0
                   MOVE 'ALL MANDATORY JOBS COMPLETE' TO RMSGI
               WHEN RN-RESP-OK
                   STRING WS-HOLD-EDIT ' JOBS HOLD DAY-START'
                       DELIMITED BY SIZE INTO RMSGI
               WHEN RN-RESP-NOTFND
                   MOVE 'NO RUN RECORDED FOR THAT PROGRAM' TO RMSGI
               WHEN RN-RESP-NOT-AUTH
                   MOVE 'NOT AUTHORIZED FOR THAT FUNCTION' TO RMSGI
               WHEN RN-RESP-ALREADY
                   MOVE 'RERUN ALREADY FLAGGED' TO RMSGI
               WHEN RN-RESP-BAD-DATE
                   MOVE 'DATE MUST BE YYYYMMDD' TO RMSGI
               WHEN RN-RESP-NO-PROGRAM
                   MOVE 'KEY THE PROGRAM TO FLAG FOR RERUN' TO RMSGI
               WHEN RN-REASON-CODE = 9001
                   MOVE 'FUNCTION MUST BE I OR R' TO RMSGI
               WHEN OTHER
                   MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO RMSGI
           END-EVALUATE.
           MOVE -1 TO RFUNL.
           SET WS-SEND-FAILED TO TRUE.
           EXEC CICS SEND MAP('RUNMAP')
               MAPSET('RUNMAP')
               FROM(RUNMAPI)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID(WS-OWN-TRANID)
               COMMAREA(WS-SAVE-COMMAREA)
               LENGTH(LENGTH OF WS-SAVE-COMMAREA)
           END-EXEC.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8050 - ONE RUNJOBS PROGRAM'S ROW                       *
      *    The verdict is the day-start's own test (CICS009       *
      *    5600): a mandatory job needs an ended record at or     *
      *    under its allowed return code.                         *
      *----------------------------------------------------------*
       8050-FILL-ONE-ROW.
           MOVE RJ-PROGRAM (WS-SUB) TO RJOBI (WS-SUB).
           MOVE RJ-MANDATORY-SW (WS-SUB) TO RMNDI (WS-SUB).
           MOVE RN-BUS-DATE TO RG-BUS-DATE.
           MOVE RJ-PROGRAM (WS-SUB) TO RG-PROGRAM.
           EXEC CICS READ FILE('RUNCTL')
               INTO(WS-RUN-REC)
               RIDFLD(RG-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NOT RUN' TO RSTSI (WS-SUB)
               IF RJ-MANDATORY (WS-SUB)
                   MOVE 'MISSING' TO RVRDI (WS-SUB)
                   ADD 1 TO WS-HOLD-COUNT
               ELSE
                   MOVE 'NOT RUN' TO RVRDI (WS-SUB)
               END-IF
               GO TO 8050-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RG-RERUN-ALLOWED
                   MOVE 'RERUN OK' TO RSTSI (WS-SUB)
               WHEN RG-RUNNING
                   MOVE 'RUNNING' TO RSTSI (WS-SUB)
               WHEN OTHER
                   MOVE 'ENDED' TO RSTSI (WS-SUB)
           END-EVALUATE.
           MOVE RG-START-TIME TO RSTTI (WS-SUB).
           MOVE RG-RUN-COUNT TO WS-RUNS-EDIT.
           MOVE WS-RUNS-EDIT TO RCNTI (WS-SUB).
           IF RG-RUNNING
               MOVE SPACES TO RRCDI (WS-SUB)
               MOVE SPACES TO RENDI (WS-SUB)
               MOVE 'RUNNING' TO RVRDI (WS-SUB)
           ELSE
               MOVE RG-RETURN-CODE TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO RRCDI (WS-SUB)
               MOVE RG-END-TIME TO RENDI (WS-SUB)
               IF RG-RETURN-CODE > RJ-MAX-RC (WS-SUB)
                   MOVE 'RC HIGH' TO RVRDI (WS-SUB)
               ELSE
                   MOVE 'OK' TO RVRDI (WS-SUB)
               END-IF
           END-IF.
           IF RJ-MANDATORY (WS-SUB)
                   AND RVRDI (WS-SUB) NOT = 'OK'
               ADD 1 TO WS-HOLD-COUNT
           END-IF.
       8050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8070 - THE DETAIL BLOCK FOR THE KEYED PROGRAM          *
      *    Its control totals as the last run ended them, and     *
      *    who flagged its rerun, if anyone has.                  *
      *----------------------------------------------------------*
       8070-FORMAT-DETAIL.
           MOVE RN-BUS-DATE TO RG-BUS-DATE.
           MOVE RN-PROGRAM TO RG-PROGRAM.
           EXEC CICS READ FILE('RUNCTL')
               INTO(WS-RUN-REC)
               RIDFLD(RG-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 8070-EXIT
           END-IF.
           MOVE RG-RERUN-OPID TO RDBYI.
           PERFORM 8080-FORMAT-TOTAL THRU 8080-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 3.
       8070-EXIT.
           EXIT.
      *
       8080-FORMAT-TOTAL.
           MOVE RG-TOTAL-DESC (WS-SUB) TO RTDSI (WS-SUB).
           EVALUATE TRUE
               WHEN RG-TOTAL-COUNT (WS-SUB)
                   MOVE RG-TOTAL-VALUE (WS-SUB) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO RTVLI (WS-SUB)
               WHEN RG-TOTAL-AMOUNT (WS-SUB)
                   MOVE RG-TOTAL-VALUE (WS-SUB) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO RTVLI (WS-SUB)
               WHEN OTHER
                   MOVE SPACES TO RTVLI (WS-SUB)
           END-EVALUATE.
       8080-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8100/8200/8300 - FILE AND MAP CONDITION HANDLERS       *
      *    (REACHED BY HANDLE CONDITION IN CPY002, NOT PERFORMED) *
      *----------------------------------------------------------*
       8100-NOTFND-ERROR.
           SET RN-RESP-SYS-ERROR TO TRUE.
           MOVE 9030 TO RN-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
       8200-DUPREC-ERROR.
           SET RN-RESP-SYS-ERROR TO TRUE.
           MOVE 9031 TO RN-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
       8300-MAPFAIL-ERROR.
           SET RN-RESP-SYS-ERROR TO TRUE.
           MOVE 9002 TO RN-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
      *----------------------------------------------------------*
      *    8900 - ANY OTHER CICS CONDITION                        *
      *    (REACHED BY HANDLE CONDITION ERROR IN CPY002)          *
      *----------------------------------------------------------*
       8900-SYSTEM-ERROR.
           SET RN-RESP-SYS-ERROR TO TRUE.
           MOVE EIBRESP TO RN-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
      *----------------------------------------------------------*
      *    9000 - PF3: CLEAR THE SCREEN AND END THE SESSION       *
      *----------------------------------------------------------*
       9000-EXIT-SESSION.
           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       9000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9900 - TASK ABEND HANDLER (REACHED BY HANDLE ABEND)    *
      *----------------------------------------------------------*
       9900-ABEND-ROUTINE.
           EXEC CICS ASSIGN ABCODE(WS-ABEND-CODE) END-EXEC.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET RN-RESP-SYS-ERROR TO TRUE.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE RN-FUNCTION TO JR-FUNCTION.
           MOVE RN-PROGRAM TO JR-ACCT-KEY.
           MOVE RN-RESP-CODE TO JR-RESP-CODE.
           MOVE WS-ABEND-CODE TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           MOVE LOW-VALUES TO RUNMAPI.
           MOVE -1 TO RFUNL.
           STRING 'SYSTEM ERROR ' WS-ABEND-CODE ' - PLEASE RETRY'
               DELIMITED BY SIZE INTO RMSGI.
           EXEC CICS SEND MAP('RUNMAP')
               MAPSET('RUNMAP')
               FROM(RUNMAPI)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
