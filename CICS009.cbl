      *    E (day-end)   - closes posting. Every monetary
      *        function in CICS001, terminal or gateway, refuses
      *        with a posting-closed response until day-start.
      *        The batch window (the RUNJOBS programs, each
      *        registered on RUNCTL) belongs between E and S.
      *    S (day-start) - reopens posting under the new business
      *        date keyed in the date field (the calendar date
      *        when left blank). Creates the control record the
      *        first time, so the facility bootstraps itself.
      *        Refused while the closing date's batch window is
      *        not done - see below.
      *    F (forced day-start) - the supervisor's day-start
      *        over an unfinished batch window; otherwise as S.
      *
      *    Day-end on a closed day and day-start on an open day
      *    are refused - the operator is told rather than the
      *    action quietly doubling. The AUTHCHK contract rides
      *    the function letters E, S and F; inquiry rides I. The
      *    journal record carries the business date the action
      *    established in the JR-ACCT-KEY field, so the audit
      *    trail shows who opened which day.
      *
      *    Dante Cola 01.09.2026 - new for case TS015341833.
      *
      *    Dante Cola 04.09.2026 - day-end counts the TILLMS
      *    tills for the closing business date that are still
      *    open or were declared unbalanced and names the count
      *    on the response line. It is a warning only - the day
      *    still closes; the supervisor follows up on CICS011.
      *    Case TS015347215.
      *
      *    Dante Cola 09.09.2026 - day-start checks the batch
      *    window: every mandatory job in the RUNJOBS table must
      *    have a RUNCTL record for the closing business date
      *    that has ended at or under its allowed return code.
      *    A job missing, still in running status (abended) or
      *    ended too high refuses the day-start with the batch-
      *    incomplete response and the count on the message
      *    line; AC13 shows which. The supervisor's F function
      *    (its own SECPROF letter) opens the day regardless,
      *    and journals one extra F entry per job overridden -
      *    the program in JR-ACCT-KEY, the closing date in
      *    JR-BUS-DATE and in JR-ABEND-CODE MISS (never ran),
      *    ACTV (never ended) or the four-digit return code it
      *    ended with. Case TS015351036.
      *
      *    Dante Cola 10.09.2026 - room for eight batch jobs in
      *    the day-start check, for the ACCTBKP backup step now
      *    in RUNJOBS. Case TS015352187.
      *
      *    Dante Cola 12.09.2026 - room for nine batch jobs in the
      *    day-start check, for the ODEXCESS overdraft excess run
      *    now in RUNJOBS. Case TS015354708.
      *
      *    Dante Cola 14.09.2026 - room for ten batch jobs in the
      *    day-start check, for the DORMCHK dormancy sweep now in
      *    RUNJOBS. Case TS015356031.
      *
      *    Dante Cola 15.09.2026 - room for eleven batch jobs in the
      *    day-start check, for the AMLMON monitoring run now in
      *    RUNJOBS. Case TS015356844.
      *
      *    Dante Cola 16.09.2026 - room for twelve batch jobs in the
      *    day-start check, for the CLRPOST inward clearing run now
      *    in RUNJOBS. Case TS015357312.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       01  WS-SYSCTL-REC.
           COPY SYSCTL.
      *
       01  WS-TILL-REC.
           COPY TILLREC.
      *
       01  WS-RUN-REC.
           COPY RUNREC.
      *
           COPY RUNJOBS.
      *
       01  WS-JOURNAL-REC.
           COPY JRNLREC.
       01  WS-NEW-DATE                  PIC X(08).
       01  WS-NEW-DATE-9                PIC 9(08).
       01  WS-DAY-NUMBER                PIC 9(07).
      *
       01  WS-TILL-WORK.
           05  WS-TILL-BROWSE-KEY.
               10  WS-TILL-BROWSE-OPER  PIC X(08).
               10  WS-TILL-BROWSE-DATE  PIC X(08).
           05  WS-TILL-WARN-CNT         PIC 9(03)    VALUE 0.
           05  WS-TILL-WARN-EDIT        PIC ZZ9.
      *
       01  WS-GATE-WORK.
           05  WS-GATE-SUB              PIC S9(04) COMP.
           05  WS-GATE-FAIL-CNT         PIC 9(03)    VALUE 0.
           05  WS-GATE-FAIL-EDIT        PIC ZZ9.
           05  WS-GATE-FAIL OCCURS 12 TIMES.
               10  WS-GATE-PROGRAM      PIC X(08).
               10  WS-GATE-REASON       PIC X(04).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(40).
      *    1100 - AUTHORIZATION CHECK                             *
      *    Day-end and day-start ride their own letters (E, S)    *
      *    in the operator's SECPROF record - closing the branch  *
      *    to posting is not a teller matter - and the forced     *
      *    day-start rides F, a supervisor's letter.              *
      *----------------------------------------------------------*
       1100-CHECK-AUTHORIZATION.
           INITIALIZE WS-AUTH-CA.
       2000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DAYMAPI.
           MOVE -1 TO DFUNL.
           MOVE 'FUNCTION I/E/S/F - DATE FOR DAY-START' TO DMSGI.
           PERFORM 8000-SEND-DAY-MAP THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
                   SET DC-RESP-OK TO TRUE
               WHEN DC-FUNC-DAY-END
                   PERFORM 5200-DAY-END THRU 5200-EXIT
               WHEN DC-FUNC-DAY-START OR DC-FUNC-FORCE-START
                   PERFORM 5300-DAY-START THRU 5300-EXIT
               WHEN OTHER
                   SET DC-RESP-SYS-ERROR TO TRUE
           EXEC CICS REWRITE FILE('SYSCTL')
               FROM(WS-SYSCTL-REC)
           END-EXEC.
           PERFORM 5500-COUNT-OPEN-TILLS THRU 5500-EXIT.
       5200-DONE.
           MOVE SY-BUSINESS-DATE TO WS-BUS-DATE.
           MOVE SY-POSTING-SW TO WS-POSTING-SW.
      *    The new date comes off the screen (the calendar date   *
      *    when blank) and must be a real date. Creates the       *
      *    control record on first use; an already-open day is    *
      *    refused so two operators cannot double-start. The      *
      *    closing day's batch window must be done (5600) unless  *
      *    this is the supervisor's forced start, which journals  *
      *    each job it passes over.                               *
      *----------------------------------------------------------*
       5300-DAY-START.
           IF DDATI = SPACES OR DDATI = LOW-VALUES
               SET DC-RESP-ALREADY TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           PERFORM 5600-CHECK-BATCH-WINDOW THRU 5600-EXIT.
           IF WS-GATE-FAIL-CNT > 0 AND NOT DC-FUNC-FORCE-START
               SET DC-RESP-BATCH-INCOMPLETE TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           PERFORM 5700-JOURNAL-OVERRIDE THRU 5700-EXIT
               VARYING WS-GATE-SUB FROM 1 BY 1
               UNTIL WS-GATE-SUB > WS-GATE-FAIL-CNT.
           MOVE WS-NEW-DATE TO SY-BUSINESS-DATE.
           SET SY-POSTING-OPEN TO TRUE.
           PERFORM 5400-STAMP-CONTROL THRU 5400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5500 - COUNT THE CLOSING DAY'S UNFINISHED TILLS        *
      *    TILLMS is keyed operator + business date, so the       *
      *    browse skips: for each operator it repositions on the  *
      *    closing date, looks at that one record if there is     *
      *    one, then repositions past the operator's last date.   *
      *    Two reads per operator instead of the whole history.   *
      *----------------------------------------------------------*
       5500-COUNT-OPEN-TILLS.
           MOVE 0 TO WS-TILL-WARN-CNT.
           MOVE LOW-VALUES TO WS-TILL-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('TILLMS')
               RIDFLD(WS-TILL-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5550-READ-NEXT-TILL THRU 5550-EXIT
               UNTIL WS-RESP NOT = DFHRESP(NORMAL).
           EXEC CICS ENDBR
               FILE('TILLMS')
               RESP(WS-RESP)
           END-EXEC.
       5500-EXIT.
           EXIT.
      *
       5550-READ-NEXT-TILL.
           EXEC CICS READNEXT
               FILE('TILLMS')
               INTO(WS-TILL-REC)
               RIDFLD(WS-TILL-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5550-EXIT
           END-IF.
           MOVE TL-OPERID TO WS-TILL-BROWSE-OPER.
           IF TL-BUS-DATE < SY-BUSINESS-DATE
               MOVE SY-BUSINESS-DATE TO WS-TILL-BROWSE-DATE
               GO TO 5550-RESET
           END-IF.
           IF TL-BUS-DATE = SY-BUSINESS-DATE
                   AND (TL-OPEN OR TL-UNBALANCED)
               ADD 1 TO WS-TILL-WARN-CNT
           END-IF.
           MOVE HIGH-VALUES TO WS-TILL-BROWSE-DATE.
       5550-RESET.
           EXEC CICS RESETBR
               FILE('TILLMS')
               RIDFLD(WS-TILL-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
       5550-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5600 - IS THE CLOSING DAY'S BATCH WINDOW DONE?         *
      *    Each mandatory RUNJOBS entry needs a RUNCTL record for *
      *    the closing business date, ended at or under its       *
      *    allowed return code. The ones that are not are kept    *
      *    with the reason for the override journal.              *
      *----------------------------------------------------------*
       5600-CHECK-BATCH-WINDOW.
           MOVE 0 TO WS-GATE-FAIL-CNT.
           PERFORM 5650-CHECK-ONE-JOB THRU 5650-EXIT
               VARYING WS-GATE-SUB FROM 1 BY 1
               UNTIL WS-GATE-SUB > RJ-JOB-COUNT.
       5600-EXIT.
           EXIT.
      *
       5650-CHECK-ONE-JOB.
           IF NOT RJ-MANDATORY (WS-GATE-SUB)
               GO TO 5650-EXIT
           END-IF.
           MOVE SY-BUSINESS-DATE TO RG-BUS-DATE.
           MOVE RJ-PROGRAM (WS-GATE-SUB) TO RG-PROGRAM.
           EXEC CICS READ FILE('RUNCTL')
               INTO(WS-RUN-REC)
               RIDFLD(RG-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-GATE-FAIL-CNT
               MOVE 'MISS' TO WS-GATE-REASON (WS-GATE-FAIL-CNT)
               GO TO 5650-NOTE
           END-IF.
           IF RG-RUNNING
               ADD 1 TO WS-GATE-FAIL-CNT
               MOVE 'ACTV' TO WS-GATE-REASON (WS-GATE-FAIL-CNT)
               GO TO 5650-NOTE
           END-IF.
           IF RG-RETURN-CODE NOT > RJ-MAX-RC (WS-GATE-SUB)
               GO TO 5650-EXIT
           END-IF.
           ADD 1 TO WS-GATE-FAIL-CNT.
           MOVE RG-RETURN-CODE TO WS-GATE-REASON (WS-GATE-FAIL-CNT).
       5650-NOTE.
           MOVE RJ-PROGRAM (WS-GATE-SUB)
               TO WS-GATE-PROGRAM (WS-GATE-FAIL-CNT).
       5650-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5700 - JOURNAL ONE BATCH JOB THE FORCED START PASSED   *
      *    The entry carries the program and why it held the day; *
      *    JR-BUS-DATE is still the closing date here.            *
      *----------------------------------------------------------*
       5700-JOURNAL-OVERRIDE.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE DC-FUNCTION TO JR-FUNCTION.
           MOVE WS-GATE-PROGRAM (WS-GATE-SUB) TO JR-ACCT-KEY.
           MOVE 0 TO JR-RESP-CODE.
           MOVE WS-GATE-REASON (WS-GATE-SUB) TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
       5700-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    6000 - WRITE THE AUDIT JOURNAL RECORD                  *
      *    The business date the action established rides in the  *
      *    JR-ACCT-KEY field - the audit trail shows who opened   *
           EVALUATE TRUE
               WHEN DC-FUNC-NONE
                   CONTINUE
               WHEN DC-RESP-OK AND WS-TILL-WARN-CNT > 0
                   MOVE WS-TILL-WARN-CNT TO WS-TILL-WARN-EDIT
                   MOVE SPACES TO DMSGI
                   STRING 'DAY CLOSED - ' WS-TILL-WARN-EDIT
                       ' TILLS OPEN/UNBALANCED'
                       DELIMITED BY SIZE INTO DMSGI
               WHEN DC-RESP-OK AND WS-GATE-FAIL-CNT > 0
                   MOVE WS-GATE-FAIL-CNT TO WS-GATE-FAIL-EDIT
                   MOVE SPACES TO DMSGI
                   STRING 'DAY OPENED - ' WS-GATE-FAIL-EDIT
                       ' BATCH JOBS OVERRIDDEN'
                       DELIMITED BY SIZE INTO DMSGI
               WHEN DC-RESP-OK
                   MOVE 'ACTION COMPLETE' TO DMSGI
               WHEN DC-RESP-NOT-AUTH
                   MOVE 'DAY IS ALREADY IN THAT STATE' TO DMSGI
               WHEN DC-RESP-BAD-DATE
                   MOVE 'DATE MUST BE A VALID YYYYMMDD' TO DMSGI
               WHEN DC-RESP-BATCH-INCOMPLETE
                   MOVE WS-GATE-FAIL-CNT TO WS-GATE-FAIL-EDIT
                   MOVE SPACES TO DMSGI
                   STRING 'DAY NOT OPENED - ' WS-GATE-FAIL-EDIT
                       ' BATCH JOBS NOT OK'
                       DELIMITED BY SIZE INTO DMSGI
               WHEN OTHER
                   MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO DMSGI
           END-EVALUATE.
