       ID DIVISION.
       PROGRAM-ID. CICS012.
      *    AML alert review queue (AC12). Pseudo-conversational in
      *    the CICS010 mould; commarea layout is CPY020. Pages
      *    through the AMLALRT alerts the nightly AMLMON run
      *    raises - ten to a screen in alert key order (subject,
      *    type, date) - showing every alert still being worked,
      *    the open ones. A cleared or escalated alert drops out
      *    of the queue.
      *
      *    L (or blank) - list: reshow the current page.
      *    S (show)     - the alert on the row keyed in the
      *        select field goes into the detail block with the
      *        customer's name and address off CUSTMS (or the
      *        account name when the subject is an account with
      *        no customer link).
      *    C (clear)    - disposition the shown (or selected)
      *        alert as cleared; a note is required.
      *    E (escalate) - disposition it as escalated; a note is
      *        required. Either disposition is final: the alert
      *        record has room for one note and one stamp, and an
      *        escalation's note and officer must not be written
      *        over by a later clear. An escalated alert is worked
      *        on from there outside this queue.
      *    PF8 pages forward, PF7 back, PF3 ends the session, and
      *    PF10 hands the alert's account to the CICS010 movement
      *    history by XCTL with the CPY018 commarea in select
      *    mode - the same hand-off CICS001 makes.
      *
      *    The whole screen rides the G privilege in SECPROF.
      *    Every disposition, refused or not, and every refused
      *    attempt to use the screen is journalled to CICJ and
      *    JRNLKS with the alert subject in JR-ACCT-KEY; listing
      *    and showing are read-only and cut no journal record,
      *    the same as the history inquiry. The note, the
      *    operator and the time stay on the alert record itself.
      *
      *    Dante Cola 06.09.2026 - new for case TS015348461.
      *
      *    Dante Cola 14.09.2026 - an escalated alert can no longer
      *    be cleared over the top of its escalation note and
      *    officer; it leaves the queue like a cleared one. Case
      *    TS015356031.
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
           COPY CPY020.
      *
       01  WS-AUTH-CA.
           COPY AUTHCA.
      *
       01  WS-ALERT-REC.
           COPY AMLREC.
      *
       01  WS-CUSTOMER-REC.
           COPY CUSTREC.
      *
       01  WS-ACCOUNT-REC.
           COPY ACCTREC.
      *
       01  WS-SYSCTL-REC.
           COPY SYSCTL.
      *
       01  WS-JOURNAL-REC.
           COPY JRNLREC.
      *
       01  WS-JRNLKS-REC.
           COPY JRNLKS.
      *
       01  WS-CICS010-CA.
           COPY CPY018.
      *
           COPY AMLMAP.
      *
       01  WS-OWN-TRANID                PIC X(04) VALUE 'AC12'.
      *
       01  WS-AMOUNT-EDIT               PIC -(10)9.99.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
      *
       01  WS-SUB                       PIC S9(04) COMP.
       01  WS-ROW-COUNT                 PIC S9(04) COMP.
       01  WS-SEL-ROW                   PIC 9(02).
      *
      *    EIBAID attention identifiers, as DFHAID defines them.
       01  WS-AID-CHECK                 PIC X(01).
           88  WS-AID-ENTER                     VALUE ''''.
           88  WS-AID-PF3                       VALUE '3'.
           88  WS-AID-PF7                       VALUE '7'.
           88  WS-AID-PF8                       VALUE '8'.
           88  WS-AID-PF10                      VALUE ':'.
      *
       01  WS-LIST-FILLED-SW            PIC X(01) VALUE 'N'.
           88  WS-LIST-FILLED                     VALUE 'Y'.
      *
       01  WS-BROWSE-KEY                PIC X(19).
       01  WS-SKIP-KEY                  PIC X(19).
      *
       01  WS-PAGE-COUNT                PIC S9(04) COMP.
       01  WS-PAGE-TABLE.
           05  WS-PAGE-ENTRY OCCURS 10 TIMES.
               10  WS-PAGE-REC          PIC X(200).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(260).
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
               IF AR-FUNC-CLEAR OR AR-FUNC-ESCALATE
                   PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
               ELSE
                   PERFORM 8000-SEND-ALERT-MAP THRU 8000-EXIT
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
           SET AR-RESP-OK TO TRUE.
           MOVE 0 TO AR-REASON-CODE.
           MOVE LOW-VALUES TO AMLMAPI.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - AUTHORIZATION CHECK (G PRIVILEGE)               *
      *    Alerts name customers under suspicion - compliance     *
      *    business only, so the G letter gates the whole screen, *
      *    looking included. A refusal is journalled.             *
      *----------------------------------------------------------*
       1100-CHECK-AUTHORIZATION.
           INITIALIZE WS-AUTH-CA.
           MOVE WS-OPERID TO AUTH-OPERID.
           MOVE EIBTRMID TO AUTH-TERMID.
           MOVE 'G' TO AUTH-FUNCTION.
           MOVE 0 TO AUTH-AMOUNT.
           COPY CPY004.
           IF NOT AUTH-ALLOWED
               SET AR-RESP-NOT-AUTH TO TRUE
               MOVE 9100 TO AR-REASON-CODE
               MOVE SPACES TO AR-SEL-KEY
               SET WS-LIST-FILLED TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - FIRST ENTRY: SEND THE EMPTY QUEUE SCREEN        *
      *    Nothing is shown until the operator's privilege has    *
      *    been checked on the first ENTER.                       *
      *----------------------------------------------------------*
       2000-SEND-INITIAL-MAP.
           MOVE 'PRESS ENTER FOR THE OPEN ALERT QUEUE' TO LMSGI.
           SET WS-LIST-FILLED TO TRUE.
           PERFORM 8000-SEND-ALERT-MAP THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - RE-ENTRY: RECEIVE THE OPERATOR'S INPUT          *
      *----------------------------------------------------------*
       3000-RECEIVE-MAP.
           MOVE EIBAID TO WS-AID-CHECK.
           EXEC CICS RECEIVE MAP('AMLMAP')
               MAPSET('AMLMAP')
               INTO(AMLMAPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO AMLMAPI
           END-IF.
           IF LFUNI = LOW-VALUES
               MOVE SPACE TO AR-FUNCTION
           ELSE
               MOVE LFUNI TO AR-FUNCTION
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
               WHEN WS-AID-PF10
                   PERFORM 5400-XCTL-HISTORY THRU 5400-EXIT
               WHEN AR-FUNC-CLEAR OR AR-FUNC-ESCALATE
                   PERFORM 5300-DISPOSITION-ALERT THRU 5300-EXIT
               WHEN AR-FUNC-SHOW
                   PERFORM 5200-SHOW-ALERT THRU 5200-EXIT
               WHEN WS-AID-PF8
                   PERFORM 4300-FILL-NEXT THRU 4300-EXIT
               WHEN WS-AID-PF7
                   PERFORM 4400-FILL-PREVIOUS THRU 4400-EXIT
               WHEN AR-FUNC-LIST OR AR-FUNC-NONE
                   PERFORM 4150-REFILL-CURRENT THRU 4150-EXIT
               WHEN OTHER
                   SET AR-RESP-SYS-ERROR TO TRUE
                   MOVE 9001 TO AR-REASON-CODE
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4100 - FILL FROM THE FIRST ALERT ON FILE               *
      *----------------------------------------------------------*
       4100-FILL-FROM-START.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE SPACES TO WS-SKIP-KEY.
           PERFORM 4200-FILL-FORWARD THRU 4200-EXIT.
           IF WS-ROW-COUNT = 0
               MOVE 'NO ALERTS IN THE QUEUE' TO LMSGI
           END-IF.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4150 - RESHOW THE PAGE STARTING AT AR-TOP-KEY          *
      *    A top alert dispositioned since the last screen simply *
      *    drops off - the fill starts at the next one.           *
      *----------------------------------------------------------*
       4150-REFILL-CURRENT.
           IF AR-TOP-KEY = SPACES
               PERFORM 4100-FILL-FROM-START THRU 4100-EXIT
               GO TO 4150-EXIT
           END-IF.
           MOVE AR-TOP-KEY TO WS-BROWSE-KEY.
           MOVE SPACES TO WS-SKIP-KEY.
           PERFORM 4200-FILL-FORWARD THRU 4200-EXIT.
           IF WS-ROW-COUNT = 0
               PERFORM 4100-FILL-FROM-START THRU 4100-EXIT
           END-IF.
       4150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4200 - FILL THE SCREEN BROWSING FORWARD FROM           *
      *    WS-BROWSE-KEY, SKIPPING DISPOSITIONED ALERTS           *
      *----------------------------------------------------------*
       4200-FILL-FORWARD.
           PERFORM 4500-CLEAR-ROWS THRU 4500-EXIT.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-LIST-FILLED TO TRUE.
           EXEC CICS STARTBR
               FILE('AMLALRT')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-READ-NEXT-ALERT THRU 4210-EXIT
               UNTIL WS-ROW-COUNT NOT < 10
                  OR WS-RESP NOT = DFHRESP(NORMAL).
           EXEC CICS ENDBR
               FILE('AMLALRT')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-ROW-COUNT > 0
               MOVE 'S=SHOW C=CLEAR E=ESCALATE PF7/8 PF10' TO LMSGI
           END-IF.
       4200-EXIT.
           EXIT.
      *
       4210-READ-NEXT-ALERT.
           EXEC CICS READNEXT
               FILE('AMLALRT')
               INTO(WS-ALERT-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4210-EXIT
           END-IF.
           IF WS-SKIP-KEY NOT = SPACES
                   AND WS-BROWSE-KEY = WS-SKIP-KEY
               MOVE SPACES TO WS-SKIP-KEY
               GO TO 4210-EXIT
           END-IF.
           IF AL-CLEARED OR AL-ESCALATED
               GO TO 4210-EXIT
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM 4600-MOVE-REC-TO-ROW THRU 4600-EXIT.
           IF WS-ROW-COUNT = 1
               MOVE AL-KEY TO AR-TOP-KEY
           END-IF.
           MOVE AL-KEY TO AR-BOT-KEY.
       4210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4300 - PF8: PAGE FORWARD                               *
      *----------------------------------------------------------*
       4300-FILL-NEXT.
           IF AR-BOT-KEY = SPACES
               PERFORM 4100-FILL-FROM-START THRU 4100-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE AR-BOT-KEY TO WS-BROWSE-KEY.
           MOVE AR-BOT-KEY TO WS-SKIP-KEY.
           PERFORM 4200-FILL-FORWARD THRU 4200-EXIT.
           IF WS-ROW-COUNT = 0
               PERFORM 4150-REFILL-CURRENT THRU 4150-EXIT
               MOVE 'NO MORE ALERTS' TO LMSGI
           END-IF.
       4300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4400 - PF7: PAGE BACK                                  *
      *    Collects backward from the current top row and unloads *
      *    in reverse so the screen still reads in key order, the *
      *    CICS010 trick turned the other way.                    *
      *----------------------------------------------------------*
       4400-FILL-PREVIOUS.
           IF AR-TOP-KEY = SPACES
               PERFORM 4100-FILL-FROM-START THRU 4100-EXIT
               GO TO 4400-EXIT
           END-IF.
           MOVE AR-TOP-KEY TO WS-BROWSE-KEY.
           MOVE AR-TOP-KEY TO WS-SKIP-KEY.
           EXEC CICS STARTBR
               FILE('AMLALRT')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 4100-FILL-FROM-START THRU 4100-EXIT
               GO TO 4400-EXIT
           END-IF.
           MOVE 0 TO WS-PAGE-COUNT.
           PERFORM 4410-READ-PREV-ALERT THRU 4410-EXIT
               UNTIL WS-PAGE-COUNT NOT < 10
                  OR WS-RESP NOT = DFHRESP(NORMAL).
           EXEC CICS ENDBR
               FILE('AMLALRT')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-PAGE-COUNT = 0
               PERFORM 4150-REFILL-CURRENT THRU 4150-EXIT
               MOVE 'ALREADY AT THE FIRST ALERT' TO LMSGI
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4420-UNLOAD-PAGE-TABLE THRU 4420-EXIT.
           MOVE 'S=SHOW C=CLEAR E=ESCALATE PF7/8 PF10' TO LMSGI.
       4400-EXIT.
           EXIT.
      *
       4410-READ-PREV-ALERT.
           EXEC CICS READPREV
               FILE('AMLALRT')
               INTO(WS-ALERT-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4410-EXIT
           END-IF.
           IF WS-BROWSE-KEY NOT < WS-SKIP-KEY
               GO TO 4410-EXIT
           END-IF.
           IF AL-CLEARED OR AL-ESCALATED
               GO TO 4410-EXIT
           END-IF.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-ALERT-REC TO WS-PAGE-REC (WS-PAGE-COUNT).
       4410-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4420 - UNLOAD THE COLLECTED PAGE IN KEY ORDER          *
      *----------------------------------------------------------*
       4420-UNLOAD-PAGE-TABLE.
           PERFORM 4500-CLEAR-ROWS THRU 4500-EXIT.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-LIST-FILLED TO TRUE.
           PERFORM 4430-UNLOAD-ONE-ROW THRU 4430-EXIT
               VARYING WS-SUB FROM WS-PAGE-COUNT BY -1
               UNTIL WS-SUB < 1.
       4420-EXIT.
           EXIT.
      *
       4430-UNLOAD-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-PAGE-REC (WS-SUB) TO WS-ALERT-REC.
           PERFORM 4600-MOVE-REC-TO-ROW THRU 4600-EXIT.
           IF WS-ROW-COUNT = 1
               MOVE AL-KEY TO AR-TOP-KEY
           END-IF.
           MOVE AL-KEY TO AR-BOT-KEY.
       4430-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4500 - CLEAR THE LIST ROWS AND THEIR SAVED KEYS        *
      *----------------------------------------------------------*
       4500-CLEAR-ROWS.
           PERFORM 4510-CLEAR-ONE-ROW THRU 4510-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.
       4500-EXIT.
           EXIT.
      *
       4510-CLEAR-ONE-ROW.
           MOVE SPACES TO LSUBI (WS-SUB).
           MOVE SPACES TO LTYPI (WS-SUB).
           MOVE SPACES TO LDTEI (WS-SUB).
           MOVE SPACES TO LACCI (WS-SUB).
           MOVE SPACES TO LCNTI (WS-SUB).
           MOVE SPACES TO LAMTI (WS-SUB).
           MOVE SPACES TO LSTAI (WS-SUB).
           MOVE SPACES TO AR-ROW-KEY (WS-SUB).
       4510-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4600 - FORMAT ONE ALERT INTO SCREEN ROW WS-ROW-COUNT   *
      *----------------------------------------------------------*
       4600-MOVE-REC-TO-ROW.
           MOVE AL-SUBJECT TO LSUBI (WS-ROW-COUNT).
           MOVE AL-TYPE TO LTYPI (WS-ROW-COUNT).
           MOVE AL-BUS-DATE TO LDTEI (WS-ROW-COUNT).
           MOVE AL-ACCT-KEY TO LACCI (WS-ROW-COUNT).
           MOVE AL-MOVE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO LCNTI (WS-ROW-COUNT).
           MOVE AL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO LAMTI (WS-ROW-COUNT).
           MOVE AL-STATUS TO LSTAI (WS-ROW-COUNT).
           MOVE AL-KEY TO AR-ROW-KEY (WS-ROW-COUNT).
       4600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5100 - TAKE THE ROW KEYED IN THE SELECT FIELD          *
      *    A blank select field keeps the alert already shown.    *
      *----------------------------------------------------------*
       5100-PICK-ROW.
           IF LSELI = SPACES OR LSELI = LOW-VALUES
               GO TO 5100-EXIT
           END-IF.
           IF LSELI IS NOT NUMERIC
               GO TO 5100-BAD-ROW
           END-IF.
           MOVE LSELI TO WS-SEL-ROW.
           IF WS-SEL-ROW < 1 OR WS-SEL-ROW > 10
               GO TO 5100-BAD-ROW
           END-IF.
           IF AR-ROW-KEY (WS-SEL-ROW) = SPACES
               GO TO 5100-BAD-ROW
           END-IF.
           MOVE AR-ROW-KEY (WS-SEL-ROW) TO AR-SEL-KEY.
           GO TO 5100-EXIT.
       5100-BAD-ROW.
           SET AR-RESP-NO-SELECTION TO TRUE.
           MOVE 9070 TO AR-REASON-CODE.
           MOVE SPACES TO AR-SEL-KEY.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5200 - SHOW THE SELECTED ALERT IN THE DETAIL BLOCK     *
      *    The detail itself is formatted on the way out (8050).  *
      *----------------------------------------------------------*
       5200-SHOW-ALERT.
           PERFORM 5100-PICK-ROW THRU 5100-EXIT.
           IF AR-SEL-KEY = SPACES AND AR-RESP-OK
               SET AR-RESP-NO-SELECTION TO TRUE
               MOVE 9070 TO AR-REASON-CODE
           END-IF.
           PERFORM 4150-REFILL-CURRENT THRU 4150-EXIT.
       5200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5300 - CLEAR OR ESCALATE THE SELECTED ALERT            *
      *    An open alert takes either; a cleared or escalated one *
      *    is finished, so the note and stamp on file are always  *
      *    the ones that dispositioned it. The note is mandatory  *
      *    - a disposition nobody can explain later is a finding  *
      *    in itself.                                             *
      *----------------------------------------------------------*
       5300-DISPOSITION-ALERT.
           PERFORM 5100-PICK-ROW THRU 5100-EXIT.
           IF NOT AR-RESP-OK
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF AR-SEL-KEY = SPACES
               SET AR-RESP-NO-SELECTION TO TRUE
               MOVE 9070 TO AR-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF LNOTI = SPACES OR LNOTI = LOW-VALUES
               SET AR-RESP-NOTE-REQUIRED TO TRUE
               MOVE 9071 TO AR-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE AR-SEL-KEY TO AL-KEY.
           EXEC CICS READ FILE('AMLALRT')
               INTO(WS-ALERT-REC)
               RIDFLD(AL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET AR-RESP-NOTFND TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF NOT AL-OPEN
               SET AR-RESP-ALREADY TO TRUE
               MOVE 9072 TO AR-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF AR-FUNC-CLEAR
               SET AL-CLEARED TO TRUE
           ELSE
               SET AL-ESCALATED TO TRUE
           END-IF.
           MOVE WS-CURR-DATE TO AL-DISP-DATE.
           MOVE WS-CURR-TIME TO AL-DISP-TIME.
           MOVE WS-OPERID TO AL-DISP-OPID.
           MOVE LNOTI TO AL-NOTE.
           EXEC CICS REWRITE FILE('AMLALRT')
               FROM(WS-ALERT-REC)
           END-EXEC.
           SET AR-RESP-OK TO TRUE.
       5300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5400 - PF10: HAND THE ALERT'S ACCOUNT TO THE HISTORY   *
      *    INQUIRY                                                *
      *    XCTL with the CPY018 commarea in select mode, as       *
      *    CICS001 does. Never returns; CICS010's RETURN TRANSID  *
      *    owns the terminal from here.                           *
      *----------------------------------------------------------*
       5400-XCTL-HISTORY.
           PERFORM 5100-PICK-ROW THRU 5100-EXIT.
           IF AR-SEL-KEY = SPACES
               IF AR-RESP-OK
                   SET AR-RESP-NO-SELECTION TO TRUE
                   MOVE 9070 TO AR-REASON-CODE
               END-IF
               GO TO 5400-EXIT
           END-IF.
           MOVE AR-SEL-KEY TO AL-KEY.
           EXEC CICS READ FILE('AMLALRT')
               INTO(WS-ALERT-REC)
               RIDFLD(AL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR AL-ACCT-KEY = SPACES
               SET AR-RESP-NOTFND TO TRUE
               GO TO 5400-EXIT
           END-IF.
           INITIALIZE WS-CICS010-CA.
           SET HI-MODE-SELECT TO TRUE.
           MOVE AL-ACCT-KEY TO HI-ACCT-KEY.
           EXEC CICS XCTL
               PROGRAM('CICS010')
               COMMAREA(WS-CICS010-CA)
               LENGTH(LENGTH OF WS-CICS010-CA)
           END-EXEC.
       5400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    6000 - WRITE THE AUDIT JOURNAL RECORD                  *
      *    The alert's subject (customer or account) rides in the *
      *    JR-ACCT-KEY field.                                     *
      *----------------------------------------------------------*
       6000-WRITE-JOURNAL.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE AR-FUNCTION TO JR-FUNCTION.
           MOVE AR-SEL-KEY (1:10) TO JR-ACCT-KEY.
           MOVE AR-RESP-CODE TO JR-RESP-CODE.
           MOVE SPACES TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           PERFORM 7000-COMMIT-WORK THRU 7000-EXIT.
           PERFORM 8000-SEND-ALERT-MAP THRU 8000-EXIT.
       6000-EXIT.
           EXIT.
      *
       6010-PUT-JOURNAL.
           MOVE WS-BUS-DATE TO JR-BUS-DATE.
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
           IF AR-RESP-OK AND WS-UOW-OK
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - SEND THE QUEUE AND WAIT FOR MORE                *
      *    The list is refilled from the current top unless this  *
      *    round trip already paged it; the detail block shows    *
      *    the selected alert as it now stands on file. All reads *
      *    here carry RESP - the unit of work is already over.    *
      *----------------------------------------------------------*
       8000-SEND-ALERT-MAP.
           IF WS-SEND-FAILED
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF NOT WS-LIST-FILLED
               PERFORM 4150-REFILL-CURRENT THRU 4150-EXIT
           END-IF.
           IF AR-SEL-KEY NOT = SPACES
               PERFORM 8050-FORMAT-DETAIL THRU 8050-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AR-RESP-OK AND AR-FUNC-CLEAR
                   MOVE 'ALERT CLEARED' TO LMSGI
               WHEN AR-RESP-OK AND AR-FUNC-ESCALATE
                   MOVE 'ALERT ESCALATED' TO LMSGI
               WHEN AR-RESP-OK
                   CONTINUE
               WHEN AR-RESP-NOTFND
                   MOVE 'ALERT NO LONGER ON FILE' TO LMSGI
               WHEN AR-RESP-NOT-AUTH
                   MOVE 'NOT AUTHORIZED FOR THE ALERT QUEUE' TO LMSGI
               WHEN AR-RESP-ALREADY
                   MOVE 'ALERT ALREADY DISPOSITIONED' TO LMSGI
               WHEN AR-RESP-NO-SELECTION
                   MOVE 'KEY A LISTED ROW NUMBER TO SELECT' TO LMSGI
               WHEN AR-RESP-NOTE-REQUIRED
                   MOVE 'A NOTE IS REQUIRED TO CLEAR OR ESCALATE'
                       TO LMSGI
               WHEN AR-REASON-CODE = 9001
                   MOVE 'FUNCTION MUST BE L, S, C OR E' TO LMSGI
               WHEN OTHER
                   MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO LMSGI
           END-EVALUATE.
           MOVE -1 TO LFUNL.
           SET WS-SEND-FAILED TO TRUE.
           EXEC CICS SEND MAP('AMLMAP')
               MAPSET('AMLMAP')
               FROM(AMLMAPI)
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
      *    8050 - THE DETAIL BLOCK FOR AR-SEL-KEY                 *
      *    Who the subject is comes off CUSTMS for a customer and *
      *    off ACCTMS for an account with no customer link.       *
      *----------------------------------------------------------*
       8050-FORMAT-DETAIL.
           MOVE AR-SEL-KEY TO AL-KEY.
           EXEC CICS READ FILE('AMLALRT')
               INTO(WS-ALERT-REC)
               RIDFLD(AL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO AR-SEL-KEY
               GO TO 8050-EXIT
           END-IF.
           MOVE AL-SUBJECT TO LDSBI.
           EVALUATE TRUE
               WHEN AL-TYPE-CASH
                   MOVE 'C CASH OVER THRESHOLD' TO LDTYI
               WHEN AL-TYPE-STRUCTURING
                   MOVE 'S STRUCTURING' TO LDTYI
               WHEN AL-TYPE-VOLUME
                   MOVE 'V VOLUME OUT OF PATTERN' TO LDTYI
               WHEN AL-TYPE-RAPID
                   MOVE 'R RAPID IN AND OUT' TO LDTYI
               WHEN OTHER
                   MOVE AL-TYPE TO LDTYI
           END-EVALUATE.
           MOVE AL-BUS-DATE TO LDDTI.
           MOVE AL-ACCT-KEY TO LDACI.
           MOVE AL-MOVE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO LDCTI.
           MOVE AL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO LDAMI.
           MOVE AL-COMPARE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO LDCMI.
           MOVE AL-WINDOW-START TO LDWNI.
           EVALUATE TRUE
               WHEN AL-OPEN
                   MOVE 'OPEN' TO LDSTI
               WHEN AL-CLEARED
                   MOVE 'CLEARED' TO LDSTI
               WHEN AL-ESCALATED
                   MOVE 'ESCALATED' TO LDSTI
               WHEN OTHER
                   MOVE AL-STATUS TO LDSTI
           END-EVALUATE.
           MOVE AL-DISP-OPID TO LDBYI.
           IF AL-NOTE NOT = SPACES
               MOVE AL-NOTE TO LNOTI
           END-IF.
           IF AL-SUBJ-CUSTOMER
               PERFORM 8060-FORMAT-CUSTOMER THRU 8060-EXIT
           ELSE
               PERFORM 8070-FORMAT-ACCOUNT THRU 8070-EXIT
           END-IF.
       8050-EXIT.
           EXIT.
      *
       8060-FORMAT-CUSTOMER.
           MOVE AL-CUST-NO TO CUST-NO.
           EXEC CICS READ FILE('CUSTMS')
               INTO(WS-CUSTOMER-REC)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO LDNMI
               GO TO 8060-EXIT
           END-IF.
           MOVE CUST-NAME TO LDNMI.
           MOVE CUST-ADDR-LINE-1 TO LDADI.
           MOVE CUST-CITY TO LDCYI.
       8060-EXIT.
           EXIT.
      *
       8070-FORMAT-ACCOUNT.
           MOVE AL-SUBJECT TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               RIDFLD(ACCT-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON FILE' TO LDNMI
               GO TO 8070-EXIT
           END-IF.
           MOVE ACCT-NAME TO LDNMI.
           MOVE 'NO CUSTOMER LINK ON ACCOUNT' TO LDADI.
       8070-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8100/8200/8300 - FILE AND MAP CONDITION HANDLERS       *
      *    (REACHED BY HANDLE CONDITION IN CPY002, NOT PERFORMED) *
      *----------------------------------------------------------*
       8100-NOTFND-ERROR.
           SET AR-RESP-SYS-ERROR TO TRUE.
           MOVE 9030 TO AR-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
       8200-DUPREC-ERROR.
           SET AR-RESP-SYS-ERROR TO TRUE.
           MOVE 9031 TO AR-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
       8300-MAPFAIL-ERROR.
           SET AR-RESP-SYS-ERROR TO TRUE.
           MOVE 9002 TO AR-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
      *----------------------------------------------------------*
      *    8900 - ANY OTHER CICS CONDITION                        *
      *    (REACHED BY HANDLE CONDITION ERROR IN CPY002)          *
      *----------------------------------------------------------*
       8900-SYSTEM-ERROR.
           SET AR-RESP-SYS-ERROR TO TRUE.
           MOVE EIBRESP TO AR-REASON-CODE.
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
           SET AR-RESP-SYS-ERROR TO TRUE.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE AR-FUNCTION TO JR-FUNCTION.
           MOVE AR-SEL-KEY (1:10) TO JR-ACCT-KEY.
           MOVE AR-RESP-CODE TO JR-RESP-CODE.
           MOVE WS-ABEND-CODE TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           MOVE LOW-VALUES TO AMLMAPI.
           MOVE -1 TO LFUNL.
           STRING 'SYSTEM ERROR ' WS-ABEND-CODE ' - PLEASE RETRY'
               DELIMITED BY SIZE INTO LMSGI.
           EXEC CICS SEND MAP('AMLMAP')
               MAPSET('AMLMAP')
               FROM(AMLMAPI)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
