       ID DIVISION.
       PROGRAM-ID. CICS011.
      *    Teller till transaction (AC11). Pseudo-conversational
      *    in the CICS009 mould; commarea layout is CPY019. Shows
      *    and maintains the operator's TILLMS record for the
      *    current business date - the cash drawer CICS001's
      *    terminal deposits and withdrawals run through:
      *
      *    I (inquiry)  - any operator's till for the day; the
      *        operator field blank means the caller's own.
      *    O (open)     - records the opening float. A till
      *        CICS001 created on the first posting (zero float)
      *        takes the float here too.
      *    V (vault in) - cash drawn from the vault into the till.
      *    R (vault out)- cash returned from the till to the
      *        vault; never more than the drawer should hold.
      *    D (declare)  - the teller keys the counted cash at
      *        close; the over/short against the expected figure
      *        is recorded and the till is balanced or
      *        unbalanced from then on. No further cash work is
      *        taken on a declared till.
      *
      *    Cash work (O, V, R, D) is only ever on the caller's
      *    own till and only while posting is open. The whole
      *    screen rides the K privilege in SECPROF. The journal
      *    record carries the till's operator in the JR-ACCT-KEY
      *    field so the audit trail shows whose drawer moved.
      *
      *    Dante Cola 04.09.2026 - new for case TS015347215.
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
           COPY CPY019.
      *
       01  WS-AUTH-CA.
           COPY AUTHCA.
      *
       01  WS-TILL-REC.
           COPY TILLREC.
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
           COPY TILLMAP.
      *
       01  WS-OWN-TRANID                PIC X(04) VALUE 'AC11'.
      *
       01  WS-TILL-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-TILL-FOUND                      VALUE 'Y'.
      *
       01  WS-TILL-AMOUNT               PIC S9(09)V99 COMP-3
                                                  VALUE 0.
       01  WS-TILL-EXPECTED             PIC S9(09)V99 COMP-3
                                                  VALUE 0.
       01  WS-TILL-EDIT                 PIC -(8)9.99.
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
               PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
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
           MOVE 0 TO TC-REASON-CODE.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - AUTHORIZATION CHECK (K PRIVILEGE)               *
      *    The K privilege gates the whole screen - tills are     *
      *    cash-desk business, and a supervisor balancing the     *
      *    desk needs it to look at other tellers' drawers.       *
      *----------------------------------------------------------*
       1100-CHECK-AUTHORIZATION.
           INITIALIZE WS-AUTH-CA.
           MOVE WS-OPERID TO AUTH-OPERID.
           MOVE EIBTRMID TO AUTH-TERMID.
           MOVE 'K' TO AUTH-FUNCTION.
           MOVE 0 TO AUTH-AMOUNT.
           COPY CPY004.
           IF NOT AUTH-ALLOWED
               SET TC-RESP-NOT-AUTH TO TRUE
               MOVE 9100 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - FIRST ENTRY: SEND THE EMPTY TILL SCREEN         *
      *----------------------------------------------------------*
       2000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO TILLMAPI.
           MOVE -1 TO KFUNL.
           MOVE 'FUNCTION I/O/V/R/D - AMOUNT FOR O/V/R/D' TO KMSGI.
           MOVE WS-OPERID TO TC-OPERID.
           PERFORM 8000-SEND-TILL-MAP THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - RE-ENTRY: RECEIVE THE OPERATOR'S INPUT          *
      *    A blank operator field means the caller's own till.    *
      *----------------------------------------------------------*
       3000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('TILLMAP')
               MAPSET('TILLMAP')
               INTO(TILLMAPI)
           END-EXEC.
           MOVE KFUNI TO TC-FUNCTION.
           IF KOPRI = SPACES OR KOPRI = LOW-VALUES
               MOVE WS-OPERID TO TC-OPERID
           ELSE
               MOVE KOPRI TO TC-OPERID
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5000 - DISPATCH ON THE REQUESTED TILL ACTION           *
      *----------------------------------------------------------*
       5000-DISPATCH-FUNCTION.
           EVALUATE TRUE
               WHEN TC-FUNC-INQUIRY
                   PERFORM 5100-INQUIRY-TILL THRU 5100-EXIT
               WHEN TC-FUNC-OPEN
                   PERFORM 5200-OPEN-TILL THRU 5200-EXIT
               WHEN TC-FUNC-VAULT-IN
                   PERFORM 5300-VAULT-IN THRU 5300-EXIT
               WHEN TC-FUNC-VAULT-OUT
                   PERFORM 5400-VAULT-OUT THRU 5400-EXIT
               WHEN TC-FUNC-DECLARE
                   PERFORM 5500-DECLARE-TILL THRU 5500-EXIT
               WHEN OTHER
                   SET TC-RESP-SYS-ERROR TO TRUE
                   MOVE 9001 TO TC-REASON-CODE
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5100 - INQUIRY                                         *
      *----------------------------------------------------------*
       5100-INQUIRY-TILL.
           MOVE TC-OPERID TO TL-OPERID.
           MOVE WS-BUS-DATE TO TL-BUS-DATE.
           EXEC CICS READ FILE('TILLMS')
               INTO(WS-TILL-REC)
               RIDFLD(TL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET TC-RESP-NOTFND TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           SET WS-TILL-FOUND TO TRUE.
           SET TC-RESP-OK TO TRUE.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5150 - EDITS COMMON TO ALL CASH WORK                   *
      *    Posting must be open (the batch window owns the day    *
      *    between day-end and day-start), the till must be the   *
      *    caller's own, and the keyed amount must de-edit to     *
      *    zero or more - zero is a fair float or count; the      *
      *    vault functions refuse it themselves.                  *
      *----------------------------------------------------------*
       5150-CHECK-CASH-WORK.
           IF WS-POSTING-CLOSED
               SET TC-RESP-POSTING-CLOSED TO TRUE
               MOVE 9020 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF TC-OPERID NOT = WS-OPERID
               SET TC-RESP-NOT-OWN-TILL TO TRUE
               MOVE 9060 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF FUNCTION TEST-NUMVAL(KAMTI) NOT = 0
               SET TC-RESP-BAD-AMOUNT TO TRUE
               MOVE 9004 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE FUNCTION NUMVAL(KAMTI) TO WS-TILL-AMOUNT.
           IF WS-TILL-AMOUNT < 0
               SET TC-RESP-BAD-AMOUNT TO TRUE
               MOVE 9005 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       5150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5160 - REFUSE A ZERO VAULT MOVEMENT                    *
      *----------------------------------------------------------*
       5160-CHECK-NOT-ZERO.
           IF WS-TILL-AMOUNT = 0
               SET TC-RESP-BAD-AMOUNT TO TRUE
               MOVE 9005 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       5160-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5180 - READ THE CALLER'S OPEN TILL FOR UPDATE          *
      *    No till yet means the teller has not opened today; a   *
      *    declared till takes no more cash work.                 *
      *----------------------------------------------------------*
       5180-READ-OPEN-TILL.
           MOVE TC-OPERID TO TL-OPERID.
           MOVE WS-BUS-DATE TO TL-BUS-DATE.
           EXEC CICS READ FILE('TILLMS')
               INTO(WS-TILL-REC)
               RIDFLD(TL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET TC-RESP-NOTFND TO TRUE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           SET WS-TILL-FOUND TO TRUE.
           IF NOT TL-OPEN
               SET TC-RESP-TILL-CLOSED TO TRUE
               MOVE 9061 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       5180-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5200 - OPEN THE TILL WITH ITS FLOAT                    *
      *    A till CICS001 already created on the first posting    *
      *    carries a zero float and takes the keyed float here;   *
      *    one that already has a float is refused rather than    *
      *    quietly overwritten.                                   *
      *----------------------------------------------------------*
       5200-OPEN-TILL.
           PERFORM 5150-CHECK-CASH-WORK THRU 5150-EXIT.
           MOVE TC-OPERID TO TL-OPERID.
           MOVE WS-BUS-DATE TO TL-BUS-DATE.
           EXEC CICS READ FILE('TILLMS')
               INTO(WS-TILL-REC)
               RIDFLD(TL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 5250-CREATE-TILL THRU 5250-EXIT
               GO TO 5200-EXIT
           END-IF.
           SET WS-TILL-FOUND TO TRUE.
           IF NOT TL-OPEN
               SET TC-RESP-TILL-CLOSED TO TRUE
               MOVE 9061 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF TL-OPEN-FLOAT NOT = 0
               SET TC-RESP-ALREADY TO TRUE
               MOVE 9062 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE WS-TILL-AMOUNT TO TL-OPEN-FLOAT.
           MOVE EIBTRMID TO TL-TERMID.
           MOVE WS-CURR-DATE TO TL-OPEN-DATE.
           MOVE WS-CURR-TIME TO TL-OPEN-TIME.
           EXEC CICS REWRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
           END-EXEC.
           SET TC-RESP-OK TO TRUE.
       5200-EXIT.
           EXIT.
      *
       5250-CREATE-TILL.
           MOVE SPACES TO WS-TILL-REC.
           MOVE TC-OPERID TO TL-OPERID.
           MOVE WS-BUS-DATE TO TL-BUS-DATE.
           MOVE EIBTRMID TO TL-TERMID.
           SET TL-OPEN TO TRUE.
           MOVE WS-TILL-AMOUNT TO TL-OPEN-FLOAT.
           MOVE 0 TO TL-CASH-IN TL-CASH-IN-CNT
                     TL-CASH-OUT TL-CASH-OUT-CNT
                     TL-VAULT-IN TL-VAULT-OUT
                     TL-DECLARED TL-OVER-SHORT.
           MOVE WS-CURR-DATE TO TL-OPEN-DATE.
           MOVE WS-CURR-TIME TO TL-OPEN-TIME.
           EXEC CICS WRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
               RIDFLD(TL-KEY)
           END-EXEC.
           SET WS-TILL-FOUND TO TRUE.
           SET TC-RESP-OK TO TRUE.
       5250-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5300 - CASH IN FROM THE VAULT                          *
      *----------------------------------------------------------*
       5300-VAULT-IN.
           PERFORM 5150-CHECK-CASH-WORK THRU 5150-EXIT.
           PERFORM 5160-CHECK-NOT-ZERO THRU 5160-EXIT.
           PERFORM 5180-READ-OPEN-TILL THRU 5180-EXIT.
           ADD WS-TILL-AMOUNT TO TL-VAULT-IN.
           MOVE EIBTRMID TO TL-TERMID.
           EXEC CICS REWRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
           END-EXEC.
           SET TC-RESP-OK TO TRUE.
       5300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5400 - CASH OUT TO THE VAULT                           *
      *    The drawer cannot send back more than it should hold - *
      *    a bigger figure is a keying error or a shortage, and   *
      *    either way belongs at the declaration, not here.       *
      *----------------------------------------------------------*
       5400-VAULT-OUT.
           PERFORM 5150-CHECK-CASH-WORK THRU 5150-EXIT.
           PERFORM 5160-CHECK-NOT-ZERO THRU 5160-EXIT.
           PERFORM 5180-READ-OPEN-TILL THRU 5180-EXIT.
           PERFORM 5600-COMPUTE-EXPECTED THRU 5600-EXIT.
           IF WS-TILL-AMOUNT > WS-TILL-EXPECTED
               SET TC-RESP-NO-CASH TO TRUE
               MOVE 9063 TO TC-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           ADD WS-TILL-AMOUNT TO TL-VAULT-OUT.
           MOVE EIBTRMID TO TL-TERMID.
           EXEC CICS REWRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
           END-EXEC.
           SET TC-RESP-OK TO TRUE.
       5400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5500 - DECLARE THE COUNTED CASH                        *
      *    Over/short is declared minus expected: positive is an  *
      *    over, negative a short. Either way the figure stands   *
      *    - the till is closed to cash work from here on and     *
      *    GLEXTR books the difference for the day.              *
      *----------------------------------------------------------*
       5500-DECLARE-TILL.
           PERFORM 5150-CHECK-CASH-WORK THRU 5150-EXIT.
           PERFORM 5180-READ-OPEN-TILL THRU 5180-EXIT.
           PERFORM 5600-COMPUTE-EXPECTED THRU 5600-EXIT.
           MOVE WS-TILL-AMOUNT TO TL-DECLARED.
           COMPUTE TL-OVER-SHORT = TL-DECLARED - WS-TILL-EXPECTED.
           IF TL-OVER-SHORT = 0
               SET TL-BALANCED TO TRUE
           ELSE
               SET TL-UNBALANCED TO TRUE
           END-IF.
           MOVE EIBTRMID TO TL-TERMID.
           MOVE WS-CURR-DATE TO TL-DECL-DATE.
           MOVE WS-CURR-TIME TO TL-DECL-TIME.
           EXEC CICS REWRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
           END-EXEC.
           SET TC-RESP-OK TO TRUE.
       5500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5600 - WHAT THE DRAWER SHOULD HOLD                     *
      *----------------------------------------------------------*
       5600-COMPUTE-EXPECTED.
           COMPUTE WS-TILL-EXPECTED =
               TL-OPEN-FLOAT + TL-CASH-IN - TL-CASH-OUT
                   + TL-VAULT-IN - TL-VAULT-OUT.
       5600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    6000 - WRITE THE AUDIT JOURNAL RECORD                  *
      *    The till's operator rides in the JR-ACCT-KEY field -   *
      *    the audit trail shows whose drawer moved.              *
      *----------------------------------------------------------*
       6000-WRITE-JOURNAL.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE TC-FUNCTION TO JR-FUNCTION.
           MOVE TC-OPERID TO JR-ACCT-KEY.
           MOVE TC-RESP-CODE TO JR-RESP-CODE.
           MOVE SPACES TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           PERFORM 7000-COMMIT-WORK THRU 7000-EXIT.
           PERFORM 8000-SEND-TILL-MAP THRU 8000-EXIT.
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
           IF TC-RESP-OK AND WS-UOW-OK
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - SEND THE TILL BACK TO THE SCREEN                *
      *    The figures go out whenever a till record was read,    *
      *    including on a refusal - the teller sees why.          *
      *----------------------------------------------------------*
       8000-SEND-TILL-MAP.
           IF WS-SEND-FAILED
               EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE -1 TO KFUNL.
           MOVE TC-OPERID TO KOPRI.
           MOVE WS-BUS-DATE TO KBUSI.
           IF WS-TILL-FOUND
               PERFORM 8050-FORMAT-TILL THRU 8050-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN TC-FUNC-NONE
                   CONTINUE
               WHEN TC-RESP-OK AND TC-FUNC-DECLARE AND TL-UNBALANCED
                   MOVE 'TILL DECLARED - OVER/SHORT RECORDED'
                       TO KMSGI
               WHEN TC-RESP-OK
                   MOVE 'ACTION COMPLETE' TO KMSGI
               WHEN TC-RESP-NOTFND
                   MOVE 'NO TILL FOR THAT OPERATOR TODAY' TO KMSGI
               WHEN TC-RESP-NOT-AUTH
                   MOVE 'NOT AUTHORIZED FOR TILL CONTROL' TO KMSGI
               WHEN TC-RESP-ALREADY
                   MOVE 'TILL IS ALREADY OPEN WITH A FLOAT' TO KMSGI
               WHEN TC-RESP-TILL-CLOSED
                   MOVE 'TILL DECLARED - NO FURTHER CASH WORK'
                       TO KMSGI
               WHEN TC-RESP-BAD-AMOUNT
                   MOVE 'AMOUNT MUST BE A VALID POSITIVE VALUE'
                       TO KMSGI
               WHEN TC-RESP-POSTING-CLOSED
                   MOVE 'POSTING CLOSED - DAY END IN PROGRESS'
                       TO KMSGI
               WHEN TC-RESP-NO-CASH
                   MOVE 'TILL DOES NOT HOLD THAT MUCH CASH' TO KMSGI
               WHEN TC-RESP-NOT-OWN-TILL
                   MOVE 'CASH WORK ONLY ON YOUR OWN TILL' TO KMSGI
               WHEN OTHER
                   MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO KMSGI
           END-EVALUATE.
           SET WS-SEND-FAILED TO TRUE.
           EXEC CICS SEND MAP('TILLMAP')
               MAPSET('TILLMAP')
               FROM(TILLMAPI)
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
       8050-FORMAT-TILL.
           EVALUATE TRUE
               WHEN TL-OPEN
                   MOVE 'OPEN' TO KSTAI
               WHEN TL-BALANCED
                   MOVE 'BALANCED' TO KSTAI
               WHEN TL-UNBALANCED
                   MOVE 'UNBALANCED' TO KSTAI
               WHEN OTHER
                   MOVE TL-STATUS TO KSTAI
           END-EVALUATE.
           MOVE TL-OPEN-FLOAT TO WS-TILL-EDIT.
           MOVE WS-TILL-EDIT TO KFLTI.
           MOVE TL-CASH-IN TO WS-TILL-EDIT.
           MOVE WS-TILL-EDIT TO KCINI.
           MOVE TL-CASH-OUT TO WS-TILL-EDIT.
           MOVE WS-TILL-EDIT TO KCOTI.
           MOVE TL-VAULT-IN TO WS-TILL-EDIT.
           MOVE WS-TILL-EDIT TO KVINI.
           MOVE TL-VAULT-OUT TO WS-TILL-EDIT.
           MOVE WS-TILL-EDIT TO KVOTI.
           PERFORM 5600-COMPUTE-EXPECTED THRU 5600-EXIT.
           MOVE WS-TILL-EXPECTED TO WS-TILL-EDIT.
           MOVE WS-TILL-EDIT TO KEXPI.
           IF NOT TL-OPEN
               MOVE TL-DECLARED TO WS-TILL-EDIT
               MOVE WS-TILL-EDIT TO KDECI
               MOVE TL-OVER-SHORT TO WS-TILL-EDIT
               MOVE WS-TILL-EDIT TO KDIFI
           END-IF.
       8050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8100/8200/8300 - FILE AND MAP CONDITION HANDLERS       *
      *    (REACHED BY HANDLE CONDITION IN CPY002, NOT PERFORMED) *
      *----------------------------------------------------------*
       8100-NOTFND-ERROR.
           SET TC-RESP-SYS-ERROR TO TRUE.
           MOVE 9030 TO TC-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
       8200-DUPREC-ERROR.
           SET TC-RESP-SYS-ERROR TO TRUE.
           MOVE 9031 TO TC-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
       8300-MAPFAIL-ERROR.
           SET TC-RESP-SYS-ERROR TO TRUE.
           MOVE 9002 TO TC-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
      *----------------------------------------------------------*
      *    8900 - ANY OTHER CICS CONDITION                        *
      *    (REACHED BY HANDLE CONDITION ERROR IN CPY002)          *
      *----------------------------------------------------------*
       8900-SYSTEM-ERROR.
           SET TC-RESP-SYS-ERROR TO TRUE.
           MOVE EIBRESP TO TC-REASON-CODE.
           GO TO 6000-WRITE-JOURNAL.
      *
      *----------------------------------------------------------*
      *    9900 - TASK ABEND HANDLER (REACHED BY HANDLE ABEND)    *
      *----------------------------------------------------------*
       9900-ABEND-ROUTINE.
           EXEC CICS ASSIGN ABCODE(WS-ABEND-CODE) END-EXEC.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET TC-RESP-SYS-ERROR TO TRUE.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE EIBTRMID TO JR-TERMID.
           MOVE WS-OPERID TO JR-OPERID.
           MOVE WS-CURR-DATE TO JR-DATE.
           MOVE WS-CURR-TIME TO JR-TIME.
           MOVE TC-FUNCTION TO JR-FUNCTION.
           MOVE TC-OPERID TO JR-ACCT-KEY.
           MOVE TC-RESP-CODE TO JR-RESP-CODE.
           MOVE WS-ABEND-CODE TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           MOVE LOW-VALUES TO TILLMAPI.
           MOVE -1 TO KFUNL.
           STRING 'SYSTEM ERROR ' WS-ABEND-CODE ' - PLEASE RETRY'
               DELIMITED BY SIZE INTO KMSGI.
           EXEC CICS SEND MAP('TILLMAP')
               MAPSET('TILLMAP')
               FROM(TILLMAPI)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
