      *    the parked product type (PD-ACCT-TYPE) onto the
      *    account, so a type change held for approval is not
      *    quietly dropped. Case TS015344928.
      *
      *    Dante Cola 03.09.2026 - posting reversals (PD-FUNCTION
      *    X, parked by CICS001's X function) are actioned here:
      *    apply posts the contra movement (TRANHS function X,
      *    opposite direction, same amount) against the account,
      *    marks the original movement reversed, and for a
      *    transfer does the same for the other leg inside the
      *    same unit of work - both legs or neither. Refused
      *    while posting is closed for day end, when either
      *    account has been closed meanwhile, or when a leg has
      *    already been reversed. Case TS015346102.
      *
      *    Dante Cola 07.09.2026 - dormant account reactivations
      *    (PD-FUNCTION Z, parked by CICS001's Z function) are
      *    actioned here: apply sets the account back to active,
      *    refused when the account is no longer dormant. The
      *    journal entry, apply or reject, carries the
      *    reactivation reason code in JR-ABEND-CODE per the
      *    JRNLREC header note. Case TS015349127.
      *
      *    Dante Cola 14.09.2026 - reversing a terminal cash
      *    deposit or withdrawal takes it back out of the original
      *    operator's TILLMS record in the same unit of work,
      *    refused once that till has been declared; an update
      *    that lowers the balance of an account DORMCHK has made
      *    dormant since it parked is refused, as CICS001 refuses
      *    it at the counter. Case TS015356031.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       01  WS-HOLD-REC.
           COPY HOLDREC.
      *
       01  WS-TRAN-HIST-REC.
           COPY TRANREC.
      *
       01  WS-JOURNAL-REC.
           COPY JRNLREC.
      *
       01  WS-SYSCTL-REC.
           COPY SYSCTL.
      *
       01  WS-TILL-REC.
           COPY TILLREC.
      *
           COPY APPRMAP.
      *
       01  WS-BROWSE-KEY                PIC X(21).
      *
       01  WS-CURR-LIMIT                PIC S9(09)V99 COMP-3.
      *
       01  WS-REV-ACCT                  PIC X(10).
       01  WS-REV-FUNCTION              PIC X(01).
       01  WS-BATCH-TERMID              PIC X(04) VALUE 'BTCH'.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(140).
      *----------------------------------------------------------*
      *    5200 - APPLY: RE-POST THE PARKED REQUEST               *
      *    The second pair of eyes must be a second pair - the    *
      *    requester cannot approve their own item. An update     *
      *    that lowers the balance is a debit, which a dormant    *
      *    account does not take until a reactivation is applied. *
      *----------------------------------------------------------*
       5200-APPLY-ITEM.
           IF PD-REQ-OPERID = WS-OPERID
               PERFORM 5260-APPLY-LIMIT THRU 5260-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF PD-FUNCTION = 'X'
               PERFORM 5270-APPLY-REVERSAL THRU 5270-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF PD-FUNCTION = 'Z'
               PERFORM 5280-APPLY-REACTIVATION THRU 5280-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE PD-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               MOVE 'ACCOUNT NOW CLOSED - REJECT ITEM' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           IF PD-FUNCTION NOT = 'D'
                   AND ACCT-DORMANT
                   AND PD-NEW-BALANCE < ACCT-BALANCE
               MOVE 'ACCOUNT NOW DORMANT - REJECT ITEM' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           IF ACCT-BALANCE NOT = PD-OLD-BALANCE
               MOVE 'BALANCE CHANGED - REVIEW AND REJECT' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           EXIT.
      *
      *----------------------------------------------------------*
      *    5270 - APPLY A PARKED POSTING REVERSAL                 *
      *    A correction, not an overtype: the contra posts        *
      *    whatever the balance has done since the request        *
      *    parked, and posts whether or not the account can       *
      *    cover it - the approver has judged the original to be  *
      *    wrong. A transfer reverses both legs here, in one      *
      *    unit of work; any refusal on the second leg backs the  *
      *    first out through the 7000 rollback.                   *
      *----------------------------------------------------------*
       5270-APPLY-REVERSAL.
           IF WS-POSTING-CLOSED
               MOVE 'POSTING CLOSED - DAY END IN PROGRESS' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           MOVE PD-ACCT-KEY TO WS-REV-ACCT.
           PERFORM 5275-REVERSE-ONE-LEG THRU 5275-EXIT.
           IF PD-REV-OTHER-ACCT NOT = SPACES
               MOVE PD-REV-OTHER-ACCT TO WS-REV-ACCT
               PERFORM 5275-REVERSE-ONE-LEG THRU 5275-EXIT
           END-IF.
           SET PD-APPLIED TO TRUE.
           PERFORM 5400-STAMP-AND-REWRITE THRU 5400-EXIT.
           SET WS-ITEM-ACTIONED TO TRUE.
           MOVE 'ITEM APPLIED' TO PMSGI.
       5270-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5275 - REVERSE ONE MOVEMENT ON WS-REV-ACCT             *
      *    The original is read for update and marked reversed    *
      *    with the business date the contra books under; the     *
      *    account takes the opposite movement; the contra goes   *
      *    to TRANHS as function X under this task's own key,     *
      *    naming the function it reverses. Approver on the       *
      *    contra and the last-transaction stamp, as on any       *
      *    other applied item. A terminal deposit or withdrawal   *
      *    was cash across the counter, so 5277 takes it back    *
      *    out of the till it went into.                          *
      *----------------------------------------------------------*
       5275-REVERSE-ONE-LEG.
           MOVE WS-REV-ACCT TO TH-ACCT-KEY.
           MOVE PD-REV-DATE TO TH-DATE.
           MOVE PD-REV-TIME TO TH-TIME.
           MOVE PD-REV-TASKNO TO TH-TASKNO.
           EXEC CICS READ FILE('TRANHS')
               INTO(WS-TRAN-HIST-REC)
               RIDFLD(TH-KEY)
               UPDATE
           END-EXEC.
           IF TH-REVERSED
               MOVE 'ALREADY REVERSED - REJECT ITEM' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           MOVE TH-FUNCTION TO WS-REV-FUNCTION.
           MOVE TH-AMOUNT TO WS-MOVE-AMOUNT.
           PERFORM 5277-TAKE-OUT-OF-TILL THRU 5277-EXIT.
           IF TH-CREDIT
               MOVE 'D' TO WS-TRAN-DIRECTION
           ELSE
               MOVE 'C' TO WS-TRAN-DIRECTION
           END-IF.
           SET TH-REVERSED TO TRUE.
           MOVE WS-BUS-DATE TO TH-REV-BUS-DATE.
           EXEC CICS REWRITE FILE('TRANHS')
               FROM(WS-TRAN-HIST-REC)
           END-EXEC.
           MOVE WS-REV-ACCT TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               RIDFLD(ACCT-KEY)
               UPDATE
           END-EXEC.
           IF ACCT-CLOSED
               MOVE 'ACCOUNT NOW CLOSED - REJECT ITEM' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           MOVE ACCT-BALANCE TO WS-BAL-BEFORE.
           IF WS-TRAN-DIRECTION = 'C'
               ADD WS-MOVE-AMOUNT TO ACCT-BALANCE
           ELSE
               SUBTRACT WS-MOVE-AMOUNT FROM ACCT-BALANCE
           END-IF.
           MOVE WS-CURR-DATE TO ACCT-LAST-TRAN-DATE.
           MOVE WS-CURR-TIME TO ACCT-LAST-TRAN-TIME.
           MOVE WS-OPERID TO ACCT-LAST-TRAN-OPID.
           EXEC CICS REWRITE FILE('ACCTMS')
               FROM(WS-ACCOUNT-REC)
           END-EXEC.
           MOVE EIBTASKN TO WS-TASKNO.
           MOVE SPACES TO WS-TRAN-HIST-REC.
           MOVE WS-REV-ACCT TO TH-ACCT-KEY.
           MOVE WS-CURR-DATE TO TH-DATE.
           MOVE WS-CURR-TIME TO TH-TIME.
           MOVE WS-TASKNO TO TH-TASKNO.
           MOVE 'X' TO TH-FUNCTION.
           MOVE WS-TRAN-DIRECTION TO TH-DIRECTION.
           MOVE WS-MOVE-AMOUNT TO TH-AMOUNT.
           MOVE WS-BAL-BEFORE TO TH-BAL-BEFORE.
           MOVE ACCT-BALANCE TO TH-BAL-AFTER.
           MOVE WS-OPERID TO TH-OPERID.
           MOVE EIBTRMID TO TH-TERMID.
           MOVE WS-BUS-DATE TO TH-BUS-DATE.
           SET TH-CONTRA TO TRUE.
           MOVE WS-REV-FUNCTION TO TH-ORIG-FUNCTION.
           EXEC CICS WRITE FILE('TRANHS')
               FROM(WS-TRAN-HIST-REC)
               RIDFLD(TH-KEY)
           END-EXEC.
       5275-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5277 - TAKE A REVERSED CASH MOVEMENT OUT OF ITS TILL   *
      *    The till is the original operator's for the business   *
      *    date the movement booked under (TH-DATE on records     *
      *    from before TH-BUS-DATE, per the TRANREC note). Batch  *
      *    postings (terminal BTCH) and transfers were never cash *
      *    at a counter; no till on file means the movement never *
      *    reached one - a gateway item. A declared till has been *
      *    counted and takes no more cash work, so the reversal   *
      *    waits for the supervisor to reject it.                 *
      *----------------------------------------------------------*
       5277-TAKE-OUT-OF-TILL.
           IF WS-REV-FUNCTION NOT = 'P' AND WS-REV-FUNCTION NOT = 'W'
               GO TO 5277-EXIT
           END-IF.
           IF TH-TERMID = WS-BATCH-TERMID
               GO TO 5277-EXIT
           END-IF.
           MOVE TH-OPERID TO TL-OPERID.
           IF TH-BUS-DATE = SPACES
               MOVE TH-DATE TO TL-BUS-DATE
           ELSE
               MOVE TH-BUS-DATE TO TL-BUS-DATE
           END-IF.
           EXEC CICS READ FILE('TILLMS')
               INTO(WS-TILL-REC)
               RIDFLD(TL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5277-EXIT
           END-IF.
           IF NOT TL-OPEN
               MOVE 'TILL ALREADY DECLARED - REJECT ITEM' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           IF WS-REV-FUNCTION = 'P'
               SUBTRACT WS-MOVE-AMOUNT FROM TL-CASH-IN
               IF TL-CASH-IN-CNT > 0
                   SUBTRACT 1 FROM TL-CASH-IN-CNT
               END-IF
           ELSE
               SUBTRACT WS-MOVE-AMOUNT FROM TL-CASH-OUT
               IF TL-CASH-OUT-CNT > 0
                   SUBTRACT 1 FROM TL-CASH-OUT-CNT
               END-IF
           END-IF.
           EXEC CICS REWRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
           END-EXEC.
       5277-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5280 - APPLY A PARKED DORMANT ACCOUNT REACTIVATION     *
      *    The account goes back to active and takes debits       *
      *    again; the balance is not touched. An account closed   *
      *    or already reactivated meanwhile stays for the         *
      *    supervisor to reject. The applied item is what the     *
      *    next DORMCHK run counts as customer contact.           *
      *----------------------------------------------------------*
       5280-APPLY-REACTIVATION.
           MOVE PD-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               RIDFLD(ACCT-KEY)
               UPDATE
           END-EXEC.
           IF NOT ACCT-DORMANT
               MOVE 'ACCOUNT NOT DORMANT - REJECT ITEM' TO PMSGI
               GO TO 5900-SHOW-LIST-AGAIN
           END-IF.
           SET ACCT-ACTIVE TO TRUE.
           MOVE WS-CURR-DATE TO ACCT-LAST-TRAN-DATE.
           MOVE WS-CURR-TIME TO ACCT-LAST-TRAN-TIME.
           MOVE WS-OPERID TO ACCT-LAST-TRAN-OPID.
           EXEC CICS REWRITE FILE('ACCTMS')
               FROM(WS-ACCOUNT-REC)
           END-EXEC.
           SET PD-APPLIED TO TRUE.
           PERFORM 5400-STAMP-AND-REWRITE THRU 5400-EXIT.
           SET WS-ITEM-ACTIONED TO TRUE.
           MOVE 'ITEM APPLIED' TO PMSGI.
       5280-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5300 - REJECT: MARK THE ITEM, TOUCH NOTHING ELSE       *
      *----------------------------------------------------------*
       5300-REJECT-ITEM.
      *
      *----------------------------------------------------------*
      *    6000 - WRITE THE AUDIT JOURNAL RECORD                  *
      *    Approver in JR-OPERID, requester in JR-OPERID2. A      *
      *    transfer reversal is journalled again under the other  *
      *    leg's account, as CICS001 journals a transfer. A       *
      *    reactivation carries its reason code in JR-ABEND-CODE. *
      *----------------------------------------------------------*
       6000-WRITE-JOURNAL.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE PD-ACCT-KEY TO JR-ACCT-KEY.
           MOVE PD-REQ-OPERID TO JR-OPERID2.
           MOVE AP-RESP-CODE TO JR-RESP-CODE.
           IF PD-FUNCTION = 'Z'
               MOVE PD-REACT-REASON TO JR-ABEND-CODE
           ELSE
               MOVE SPACES TO JR-ABEND-CODE
           END-IF.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           IF PD-FUNCTION = 'X' AND PD-REV-OTHER-ACCT NOT = SPACES
               MOVE PD-REV-OTHER-ACCT TO JR-ACCT-KEY
               PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT
           END-IF.
           PERFORM 7000-COMMIT-WORK THRU 7000-EXIT.
           IF NOT AP-RESP-NOT-AUTH
               PERFORM 5500-BUILD-PENDING-LIST THRU 5500-EXIT
