      *    it, a parked update carries it (PD-ACCT-TYPE), and
      *    the gateway path takes HOF-ACCT-TYPE. Case
      *    TS015344928.
      *
      *    Dante Cola 03.09.2026 - posting reversal (X): the
      *    teller keys the account and the original movement's
      *    TRANHS date, time and task number (in the NAME field)
      *    and, for a transfer, the other leg's account (TOAC).
      *    The movement must be a P, W or T not already reversed;
      *    the request parks on PENDAP for CICS005 to post the
      *    contra - nothing moves here. Case TS015346102.
      *
      *    Dante Cola 04.09.2026 - teller tills: a terminal
      *    deposit or withdrawal is added to the operator's TILLMS
      *    record for the business date (created open with a zero
      *    float if the teller has not opened yet) in the same
      *    unit of work as the posting, and is refused once the
      *    till has been declared. Gateway items are not cash at
      *    a counter and leave the tills alone. Case TS015347215.
      *
      *    Dante Cola 07.09.2026 - dormant accounts: withdraw, the
      *    debit side of a transfer and an update that lowers the
      *    balance are refused with the dormant response on an
      *    account the DORMCHK run has marked dormant (credits
      *    still post - money coming in is not the fraud risk).
      *    The gateway path comes through the same paragraphs.
      *    New Z function requests reactivation: the reason code
      *    rides TOAC and an optional note the NAME field, and
      *    the request parks on PENDAP for CICS005 to apply -
      *    nothing changes here. The journal entry carries the
      *    reason code. Case TS015349127.
      *
      *    Dante Cola 14.09.2026 - a reversal is refused as already
      *    reversed while a reversal of the same movement (either
      *    leg of a transfer) is still pending on PENDAP, so
      *    CICS005 can never be handed the same movement twice.
      *    Case TS015356031.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       01  WS-TYPE-REC.
           COPY TYPEREC.
      *
       01  WS-TILL-REC.
           COPY TILLREC.
      *
           COPY CICSMAP.
      *
       01  WS-AVAIL-EDIT                PIC -(8)9.99.
      *
       01  WS-OWN-TRANID                PIC X(04) VALUE 'AC01'.
      *
       01  WS-PEND-BROWSE-KEY           PIC X(21).
       01  WS-ZERO-KEY                  PIC X(21) VALUE ZEROS.
       01  WS-REV-PENDING-SW            PIC X(01).
           88  WS-REV-PENDING                   VALUE 'Y'.
      *
       LINKAGE SECTION.
      *    DFHCOMMAREA is addressed here only as a generic buffer and
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           MOVE LOW-VALUES TO CICSMAPI.
           MOVE -1 TO FUNCL.
           MOVE 'FUNC I/A/U/D/P/W/T/C/O/H/R/L/M/X/Z+ACCT'
               TO MSGI.
           SET WS-SEND-FAILED TO TRUE.
           EXEC CICS SEND MAP('CICSMAP')
                   PERFORM 5820-REQUEST-LIMIT THRU 5820-EXIT
               WHEN CA-FUNC-HISTORY
                   PERFORM 5160-XCTL-HISTORY THRU 5160-EXIT
               WHEN CA-FUNC-REVERSE
                   PERFORM 5960-REVERSE-POSTING THRU 5960-EXIT
               WHEN CA-FUNC-REACTIVATE
                   PERFORM 5980-REQUEST-REACTIVATION THRU 5980-EXIT
               WHEN OTHER
                   SET CA-RESP-SYS-ERROR TO TRUE
                   MOVE 9001 TO CA-REASON-CODE
           EXIT.
      *
      *----------------------------------------------------------*
      *    5272 - REJECT A DEBIT IF THE ACCOUNT IS DORMANT        *
      *    Performed after 5270 in every path that takes money    *
      *    off the account. Only an approved reactivation (Z)     *
      *    reopens a dormant account to debits.                   *
      *----------------------------------------------------------*
       5272-CHECK-NOT-DORMANT.
           IF ACCT-DORMANT
               SET CA-RESP-DORMANT TO TRUE
               MOVE 9080 TO CA-REASON-CODE
               MOVE ACCT-NAME TO CA-ACCT-NAME
               MOVE ACCT-BALANCE TO CA-ACCT-BALANCE
               MOVE ACCT-STATUS TO CA-ACCT-STATUS
               MOVE ACCT-CUST-NO TO CA-CUST-NO
               GO TO 6000-WRITE-JOURNAL
           END-IF.
       5272-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5280 - ESTABLISH THE USABLE OVERDRAFT LIMIT            *
      *    ACCT-OD-LIMIT is packed and records written before    *
      *    the facility existed carry spaces there - a           *
               UPDATE
           END-EXEC.
           PERFORM 5270-CHECK-NOT-CLOSED THRU 5270-EXIT.
           IF CA-ACCT-BALANCE < ACCT-BALANCE
               PERFORM 5272-CHECK-NOT-DORMANT THRU 5272-EXIT
           END-IF.
           PERFORM 5940-GET-DUAL-THRESHOLD THRU 5940-EXIT.
           COMPUTE WS-MOVE-AMOUNT =
               CA-ACCT-BALANCE - ACCT-BALANCE.
       5500-DEPOSIT-ACCOUNT.
           PERFORM 5265-CHECK-POSTING-OPEN THRU 5265-EXIT.
           PERFORM 5650-EDIT-AMOUNT THRU 5650-EXIT.
           PERFORM 5680-POST-TO-TILL THRU 5680-EXIT.
           MOVE CA-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
       5600-WITHDRAW-ACCOUNT.
           PERFORM 5265-CHECK-POSTING-OPEN THRU 5265-EXIT.
           PERFORM 5650-EDIT-AMOUNT THRU 5650-EXIT.
           PERFORM 5680-POST-TO-TILL THRU 5680-EXIT.
           MOVE CA-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               UPDATE
           END-EXEC.
           PERFORM 5270-CHECK-NOT-CLOSED THRU 5270-EXIT.
           PERFORM 5272-CHECK-NOT-DORMANT THRU 5272-EXIT.
           PERFORM 5690-SUM-ACTIVE-HOLDS THRU 5690-EXIT.
           PERFORM 5280-GET-OD-LIMIT THRU 5280-EXIT.
           IF CA-TRAN-AMOUNT >
           EXIT.
      *
      *----------------------------------------------------------*
      *    5680 - CARRY A CASH MOVEMENT TO THE OPERATOR'S TILL    *
      *    Terminal deposits and withdrawals are cash across the  *
      *    counter, so the operator's till for the business date  *
      *    takes them. Done ahead of the account read so a        *
      *    declared till refuses before anything else is          *
      *    touched; any later refusal backs the till update out   *
      *    with the rest of the unit of work. No till yet means   *
      *    the teller posted before opening - one is created      *
      *    open with a zero float, which CICS011 open then sets.  *
      *    Gateway items are not counter cash and skip this.      *
      *----------------------------------------------------------*
       5680-POST-TO-TILL.
           IF CA-MODE-GATEWAY
               GO TO 5680-EXIT
           END-IF.
           MOVE WS-OPERID TO TL-OPERID.
           MOVE WS-BUS-DATE TO TL-BUS-DATE.
           EXEC CICS READ FILE('TILLMS')
               INTO(WS-TILL-REC)
               RIDFLD(TL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 5685-CREATE-TILL THRU 5685-EXIT
               GO TO 5680-EXIT
           END-IF.
           IF NOT TL-OPEN
               SET CA-RESP-TILL-CLOSED TO TRUE
               MOVE 9060 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           PERFORM 5688-ADD-TO-TILL THRU 5688-EXIT.
           EXEC CICS REWRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
           END-EXEC.
       5680-EXIT.
           EXIT.
      *
       5685-CREATE-TILL.
           MOVE SPACES TO WS-TILL-REC.
           MOVE WS-OPERID TO TL-OPERID.
           MOVE WS-BUS-DATE TO TL-BUS-DATE.
           SET TL-OPEN TO TRUE.
           MOVE 0 TO TL-OPEN-FLOAT TL-CASH-IN TL-CASH-IN-CNT
                     TL-CASH-OUT TL-CASH-OUT-CNT
                     TL-VAULT-IN TL-VAULT-OUT
                     TL-DECLARED TL-OVER-SHORT.
           MOVE WS-CURR-DATE TO TL-OPEN-DATE.
           MOVE WS-CURR-TIME TO TL-OPEN-TIME.
           PERFORM 5688-ADD-TO-TILL THRU 5688-EXIT.
           EXEC CICS WRITE FILE('TILLMS')
               FROM(WS-TILL-REC)
               RIDFLD(TL-KEY)
           END-EXEC.
       5685-EXIT.
           EXIT.
      *
       5688-ADD-TO-TILL.
           MOVE EIBTRMID TO TL-TERMID.
           IF CA-FUNC-DEPOSIT
               ADD CA-TRAN-AMOUNT TO TL-CASH-IN
               ADD 1 TO TL-CASH-IN-CNT
           ELSE
               ADD CA-TRAN-AMOUNT TO TL-CASH-OUT
               ADD 1 TO TL-CASH-OUT-CNT
           END-IF.
       5688-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5690 - SUM THE ACCOUNT'S ACTIVE UNEXPIRED HOLDS        *
      *    Keyed browse of HOLDS from the account's first         *
      *    sequence; released and expired holds do not count.     *
               UPDATE
           END-EXEC.
           PERFORM 5270-CHECK-NOT-CLOSED THRU 5270-EXIT.
           PERFORM 5272-CHECK-NOT-DORMANT THRU 5272-EXIT.
           PERFORM 5690-SUM-ACTIVE-HOLDS THRU 5690-EXIT.
           PERFORM 5280-GET-OD-LIMIT THRU 5280-EXIT.
           IF CA-TRAN-AMOUNT >
           EXIT.
      *
      *----------------------------------------------------------*
      *    5960 - REQUEST A POSTING REVERSAL                      *
      *    The original movement is named by its TRANHS key: the  *
      *    keyed account plus the date, time and task number      *
      *    riding the NAME field (CA-REV-TRAN-KEY). Only teller   *
      *    postings - P, W and T - reverse here; batch interest   *
      *    and fees are corrected by the batch, and a contra is   *
      *    never itself reversed. Nothing posts: the request      *
      *    parks on PENDAP and CICS005 posts the contra, so the   *
      *    movement and its reversal always carry two operators.  *
      *    TH-REVERSED is only set when the contra posts, so a    *
      *    reversal still waiting on PENDAP counts as already     *
      *    reversed too (5975).                                   *
      *----------------------------------------------------------*
       5960-REVERSE-POSTING.
           PERFORM 5265-CHECK-POSTING-OPEN THRU 5265-EXIT.
           IF CA-REV-DATE IS NOT NUMERIC
                   OR CA-REV-TIME IS NOT NUMERIC
                   OR CA-REV-TASKNO IS NOT NUMERIC
               SET CA-RESP-SYS-ERROR TO TRUE
               MOVE 9050 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE CA-ACCT-KEY TO TH-ACCT-KEY.
           MOVE CA-REV-DATE TO TH-DATE.
           MOVE CA-REV-TIME TO TH-TIME.
           MOVE CA-REV-TASKNO TO TH-TASKNO.
           EXEC CICS READ FILE('TRANHS')
               INTO(WS-TRAN-HIST-REC)
               RIDFLD(TH-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET CA-RESP-NOT-REVERSIBLE TO TRUE
               MOVE 9051 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF TH-FUNCTION NOT = 'P' AND TH-FUNCTION NOT = 'W'
                   AND TH-FUNCTION NOT = 'T'
               SET CA-RESP-NOT-REVERSIBLE TO TRUE
               MOVE 9052 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF TH-REVERSED
               SET CA-RESP-ALREADY-REVERSED TO TRUE
               MOVE 9053 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           PERFORM 5975-CHECK-REVERSAL-PENDING THRU 5975-EXIT.
           IF WS-REV-PENDING
               SET CA-RESP-ALREADY-REVERSED TO TRUE
               MOVE 9055 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE TH-DIRECTION TO WS-TRAN-DIRECTION.
           MOVE TH-AMOUNT TO CA-TRAN-AMOUNT.
           IF TH-FUNCTION = 'T'
               PERFORM 5965-CHECK-TRANSFER-LEG THRU 5965-EXIT
           ELSE
               MOVE SPACES TO CA-TO-ACCT-KEY
           END-IF.
           MOVE CA-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               RIDFLD(ACCT-KEY)
           END-EXEC.
           PERFORM 5270-CHECK-NOT-CLOSED THRU 5270-EXIT.
           MOVE CA-TRAN-AMOUNT TO WS-MOVE-AMOUNT.
           PERFORM 5945-CHECK-MOVE-LIMIT THRU 5945-EXIT.
           PERFORM 5970-PARK-REVERSAL THRU 5970-EXIT.
       5960-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5965 - FIND THE OTHER LEG OF A TRANSFER                *
      *    Both legs of a transfer carry the same date, time and  *
      *    task number under their own account keys, so the      *
      *    other leg is the same key with the TOAC account. It    *
      *    must be a transfer the opposite way for the same       *
      *    amount, and both legs are reversed together or not at  *
      *    all. The other account must still be open to take its  *
      *    half of the contra.                                    *
      *----------------------------------------------------------*
       5965-CHECK-TRANSFER-LEG.
           IF CA-TO-ACCT-KEY = SPACES
                   OR CA-TO-ACCT-KEY = LOW-VALUES
                   OR CA-TO-ACCT-KEY = CA-ACCT-KEY
               SET CA-RESP-SYS-ERROR TO TRUE
               MOVE 9006 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE CA-TO-ACCT-KEY TO TH-ACCT-KEY.
           EXEC CICS READ FILE('TRANHS')
               INTO(WS-TRAN-HIST-REC)
               RIDFLD(TH-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR TH-FUNCTION NOT = 'T'
                   OR TH-DIRECTION = WS-TRAN-DIRECTION
                   OR TH-AMOUNT NOT = CA-TRAN-AMOUNT
               SET CA-RESP-NOT-REVERSIBLE TO TRUE
               MOVE 9054 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF TH-REVERSED
               SET CA-RESP-ALREADY-REVERSED TO TRUE
               MOVE 9053 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           MOVE CA-TO-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               RIDFLD(ACCT-KEY)
           END-EXEC.
           PERFORM 5270-CHECK-NOT-CLOSED THRU 5270-EXIT.
       5965-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5970 - PARK THE REVERSAL ON PENDAP                     *
      *    PD-FUNCTION X with the original movement's key in the  *
      *    PD-REVERSAL-DATA view. PD-OLD-BALANCE is the ledger    *
      *    balance now and PD-NEW-BALANCE what the contra will    *
      *    leave, so the approvals list shows the effect the way  *
      *    it shows an update. The NAME field keeps the movement  *
      *    key on the response screen. Same commit reasoning as   *
      *    5950.                                                  *
      *----------------------------------------------------------*
       5970-PARK-REVERSAL.
           MOVE EIBTASKN TO WS-TASKNO.
           MOVE SPACES TO WS-PENDING-REC.
           MOVE WS-CURR-DATE TO PD-DATE.
           MOVE WS-CURR-TIME TO PD-TIME.
           MOVE WS-TASKNO TO PD-TASKNO.
           MOVE 'X' TO PD-FUNCTION.
           MOVE CA-ACCT-KEY TO PD-ACCT-KEY.
           MOVE CA-REV-DATE TO PD-REV-DATE.
           MOVE CA-REV-TIME TO PD-REV-TIME.
           MOVE CA-REV-TASKNO TO PD-REV-TASKNO.
           MOVE CA-TO-ACCT-KEY TO PD-REV-OTHER-ACCT.
           MOVE ACCT-BALANCE TO PD-OLD-BALANCE.
           IF WS-TRAN-DIRECTION = 'C'
               COMPUTE PD-NEW-BALANCE =
                   ACCT-BALANCE - CA-TRAN-AMOUNT
           ELSE
               COMPUTE PD-NEW-BALANCE =
                   ACCT-BALANCE + CA-TRAN-AMOUNT
           END-IF.
           MOVE WS-OPERID TO PD-REQ-OPERID.
           MOVE EIBTRMID TO PD-REQ-TERMID.
           SET PD-PENDING TO TRUE.
           MOVE SPACES TO PD-APPR-OPERID.
           EXEC CICS WRITE FILE('PENDAP')
               FROM(WS-PENDING-REC)
               RIDFLD(PD-KEY)
           END-EXEC.
           MOVE ACCT-BALANCE TO CA-ACCT-BALANCE.
           MOVE ACCT-STATUS TO CA-ACCT-STATUS.
           MOVE ACCT-CUST-NO TO CA-CUST-NO.
           MOVE ACCT-TYPE TO CA-ACCT-TYPE.
           SET CA-RESP-PENDING TO TRUE.
       5970-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5975 - IS A REVERSAL OF THIS MOVEMENT ALREADY PARKED?  *
      *    PENDAP is keyed on when the request parked, not on the *
      *    account, so the whole file is browsed as CICS005 lists *
      *    it. A pending X naming the same movement key matches, *
      *    whether it was keyed on this account or - for a        *
      *    transfer - on the other leg's. The all-zero control    *
      *    record and actioned items are stepped over.            *
      *----------------------------------------------------------*
       5975-CHECK-REVERSAL-PENDING.
           MOVE 'N' TO WS-REV-PENDING-SW.
           MOVE LOW-VALUES TO WS-PEND-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('PENDAP')
               RIDFLD(WS-PEND-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5975-EXIT
           END-IF.
           PERFORM 5976-READ-NEXT-PENDING THRU 5976-EXIT
               UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                  OR WS-REV-PENDING.
           EXEC CICS ENDBR
               FILE('PENDAP')
               RESP(WS-RESP)
           END-EXEC.
       5975-EXIT.
           EXIT.
      *
       5976-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               FILE('PENDAP')
               INTO(WS-PENDING-REC)
               RIDFLD(WS-PEND-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5976-EXIT
           END-IF.
           IF PD-KEY = WS-ZERO-KEY
               GO TO 5976-EXIT
           END-IF.
           IF NOT PD-PENDING OR PD-FUNCTION NOT = 'X'
               GO TO 5976-EXIT
           END-IF.
           IF PD-REV-DATE = CA-REV-DATE
                   AND PD-REV-TIME = CA-REV-TIME
                   AND PD-REV-TASKNO = CA-REV-TASKNO
                   AND (PD-ACCT-KEY = CA-ACCT-KEY
                       OR PD-REV-OTHER-ACCT = CA-ACCT-KEY)
               SET WS-REV-PENDING TO TRUE
           END-IF.
       5976-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5980 - REQUEST REACTIVATION OF A DORMANT ACCOUNT       *
      *    The reason code rides the TOAC field (CA-REACT-DATA)   *
      *    and must be one of the bank's reactivation reasons;    *
      *    the NAME field may carry a note. Nothing changes here: *
      *    the request parks on PENDAP and CICS005 flips the      *
      *    account back to active, so waking an account nobody    *
      *    has touched for years always takes two operators.      *
      *----------------------------------------------------------*
       5980-REQUEST-REACTIVATION.
           IF NOT CA-REACT-VALID-REASON
               SET CA-RESP-SYS-ERROR TO TRUE
               MOVE 9081 TO CA-REASON-CODE
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           IF CA-ACCT-NAME = LOW-VALUES
               MOVE SPACES TO CA-ACCT-NAME
           END-IF.
           MOVE CA-ACCT-KEY TO ACCT-KEY.
           EXEC CICS READ FILE('ACCTMS')
               INTO(WS-ACCOUNT-REC)
               RIDFLD(ACCT-KEY)
           END-EXEC.
           PERFORM 5270-CHECK-NOT-CLOSED THRU 5270-EXIT.
           IF NOT ACCT-DORMANT
               SET CA-RESP-NOT-DORMANT TO TRUE
               MOVE ACCT-BALANCE TO CA-ACCT-BALANCE
               MOVE ACCT-STATUS TO CA-ACCT-STATUS
               MOVE ACCT-CUST-NO TO CA-CUST-NO
               GO TO 6000-WRITE-JOURNAL
           END-IF.
           PERFORM 5985-PARK-REACTIVATION THRU 5985-EXIT.
       5980-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5985 - PARK THE REACTIVATION ON PENDAP                 *
      *    PD-FUNCTION Z with the note in PD-ACCT-NAME and the    *
      *    reason in the PD-REACT-DATA view; both balance fields  *
      *    show the ledger balance, which a reactivation does not *
      *    move. Same commit reasoning as 5950.                   *
      *----------------------------------------------------------*
       5985-PARK-REACTIVATION.
           MOVE EIBTASKN TO WS-TASKNO.
           MOVE SPACES TO WS-PENDING-REC.
           MOVE WS-CURR-DATE TO PD-DATE.
           MOVE WS-CURR-TIME TO PD-TIME.
           MOVE WS-TASKNO TO PD-TASKNO.
           MOVE 'Z' TO PD-FUNCTION.
           MOVE CA-ACCT-KEY TO PD-ACCT-KEY.
           MOVE CA-ACCT-NAME TO PD-ACCT-NAME.
           MOVE CA-REACT-REASON TO PD-REACT-REASON.
           MOVE ACCT-BALANCE TO PD-OLD-BALANCE.
           MOVE ACCT-BALANCE TO PD-NEW-BALANCE.
           MOVE WS-OPERID TO PD-REQ-OPERID.
           MOVE EIBTRMID TO PD-REQ-TERMID.
           SET PD-PENDING TO TRUE.
           MOVE SPACES TO PD-APPR-OPERID.
           EXEC CICS WRITE FILE('PENDAP')
               FROM(WS-PENDING-REC)
               RIDFLD(PD-KEY)
           END-EXEC.
           MOVE ACCT-BALANCE TO CA-ACCT-BALANCE.
           MOVE ACCT-STATUS TO CA-ACCT-STATUS.
           MOVE ACCT-CUST-NO TO CA-CUST-NO.
           MOVE ACCT-TYPE TO CA-ACCT-TYPE.
           SET CA-RESP-PENDING TO TRUE.
       5985-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    6000 - WRITE THE AUDIT JOURNAL RECORD                  *
      *    A transfer leaves one record per side: the debit side   *
      *    under CA-ACCT-KEY, then the same entry again under the  *
      *    credit-side key, so a browse of either account's        *
      *    activity finds the movement. A transfer reversal does   *
      *    the same under the other leg's account. A              *
      *    reactivation carries its reason code in JR-ABEND-CODE, *
      *    per the JRNLREC header note.                           *
      *----------------------------------------------------------*
       6000-WRITE-JOURNAL.
           MOVE EIBTRNID TO JR-TRANID.
           MOVE CA-FUNCTION TO JR-FUNCTION.
           MOVE CA-ACCT-KEY TO JR-ACCT-KEY.
           MOVE CA-RESP-CODE TO JR-RESP-CODE.
           IF CA-FUNC-REACTIVATE
               MOVE CA-REACT-REASON TO JR-ABEND-CODE
           ELSE
               MOVE SPACES TO JR-ABEND-CODE
           END-IF.
           MOVE SPACES TO JR-OPERID2.
           PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT.
           IF CA-FUNC-TRANSFER
                   OR (CA-FUNC-REVERSE
                       AND CA-TO-ACCT-KEY NOT = SPACES
                       AND CA-TO-ACCT-KEY NOT = LOW-VALUES)
               MOVE CA-TO-ACCT-KEY TO JR-ACCT-KEY
               PERFORM 6010-PUT-JOURNAL THRU 6010-EXIT
           END-IF.
                       TO MSGI
               WHEN CA-RESP-BAD-TYPE
                   MOVE 'ACCOUNT TYPE NOT ON TYPE TABLE' TO MSGI
               WHEN CA-RESP-NOT-REVERSIBLE
                   MOVE 'MOVEMENT NOT FOUND OR NOT REVERSIBLE'
                       TO MSGI
               WHEN CA-RESP-ALREADY-REVERSED
                   MOVE 'MOVEMENT ALREADY REVERSED' TO MSGI
               WHEN CA-RESP-TILL-CLOSED
                   MOVE 'TILL DECLARED - NO FURTHER CASH WORK'
                       TO MSGI
               WHEN CA-RESP-DORMANT
                   MOVE 'ACCOUNT DORMANT - NO DEBITS' TO MSGI
               WHEN CA-RESP-NOT-DORMANT
                   MOVE 'ACCOUNT IS NOT DORMANT' TO MSGI
               WHEN CA-RESP-PENDING
                   MOVE 'HELD FOR SUPERVISOR APPROVAL' TO MSGI
               WHEN OTHER
