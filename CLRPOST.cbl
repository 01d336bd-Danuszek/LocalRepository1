       ID DIVISION.
       PROGRAM-ID. CLRPOST.
      *    Inward clearing run over the clearing house file
      *    (CLRIN, layout CLRREC) - the cheques presented and
      *    direct debits drawn on our accounts that staff used to
      *    key one at a time through CICS001 or the HOFI gateway.
      *    Every item is judged against the ACCTMS master the way
      *    STORPOST judges a standing order's debit side: the
      *    account must be on the master, not closed, and its
      *    available balance (ledger minus active unexpired
      *    HOLDS, plus ACCT-OD-LIMIT - a non-numeric packed limit
      *    counts as zero) must cover the item.
      *
      *    A paid item debits the account with a TRANHS movement
      *    under the clearing function Q (operator CLRPOST,
      *    terminal BTCH - distinguishable from teller work the
      *    same way the STORPOST postings are) and a journal
      *    record in the JRNLREC layout on the CLRJRNL dataset,
      *    which the scheduler concatenates into AUDITLOG ahead
      *    of the RECONRPT run. An unpaid item goes back to the
      *    clearing house on the outward returns file (CLROUT,
      *    same layout, its own header and trailer) with the
      *    standard return reason - insufficient funds, account
      *    closed, no account or account dormant - and is
      *    journalled with the CICS001 response code for the
      *    same refusal. An item returned for insufficient
      *    funds also bears the returned-item fee from the
      *    CLRCARD control card,
      *    posted as an ordinary fee (F) movement so GLEXTR books
      *    it as fee income; the fee is charged even where it
      *    takes the account further overdrawn, as the INTACCR
      *    maintenance fee is. No card, or a zero fee, charges
      *    nothing. A closed account or no account has nobody to
      *    charge.
      *
      *    The CLRRPT control report lists every returned item
      *    and proves the run against the inward trailer: items
      *    paid plus items returned must agree with the trailer
      *    count and amount. A disagreement - or a missing header
      *    or trailer, or an item whose amount will not read -
      *    ends the run with return code 8 so the morning
      *    exchange is held; otherwise any return at all ends it
      *    with return code 4 for the branch to look over.
      *
      *    Dante Cola 05.09.2026 - new for case TS015347902.
      *
      *    Dante Cola 07.09.2026 - an item drawn on an account
      *    the DORMCHK run has marked dormant goes back with
      *    return reason 04, journalled with CICS001's dormant
      *    response (68). No fee - the customer is not there to
      *    have drawn it. Case TS015349127.
      *
      *    Dante Cola 16.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen, so an inward file cannot
      *    be debited twice - and as it ends, with the return code
      *    and the control totals items paid, items returned and
      *    amount paid. Case TS015357312.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-FILE ASSIGN TO CLRIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO CLROUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CLRCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO SYSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SY-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTMS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-KEY.
           SELECT HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY.
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TH-KEY.
           SELECT JOURNAL-FILE ASSIGN TO CLRJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO CLRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INWARD-FILE
           RECORDING MODE IS F.
       01  INWARD-RECORD.
           COPY CLRREC.
      *
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD                PIC X(80).
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-RETURN-FEE           PIC 9(07)V99.
           05  FILLER                   PIC X(71).
      *
       FD  SYSCTL-FILE.
       01  SYSCTL-RECORD.
           COPY SYSCTL.
      *
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
      *
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.
      *
       FD  TRAN-HIST-FILE.
       01  TRAN-HIST-RECORD.
           COPY TRANREC.
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           COPY JRNLREC.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-INWARD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-INWARD-EOF                  VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-HEADER-SW             PIC X(01) VALUE 'N'.
               88  WS-HEADER-FOUND                VALUE 'Y'.
           05  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
               88  WS-TRAILER-FOUND               VALUE 'Y'.
           05  WS-AGREE-SW              PIC X(01) VALUE 'N'.
               88  WS-TOTALS-AGREE                VALUE 'Y'.
      *
       01  WS-BATCH-OPERID              PIC X(08) VALUE 'CLRPOST '.
       01  WS-BATCH-TERMID              PIC X(04) VALUE 'BTCH'.
       01  WS-BATCH-TRANID              PIC X(04) VALUE 'CLRG'.
       01  WS-BRANCH-ID                 PIC X(08) VALUE 'BR01'.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-BUS-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).
       01  WS-RUN-TIME-6                PIC X(06).
      *
       01  WS-RETURN-FEE                PIC 9(07)V99 VALUE 0.
       01  WS-HIST-SEQ                  PIC 9(07) VALUE 0.
       01  WS-BAL-BEFORE                PIC S9(09)V99 COMP-3.
       01  WS-HIST-FUNCTION             PIC X(01).
       01  WS-HIST-AMOUNT               PIC S9(09)V99 COMP-3.
      *
       01  WS-HOLD-EOF-SW               PIC X(01).
           88  WS-HOLD-EOF                      VALUE 'Y'.
       01  WS-HOLD-TOTAL                PIC S9(09)V99 COMP-3.
       01  WS-OD-LIMIT                  PIC S9(09)V99 COMP-3.
       01  WS-AVAIL-BALANCE             PIC S9(09)V99 COMP-3.
       01  WS-FAIL-RESP                 PIC 9(02).
      *
       01  WS-TRAILER-COUNT             PIC 9(07) VALUE 0.
       01  WS-TRAILER-TOTAL             PIC 9(13)V99 VALUE 0.
      *
       01  WS-TOTALS.
           05  WS-ITEM-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-ITEM-PAID-CNT         PIC 9(09) VALUE 0.
           05  WS-ITEM-RETURNED-CNT     PIC 9(09) VALUE 0.
           05  WS-RTN-NO-FUNDS-CNT      PIC 9(09) VALUE 0.
           05  WS-RTN-CLOSED-CNT        PIC 9(09) VALUE 0.
           05  WS-RTN-NO-ACCOUNT-CNT    PIC 9(09) VALUE 0.
           05  WS-RTN-DORMANT-CNT       PIC 9(09) VALUE 0.
           05  WS-UNREADABLE-CNT        PIC 9(09) VALUE 0.
           05  WS-UNEXPECTED-CNT        PIC 9(09) VALUE 0.
           05  WS-FEE-CNT               PIC 9(09) VALUE 0.
           05  WS-PAID-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-RETURNED-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-FEE-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-PROVED-CNT            PIC 9(09) VALUE 0.
           05  WS-PROVED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
      *
      *    Outward returns file header and trailer - the CLRREC
      *    layout, built here because the returns file record is
      *    a plain buffer (the inward FD owns the CLRREC names).
       01  WS-RETURN-HEADER.
           05  FILLER                   PIC X(01) VALUE 'H'.
           05  RH-CLEARING-DATE         PIC X(08).
           05  RH-FILE-SEQ              PIC 9(04) VALUE 0.
           05  RH-SENDER                PIC X(08).
           05  RH-RECEIVER              PIC X(08).
           05  FILLER                   PIC X(51) VALUE SPACES.
      *
       01  WS-RETURN-TRAILER.
           05  FILLER                   PIC X(01) VALUE 'T'.
           05  RT-ITEM-COUNT            PIC 9(07).
           05  RT-AMOUNT-TOTAL          PIC 9(13)V99.
           05  FILLER                   PIC X(57) VALUE SPACES.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(22)
               VALUE 'INWARD CLEARING RUN -'.
           05  RL-HEAD-DATE             PIC X(08).
           05  FILLER                   PIC X(17)
               VALUE '  CLEARING DATE '.
           05  RL-HEAD-CLR-DATE         PIC X(08).
           05  FILLER                   PIC X(77) VALUE SPACES.
      *
       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132) VALUE SPACES.
      *
       01  WS-RETURN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(11) VALUE '*** RETURN'.
           05  RL-RTN-ACCT              PIC X(10).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-RTN-TYPE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-RTN-SERIAL            PIC X(10).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-RTN-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-RTN-REASON            PIC X(02).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-RTN-TEXT              PIC X(30).
           05  FILLER                   PIC X(04) VALUE ' ***'.
           05  FILLER                   PIC X(41) VALUE SPACES.
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
       01  WS-MESSAGE-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-MESSAGE               PIC X(132).
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-INWARD-EOF.
           PERFORM 3000-WRITE-RETURN-TRAILER THRU 3000-EXIT.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF NOT WS-TOTALS-AGREE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ITEM-RETURNED-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, READ THE FEE CARD, TAKE THE HEADER  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-RUN-TIME-6.
           OPEN INPUT INWARD-FILE.
           OPEN OUTPUT RETURN-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN I-O TRAN-HIST-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1400-READ-INWARD THRU 1400-EXIT.
           PERFORM 1200-TAKE-HEADER THRU 1200-EXIT.
           MOVE WS-BUS-DATE TO RL-HEAD-DATE.
           MOVE RH-CLEARING-DATE TO RL-HEAD-CLR-DATE.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
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
           MOVE 'CLRPOST' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'CLRPOST - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'CLRPOST - RUNCTL NOT WRITTEN - RUN ENDS'
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
      *----------------------------------------------------------*
       1050-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-BUS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'CONTROL ' TO SY-KEY.
           READ SYSCTL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SY-BUSINESS-DATE TO WS-BUS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
       1050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - THE RETURNED-ITEM FEE OFF THE CLRCARD CARD      *
      *    No card, or a fee that will not read, charges nothing. *
      *----------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.
           IF NOT WS-CONTROL-EOF
                   AND CTL-RETURN-FEE IS NUMERIC
               MOVE CTL-RETURN-FEE TO WS-RETURN-FEE
           END-IF.
           CLOSE CONTROL-FILE.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1200 - THE INWARD HEADER OPENS THE RETURNS FILE        *
      *    The returns go back under the inward clearing date and *
      *    file sequence with sender and receiver swapped. A      *
      *    file that does not start with a header still gets a    *
      *    returns header (under the business date) so the        *
      *    returns are deliverable, but the run cannot prove.     *
      *----------------------------------------------------------*
       1200-TAKE-HEADER.
           IF NOT WS-INWARD-EOF AND CL-HEADER
               SET WS-HEADER-FOUND TO TRUE
               MOVE CL-CLEARING-DATE TO RH-CLEARING-DATE
               MOVE CL-FILE-SEQ TO RH-FILE-SEQ
               MOVE CL-RECEIVER TO RH-SENDER
               MOVE CL-SENDER TO RH-RECEIVER
               WRITE RETURN-RECORD FROM WS-RETURN-HEADER
               PERFORM 1400-READ-INWARD THRU 1400-EXIT
           ELSE
               MOVE WS-BUS-DATE TO RH-CLEARING-DATE
               MOVE WS-BRANCH-ID TO RH-SENDER
               MOVE SPACES TO RH-RECEIVER
               WRITE RETURN-RECORD FROM WS-RETURN-HEADER
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1400-READ-INWARD.
           READ INWARD-FILE
               AT END SET WS-INWARD-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - ONE INWARD RECORD                               *
      *    Anything after the trailer, a second header or a       *
      *    record type the layout does not know is counted as     *
      *    unexpected - the run will not prove with it there.     *
      *----------------------------------------------------------*
       2000-PROCESS-RECORD.
           IF WS-TRAILER-FOUND
               ADD 1 TO WS-UNEXPECTED-CNT
               GO TO 2000-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN CL-DETAIL
                   PERFORM 2100-PROCESS-ITEM THRU 2100-EXIT
               WHEN CL-TRAILER
                   SET WS-TRAILER-FOUND TO TRUE
                   IF CL-ITEM-COUNT IS NUMERIC
                           AND CL-AMOUNT-TOTAL IS NUMERIC
                       MOVE CL-ITEM-COUNT TO WS-TRAILER-COUNT
                       MOVE CL-AMOUNT-TOTAL TO WS-TRAILER-TOTAL
                   ELSE
                       ADD 1 TO WS-UNEXPECTED-CNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNEXPECTED-CNT
           END-EVALUATE.
       2000-NEXT.
           PERFORM 1400-READ-INWARD THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - PAY OR RETURN ONE ITEM                          *
      *    The account is read fresh for every item, so a second  *
      *    item on the same account is judged against the         *
      *    balance the first one left.                            *
      *----------------------------------------------------------*
       2100-PROCESS-ITEM.
           ADD 1 TO WS-ITEM-READ-CNT.
           IF CL-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-CNT
               MOVE '*** ITEM AMOUNT UNREADABLE - NOT PAID OR RETURNED
      -            ' - ACCOUNT' TO RL-MESSAGE
               MOVE CL-ACCT-KEY TO RL-MESSAGE (61:10)
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO CL-RETURN-REASON.
           MOVE CL-ACCT-KEY TO ACCT-KEY.
           READ ACCOUNT-FILE
               INVALID KEY
                   SET CL-RTN-NO-ACCOUNT TO TRUE
                   MOVE 04 TO WS-FAIL-RESP
           END-READ.
           IF CL-RTN-NO-ACCOUNT
               GO TO 2100-RETURN
           END-IF.
           IF ACCT-CLOSED
               SET CL-RTN-CLOSED TO TRUE
               MOVE 20 TO WS-FAIL-RESP
               GO TO 2100-RETURN
           END-IF.
           IF ACCT-DORMANT
               SET CL-RTN-DORMANT TO TRUE
               MOVE 68 TO WS-FAIL-RESP
               GO TO 2100-RETURN
           END-IF.
           PERFORM 2120-COMPUTE-AVAILABLE THRU 2120-EXIT.
           IF CL-AMOUNT > WS-AVAIL-BALANCE
               SET CL-RTN-NO-FUNDS TO TRUE
               MOVE 24 TO WS-FAIL-RESP
               GO TO 2100-RETURN
           END-IF.
           PERFORM 2200-PAY-ITEM THRU 2200-EXIT.
           GO TO 2100-EXIT.
      *
       2100-RETURN.
           PERFORM 2300-RETURN-ITEM THRU 2300-EXIT.
           IF CL-RTN-NO-FUNDS AND WS-RETURN-FEE > 0
               PERFORM 2400-POST-RETURN-FEE THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2120 - THE ACCOUNT'S AVAILABLE BALANCE                 *
      *    Ledger minus active unexpired holds, plus the          *
      *    overdraft limit - the same figure STORPOST and the     *
      *    teller paragraphs test. The account record is in the   *
      *    FD area when this runs.                                *
      *----------------------------------------------------------*
       2120-COMPUTE-AVAILABLE.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           MOVE ACCT-KEY TO HD-ACCT-KEY.
           MOVE 0 TO HD-SEQ.
           START HOLD-FILE KEY NOT < HD-KEY
               INVALID KEY SET WS-HOLD-EOF TO TRUE
           END-START.
           PERFORM 2130-READ-NEXT-HOLD THRU 2130-EXIT
               UNTIL WS-HOLD-EOF.
           IF ACCT-OD-LIMIT IS NUMERIC
               MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               MOVE 0 TO WS-OD-LIMIT
           END-IF.
           COMPUTE WS-AVAIL-BALANCE =
               ACCT-BALANCE - WS-HOLD-TOTAL + WS-OD-LIMIT.
       2120-EXIT.
           EXIT.
      *
       2130-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
           IF WS-HOLD-EOF
               GO TO 2130-EXIT
           END-IF.
           IF HD-ACCT-KEY NOT = ACCT-KEY
               SET WS-HOLD-EOF TO TRUE
               GO TO 2130-EXIT
           END-IF.
           IF HD-ACTIVE
                   AND (HD-EXPIRY-DATE = SPACES
                       OR HD-EXPIRY-DATE NOT < WS-BUS-DATE)
               ADD HD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
       2130-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - PAY THE ITEM: DEBIT THE ACCOUNT                 *
      *----------------------------------------------------------*
       2200-PAY-ITEM.
           MOVE ACCT-BALANCE TO WS-BAL-BEFORE.
           SUBTRACT CL-AMOUNT FROM ACCT-BALANCE.
           PERFORM 2410-STAMP-AND-REWRITE THRU 2410-EXIT.
           MOVE 'Q' TO WS-HIST-FUNCTION.
           MOVE CL-AMOUNT TO WS-HIST-AMOUNT.
           PERFORM 2420-WRITE-MOVEMENT THRU 2420-EXIT.
           MOVE 'Q' TO JR-FUNCTION.
           MOVE 00 TO JR-RESP-CODE.
           MOVE ACCT-KEY TO JR-ACCT-KEY.
           PERFORM 2600-PUT-JOURNAL THRU 2600-EXIT.
           ADD 1 TO WS-ITEM-PAID-CNT.
           ADD CL-AMOUNT TO WS-PAID-TOTAL.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2300 - RETURN THE ITEM TO THE CLEARING HOUSE           *
      *    CL-RETURN-REASON and WS-FAIL-RESP are set by the       *
      *    caller; the inward detail goes out as it came in.      *
      *----------------------------------------------------------*
       2300-RETURN-ITEM.
           WRITE RETURN-RECORD FROM INWARD-RECORD.
           ADD 1 TO WS-ITEM-RETURNED-CNT.
           ADD CL-AMOUNT TO WS-RETURNED-TOTAL.
           EVALUATE TRUE
               WHEN CL-RTN-NO-FUNDS
                   ADD 1 TO WS-RTN-NO-FUNDS-CNT
                   MOVE 'INSUFFICIENT FUNDS' TO RL-RTN-TEXT
               WHEN CL-RTN-CLOSED
                   ADD 1 TO WS-RTN-CLOSED-CNT
                   MOVE 'ACCOUNT CLOSED' TO RL-RTN-TEXT
               WHEN CL-RTN-DORMANT
                   ADD 1 TO WS-RTN-DORMANT-CNT
                   MOVE 'ACCOUNT DORMANT' TO RL-RTN-TEXT
               WHEN OTHER
                   ADD 1 TO WS-RTN-NO-ACCOUNT-CNT
                   MOVE 'NO ACCOUNT' TO RL-RTN-TEXT
           END-EVALUATE.
           MOVE CL-ACCT-KEY TO RL-RTN-ACCT.
           MOVE CL-ITEM-TYPE TO RL-RTN-TYPE.
           MOVE CL-SERIAL TO RL-RTN-SERIAL.
           MOVE CL-AMOUNT TO RL-RTN-AMOUNT.
           MOVE CL-RETURN-REASON TO RL-RTN-REASON.
           WRITE REPORT-RECORD FROM WS-RETURN-LINE.
           MOVE 'Q' TO JR-FUNCTION.
           MOVE WS-FAIL-RESP TO JR-RESP-CODE.
           MOVE CL-ACCT-KEY TO JR-ACCT-KEY.
           PERFORM 2600-PUT-JOURNAL THRU 2600-EXIT.
       2300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2400 - CHARGE THE RETURNED-ITEM FEE                    *
      *    The account record is still in the FD area, untouched  *
      *    since the funds check.                                 *
      *----------------------------------------------------------*
       2400-POST-RETURN-FEE.
           MOVE ACCT-BALANCE TO WS-BAL-BEFORE.
           SUBTRACT WS-RETURN-FEE FROM ACCT-BALANCE.
           PERFORM 2410-STAMP-AND-REWRITE THRU 2410-EXIT.
           MOVE 'F' TO WS-HIST-FUNCTION.
           MOVE WS-RETURN-FEE TO WS-HIST-AMOUNT.
           PERFORM 2420-WRITE-MOVEMENT THRU 2420-EXIT.
           MOVE 'F' TO JR-FUNCTION.
           MOVE 00 TO JR-RESP-CODE.
           MOVE ACCT-KEY TO JR-ACCT-KEY.
           PERFORM 2600-PUT-JOURNAL THRU 2600-EXIT.
           ADD 1 TO WS-FEE-CNT.
           ADD WS-RETURN-FEE TO WS-FEE-TOTAL.
       2400-EXIT.
           EXIT.
      *
       2410-STAMP-AND-REWRITE.
           MOVE WS-RUN-DATE TO ACCT-LAST-TRAN-DATE.
           MOVE WS-RUN-TIME-6 TO ACCT-LAST-TRAN-TIME.
           MOVE WS-BATCH-OPERID TO ACCT-LAST-TRAN-OPID.
           REWRITE ACCOUNT-RECORD.
       2410-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2420 - ONE TRANHS DEBIT MOVEMENT FOR THE POSTING JUST  *
      *    MADE. WS-HIST-FUNCTION, WS-HIST-AMOUNT and             *
      *    WS-BAL-BEFORE are set by the caller.                   *
      *----------------------------------------------------------*
       2420-WRITE-MOVEMENT.
           ADD 1 TO WS-HIST-SEQ.
           MOVE SPACES TO TRAN-HIST-RECORD.
           MOVE 'D' TO TH-DIRECTION.
           MOVE WS-BAL-BEFORE TO TH-BAL-BEFORE.
           MOVE ACCT-KEY TO TH-ACCT-KEY.
           MOVE WS-RUN-DATE TO TH-DATE.
           MOVE WS-RUN-TIME-6 TO TH-TIME.
           MOVE WS-HIST-SEQ TO TH-TASKNO.
           MOVE WS-HIST-FUNCTION TO TH-FUNCTION.
           MOVE WS-HIST-AMOUNT TO TH-AMOUNT.
           MOVE ACCT-BALANCE TO TH-BAL-AFTER.
           MOVE WS-BATCH-OPERID TO TH-OPERID.
           MOVE WS-BATCH-TERMID TO TH-TERMID.
           MOVE WS-BUS-DATE TO TH-BUS-DATE.
           WRITE TRAN-HIST-RECORD.
       2420-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2600 - ONE JOURNAL RECORD IN THE ONLINE LAYOUT         *
      *    JR-FUNCTION, JR-RESP-CODE and JR-ACCT-KEY are set by   *
      *    the caller.                                            *
      *----------------------------------------------------------*
       2600-PUT-JOURNAL.
           MOVE WS-BATCH-TRANID TO JR-TRANID.
           MOVE WS-BATCH-TERMID TO JR-TERMID.
           MOVE WS-BATCH-OPERID TO JR-OPERID.
           MOVE WS-RUN-DATE TO JR-DATE.
           MOVE WS-RUN-TIME-6 TO JR-TIME.
           MOVE SPACES TO JR-ABEND-CODE.
           MOVE SPACES TO JR-OPERID2.
           MOVE WS-BUS-DATE TO JR-BUS-DATE.
           WRITE JOURNAL-RECORD.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - CLOSE THE RETURNS FILE WITH ITS TRAILER         *
      *----------------------------------------------------------*
       3000-WRITE-RETURN-TRAILER.
           MOVE WS-ITEM-RETURNED-CNT TO RT-ITEM-COUNT.
           MOVE WS-RETURNED-TOTAL TO RT-AMOUNT-TOTAL.
           WRITE RETURN-RECORD FROM WS-RETURN-TRAILER.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - PRINT THE PAID/UNPAID CONTROL REPORT            *
      *    Paid plus returned must agree with the inward trailer  *
      *    in count and amount, with a header and a trailer both  *
      *    seen and nothing unreadable or unexpected on the file. *
      *----------------------------------------------------------*
       8000-PRODUCE-REPORT.
           COMPUTE WS-PROVED-CNT =
               WS-ITEM-PAID-CNT + WS-ITEM-RETURNED-CNT.
           COMPUTE WS-PROVED-TOTAL =
               WS-PAID-TOTAL + WS-RETURNED-TOTAL.
           IF WS-HEADER-FOUND AND WS-TRAILER-FOUND
                   AND WS-UNREADABLE-CNT = 0
                   AND WS-UNEXPECTED-CNT = 0
                   AND WS-PROVED-CNT = WS-TRAILER-COUNT
                   AND WS-PROVED-TOTAL = WS-TRAILER-TOTAL
               SET WS-TOTALS-AGREE TO TRUE
           END-IF.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ITEMS ON INWARD FILE' TO RL-COUNT-DESC.
           MOVE WS-ITEM-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ITEMS PAID' TO RL-COUNT-DESC.
           MOVE WS-ITEM-PAID-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ITEMS RETURNED' TO RL-COUNT-DESC.
           MOVE WS-ITEM-RETURNED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  01 INSUFFICIENT FUNDS' TO RL-COUNT-DESC.
           MOVE WS-RTN-NO-FUNDS-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  02 ACCOUNT CLOSED' TO RL-COUNT-DESC.
           MOVE WS-RTN-CLOSED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  03 NO ACCOUNT' TO RL-COUNT-DESC.
           MOVE WS-RTN-NO-ACCOUNT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  04 ACCOUNT DORMANT' TO RL-COUNT-DESC.
           MOVE WS-RTN-DORMANT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ITEMS UNREADABLE' TO RL-COUNT-DESC.
           MOVE WS-UNREADABLE-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'UNEXPECTED RECORDS' TO RL-COUNT-DESC.
           MOVE WS-UNEXPECTED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'RETURNED-ITEM FEES POSTED' TO RL-COUNT-DESC.
           MOVE WS-FEE-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'AMOUNT PAID' TO RL-AMOUNT-DESC.
           MOVE WS-PAID-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'AMOUNT RETURNED' TO RL-AMOUNT-DESC.
           MOVE WS-RETURNED-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'RETURNED-ITEM FEES' TO RL-AMOUNT-DESC.
           MOVE WS-FEE-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'PAID PLUS RETURNED - ITEMS' TO RL-COUNT-DESC.
           MOVE WS-PROVED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'INWARD TRAILER - ITEMS' TO RL-COUNT-DESC.
           MOVE WS-TRAILER-COUNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'PAID PLUS RETURNED - AMOUNT' TO RL-AMOUNT-DESC.
           MOVE WS-PROVED-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'INWARD TRAILER - AMOUNT' TO RL-AMOUNT-DESC.
           MOVE WS-TRAILER-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           IF NOT WS-HEADER-FOUND
               MOVE '*** INWARD FILE HAS NO HEADER RECORD ***'
                   TO RL-MESSAGE
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF NOT WS-TRAILER-FOUND
               MOVE '*** INWARD FILE HAS NO TRAILER RECORD ***'
                   TO RL-MESSAGE
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-TOTALS-AGREE
               MOVE 'CONTROL TOTALS AGREE WITH INWARD TRAILER'
                   TO RL-MESSAGE
           ELSE
               MOVE '*** CONTROL TOTALS DO NOT AGREE WITH INWARD TRAI
      -            'LER - HOLD THE EXCHANGE AND INVESTIGATE ***'
                   TO RL-MESSAGE
           END-IF.
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE INWARD-FILE.
           CLOSE RETURN-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE HOLD-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE JOURNAL-FILE.
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
           MOVE 'ITEMS PAID' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-ITEM-PAID-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'ITEMS RETURN' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-ITEM-RETURNED-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'AMOUNT PAID' TO RR-TOTAL-DESC (3).
           MOVE 'A' TO RR-TOTAL-TYPE (3).
           MOVE WS-PAID-TOTAL TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'CLRPOST - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
