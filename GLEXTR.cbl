      *    eleventh and later distinct type lumps under * with a
      *    warning - widen the table before that day comes. Case
      *    TS015344928.
      *
      *    Dante Cola 03.09.2026 - posting reversals book as
      *    corrections, not customer activity: a contra movement
      *    (function X) goes to class X when it reversed a
      *    deposit or withdrawal (cash against deposits, the
      *    opposite way to the original) and to class Y when it
      *    reversed a transfer (liability to liability, split by
      *    type like T). An original reversed on the same
      *    business date books into the same correction class,
      *    so a same-day mistake and its fix net to nothing
      *    there; one reversed on a later day has already fed as
      *    the customer activity it then was. Class Y must
      *    balance like T and S. Case TS015346102.
      *
      *    Dante Cola 04.09.2026 - teller till overs and shorts
      *    feed as their own class V. They are not account
      *    movements, so they come off the TILLMS till file, not
      *    TRANHS: every till for the extract date declared
      *    unbalanced books its difference against the new
      *    42100000 cash over/short account - an over debits
      *    cash, a short credits it. Tills still open at extract
      *    time are counted on the report; they have nothing to
      *    book until declared. Case TS015347215.
      *
      *    Dante Cola 05.09.2026 - items paid in the CLRPOST
      *    inward clearing run (function Q) feed as their own
      *    class Q, split by product type: customer deposits
      *    against the new 15100000 clearing settlement account,
      *    which head office squares with the clearing house.
      *    Returned-item fees are ordinary F movements. Case
      *    TS015347902.
      *
      *    Dante Cola 09.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals feed records and the debit
      *    and credit hash totals. The extract date is now settled
      *    before the files open, so a past-day rerun off GLDCARD
      *    registers under the day it extracts. Case TS015351036.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-KEY.
           SELECT TILL-FILE ASSIGN TO TILLMS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TL-KEY.
           SELECT SYSCTL-FILE ASSIGN TO SYSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
      *
       FD  TILL-FILE.
       01  TILL-RECORD.
           COPY TILLREC.
      *
       FD  SYSCTL-FILE.
       01  SYSCTL-RECORD.
               88  WS-HIST-EOF                    VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-TILL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-TILL-EOF                    VALUE 'Y'.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-EXTRACT-DATE              PIC X(08).
           05  WS-GL-FEE-INCOME         PIC X(08) VALUE '40100000'.
           05  WS-GL-OD-INT-INCOME      PIC X(08) VALUE '41100000'.
           05  WS-GL-INT-EXPENSE        PIC X(08) VALUE '50100000'.
           05  WS-GL-OVER-SHORT         PIC X(08) VALUE '42100000'.
           05  WS-GL-CLEARING           PIC X(08) VALUE '15100000'.
      *
       01  WS-CLASS-COUNT               PIC 9(02) VALUE 10.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 10 TIMES.
               10  WS-CLASS-CODE        PIC X(01).
               10  WS-CLASS-CR-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-CLASS-CR-CNT      PIC 9(07).
       01  WS-TYPE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
           88  WS-TYPE-OVERFLOW                 VALUE 'Y'.
       01  WS-CT-TABLE.
           05  WS-CT-CLASS OCCURS 10 TIMES.
               10  WS-CT-TYPE-ENTRY OCCURS 10 TIMES.
                   15  WS-CT-CR-TOTAL   PIC S9(13)V99 COMP-3.
                   15  WS-CT-CR-CNT     PIC 9(07).
           05  WS-HIST-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-IN-DAY-CNT            PIC 9(09) VALUE 0.
           05  WS-UNCLASS-CNT           PIC 9(09) VALUE 0.
           05  WS-TILL-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-TILL-OPEN-CNT         PIC 9(09) VALUE 0.
           05  WS-FEED-REC-CNT          PIC 9(09) VALUE 0.
           05  WS-FEED-DR-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-FEED-CR-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           05  FILLER                   PIC X(132)
               VALUE '*** FEED OUT OF BALANCE - HOLD TRANSMISSION AND I
      -        'NVESTIGATE ***'.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
         PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACCUMULATE-MOVEMENT THRU 2000-EXIT
               UNTIL WS-HIST-EOF.
           PERFORM 2500-ACCUMULATE-TILLS THRU 2500-EXIT.
           PERFORM 3000-WRITE-FEED THRU 3000-EXIT.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
                       WS-CLASS-DR-TOTAL (3)
                   OR WS-CLASS-CR-TOTAL (4) NOT =
                       WS-CLASS-DR-TOTAL (4)
                   OR WS-CLASS-CR-TOTAL (8) NOT =
                       WS-CLASS-DR-TOTAL (8)
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SETTLE-EXTRACT-DATE THRU 1100-EXIT.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN OUTPUT FEED-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT ACCOUNT-FILE.
           PERFORM 1200-INIT-CLASS-TABLE THRU 1200-EXIT.
           PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
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
           MOVE 'GLEXTR' TO RR-PROGRAM.
           MOVE WS-EXTRACT-DATE TO RR-BUS-DATE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'GLEXTR - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'GLEXTR - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - CONTROL CARD, ELSE SYSCTL, ELSE THE RUN DATE    *
      *----------------------------------------------------------*
       1100-SETTLE-EXTRACT-DATE.
           MOVE 'S' TO WS-CLASS-CODE (4).
           MOVE 'N' TO WS-CLASS-CODE (5).
           MOVE 'F' TO WS-CLASS-CODE (6).
           MOVE 'X' TO WS-CLASS-CODE (7).
           MOVE 'Y' TO WS-CLASS-CODE (8).
           MOVE 'V' TO WS-CLASS-CODE (9).
           MOVE 'Q' TO WS-CLASS-CODE (10).
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-CLASS-COUNT
               MOVE 0 TO WS-CLASS-CR-TOTAL (WS-SUB1)
                   MOVE WS-SUB1 TO WS-CLASS-PICKED
               END-IF
           END-PERFORM.
           PERFORM 2050-PICK-CORRECTION-CLASS THRU 2050-EXIT.
           IF WS-CLASS-PICKED = 0
               ADD 1 TO WS-UNCLASS-CNT
               GO TO 2000-NEXT
           EXIT.
      *
      *----------------------------------------------------------*
      *    2050 - ROUTE A CORRECTION PAIR TO ITS CLASS            *
      *    A contra goes by the function it reversed; an original *
      *    only when the reversal booked the same business date - *
      *    otherwise it fed as ordinary activity on its own day   *
      *    and stays where the table put it.                      *
      *----------------------------------------------------------*
       2050-PICK-CORRECTION-CLASS.
           IF TH-CONTRA
               IF TH-ORIG-FUNCTION = 'T'
                   MOVE 8 TO WS-CLASS-PICKED
               ELSE
                   MOVE 7 TO WS-CLASS-PICKED
               END-IF
               GO TO 2050-EXIT
           END-IF.
           IF TH-REVERSED AND TH-REV-BUS-DATE = WS-ACCTG-DATE
               IF TH-FUNCTION = 'T'
                   MOVE 8 TO WS-CLASS-PICKED
               ELSE
                   MOVE 7 TO WS-CLASS-PICKED
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - THE MOVEMENT'S PRODUCT TYPE OFF THE MASTER      *
      *    The history arrives in account order, so one keyed     *
      *    read per account change covers the whole account. An   *
           EXIT.
      *
      *----------------------------------------------------------*
      *    2500 - TILL OVERS AND SHORTS FOR THE EXTRACT DATE      *
      *    Class V carries overs on its credit side and shorts    *
      *    on its debit side, seen from the over/short account.   *
      *    A balanced till has nothing to book; an open one is    *
      *    counted so the report shows the day is not finished.   *
      *----------------------------------------------------------*
       2500-ACCUMULATE-TILLS.
           OPEN INPUT TILL-FILE.
           PERFORM 2550-READ-TILL THRU 2550-EXIT.
           PERFORM 2600-ACCUMULATE-ONE-TILL THRU 2600-EXIT
               UNTIL WS-TILL-EOF.
           CLOSE TILL-FILE.
       2500-EXIT.
           EXIT.
      *
       2550-READ-TILL.
           READ TILL-FILE NEXT RECORD
               AT END SET WS-TILL-EOF TO TRUE
           END-READ.
       2550-EXIT.
           EXIT.
      *
       2600-ACCUMULATE-ONE-TILL.
           IF TL-BUS-DATE NOT = WS-EXTRACT-DATE
               GO TO 2600-NEXT
           END-IF.
           ADD 1 TO WS-TILL-READ-CNT.
           IF TL-OPEN
               ADD 1 TO WS-TILL-OPEN-CNT
               GO TO 2600-NEXT
           END-IF.
           IF NOT TL-UNBALANCED
               GO TO 2600-NEXT
           END-IF.
           IF TL-OVER-SHORT > 0
               ADD TL-OVER-SHORT TO WS-CLASS-CR-TOTAL (9)
               ADD 1 TO WS-CLASS-CR-CNT (9)
           ELSE
               SUBTRACT TL-OVER-SHORT FROM WS-CLASS-DR-TOTAL (9)
               ADD 1 TO WS-CLASS-DR-CNT (9)
           END-IF.
       2600-NEXT.
           PERFORM 2550-READ-TILL THRU 2550-EXIT.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - WRITE THE BALANCED FEED                         *
      *    One debit/credit pair per class per product type.      *
      *    Customer accounts are liabilities: a deposit credits   *
      *    to liability, each side under its own account's type;  *
      *    interest earns against interest expense, overdraft     *
      *    interest and fees against their income accounts.       *
      *    Corrections book the way their movements moved: class  *
      *    X credits as deposits, debits as withdrawals; class Y  *
      *    liability to liability like a transfer. Till overs     *
      *    and shorts (class V) are branch cash against the       *
      *    over/short account, with no product type. Clearing    *
      *    items paid (class Q) debit deposits against the        *
      *    clearing settlement account.                           *
      *----------------------------------------------------------*
       3000-WRITE-FEED.
           MOVE WS-EXTRACT-DATE TO FH-EXTRACT-DATE.
           PERFORM 3050-WRITE-TYPE-PAIRS THRU 3050-EXIT
               VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > WS-TYPE-COUNT.
           PERFORM 3200-WRITE-TILL-PAIRS THRU 3200-EXIT.
           MOVE WS-EXTRACT-DATE TO FT-EXTRACT-DATE.
           MOVE WS-FEED-REC-CNT TO FT-RECORD-COUNT.
           MOVE WS-FEED-DR-TOTAL TO FT-DR-TOTAL.
           MOVE WS-GL-CUST-LIAB TO WS-PAIR-DR-ACCT.
           MOVE WS-GL-FEE-INCOME TO WS-PAIR-CR-ACCT.
           PERFORM 3100-WRITE-PAIR THRU 3100-EXIT.
      *    CASH CORRECTIONS, CREDIT SIDE - DR CASH, CR DEPOSITS
           MOVE 'X' TO WS-PAIR-CLASS.
           MOVE WS-CT-CR-TOTAL (7 WS-SUB2) TO WS-PAIR-AMOUNT.
           MOVE WS-CT-CR-CNT (7 WS-SUB2) TO WS-PAIR-COUNT.
           MOVE WS-GL-CASH TO WS-PAIR-DR-ACCT.
           MOVE WS-GL-CUST-LIAB TO WS-PAIR-CR-ACCT.
           PERFORM 3100-WRITE-PAIR THRU 3100-EXIT.
      *    CASH CORRECTIONS, DEBIT SIDE - DR DEPOSITS, CR CASH
           MOVE 'X' TO WS-PAIR-CLASS.
           MOVE WS-CT-DR-TOTAL (7 WS-SUB2) TO WS-PAIR-AMOUNT.
           MOVE WS-CT-DR-CNT (7 WS-SUB2) TO WS-PAIR-COUNT.
           MOVE WS-GL-CUST-LIAB TO WS-PAIR-DR-ACCT.
           MOVE WS-GL-CASH TO WS-PAIR-CR-ACCT.
           PERFORM 3100-WRITE-PAIR THRU 3100-EXIT.
      *    TRANSFER CORRECTIONS - LIABILITY TO LIABILITY
           MOVE 'Y' TO WS-PAIR-CLASS.
           MOVE 8 TO WS-SUB1.
           PERFORM 3150-WRITE-SPLIT-PAIR THRU 3150-EXIT.
      *    CLEARING ITEMS PAID - DR DEPOSITS, CR CLEARING
           MOVE 'Q' TO WS-PAIR-CLASS.
           MOVE WS-CT-DR-TOTAL (10 WS-SUB2) TO WS-PAIR-AMOUNT.
           MOVE WS-CT-DR-CNT (10 WS-SUB2) TO WS-PAIR-COUNT.
           MOVE WS-GL-CUST-LIAB TO WS-PAIR-DR-ACCT.
           MOVE WS-GL-CLEARING TO WS-PAIR-CR-ACCT.
           PERFORM 3100-WRITE-PAIR THRU 3100-EXIT.
       3050-EXIT.
           EXIT.
      *
           EXIT.
      *
      *----------------------------------------------------------*
      *    3200 - TILL OVERS AND SHORTS (CLASS V)                 *
      *----------------------------------------------------------*
       3200-WRITE-TILL-PAIRS.
           MOVE SPACE TO WS-PAIR-TYPE.
      *    OVERS - DR CASH, CR CASH OVER/SHORT
           MOVE 'V' TO WS-PAIR-CLASS.
           MOVE WS-CLASS-CR-TOTAL (9) TO WS-PAIR-AMOUNT.
           MOVE WS-CLASS-CR-CNT (9) TO WS-PAIR-COUNT.
           MOVE WS-GL-CASH TO WS-PAIR-DR-ACCT.
           MOVE WS-GL-OVER-SHORT TO WS-PAIR-CR-ACCT.
           PERFORM 3100-WRITE-PAIR THRU 3100-EXIT.
      *    SHORTS - DR CASH OVER/SHORT, CR CASH
           MOVE 'V' TO WS-PAIR-CLASS.
           MOVE WS-CLASS-DR-TOTAL (9) TO WS-PAIR-AMOUNT.
           MOVE WS-CLASS-DR-CNT (9) TO WS-PAIR-COUNT.
           MOVE WS-GL-OVER-SHORT TO WS-PAIR-DR-ACCT.
           MOVE WS-GL-CASH TO WS-PAIR-CR-ACCT.
           PERFORM 3100-WRITE-PAIR THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - PRINT THE CONTROL TOTAL REPORT                  *
      *----------------------------------------------------------*
       8000-PRODUCE-REPORT.
           MOVE 'UNCLASSIFIED MOVEMENTS' TO RL-COUNT-DESC.
           MOVE WS-UNCLASS-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'TILLS ON EXTRACT DAY' TO RL-COUNT-DESC.
           MOVE WS-TILL-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'TILLS NOT DECLARED' TO RL-COUNT-DESC.
           MOVE WS-TILL-OPEN-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'FEED DETAIL RECORDS WRITTEN' TO RL-COUNT-DESC.
           MOVE WS-FEED-REC-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
                       WS-CLASS-DR-TOTAL (3)
                   AND WS-CLASS-CR-TOTAL (4) =
                       WS-CLASS-DR-TOTAL (4)
                   AND WS-CLASS-CR-TOTAL (8) =
                       WS-CLASS-DR-TOTAL (8)
               WRITE REPORT-RECORD FROM WS-BALANCED-LINE
           ELSE
               WRITE REPORT-RECORD FROM WS-UNBALANCED-LINE
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
           MOVE 'FEED RECORDS' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-FEED-REC-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'FEED DEBITS' TO RR-TOTAL-DESC (2).
           MOVE 'A' TO RR-TOTAL-TYPE (2).
           MOVE WS-FEED-DR-TOTAL TO RR-TOTAL-VALUE (2).
           MOVE 'FEED CREDITS' TO RR-TOTAL-DESC (3).
           MOVE 'A' TO RR-TOTAL-TYPE (3).
           MOVE WS-FEED-CR-TOTAL TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'GLEXTR - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
