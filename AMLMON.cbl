       ID DIVISION.
       PROGRAM-ID. AMLMON.
      *    Nightly anti-money-laundering monitoring run. RECONRPT
      *    counts how often one account was touched in one night;
      *    this run looks at a customer's whole relationship over
      *    a rolling window. The account master is read through
      *    its ACCT-CUST-NO alternate index (the ACCTMSC path the
      *    customer screen walks), so each customer's accounts
      *    arrive together; an account with no customer link is
      *    monitored on its own. For every account the TRANHS
      *    movements from the start of the baseline period up to
      *    the monitoring date are read and the customer-driven
      *    money movements - deposits (P), withdrawals (W) and
      *    transfers (T) - are accumulated for the customer.
      *    Interest, fees, standing orders and clearing items are
      *    not the customer moving money and are passed over, as
      *    are both halves of a corrected posting (a reversed
      *    original and its contra).
      *
      *    When the last account of a customer has been read the
      *    rules are tried and an alert is written to the AMLALRT
      *    alert file (layout AMLREC) for each one that trips:
      *
      *    C - a cash movement (P or W) at or over the reporting
      *        threshold booked on the monitoring date itself.
      *    S - structuring: the structuring count or more of cash
      *        movements inside the window falling just under the
      *        threshold (within the structuring percentage).
      *    V - volume: the window's P/W/T volume is at least the
      *        minimum and more than the spike factor times the
      *        customer's own volume over the baseline period
      *        before the window, scaled to the window's length.
      *        A customer with no baseline at all trips on the
      *        minimum alone - new money is worth a look.
      *    R - rapid in and out: over the last few days money came
      *        in (deposits and incoming transfers, at least the
      *        minimum) and the transfer percentage or more of it
      *        went straight back out by transfer. A transfer
      *        between two of the customer's own accounts is
      *        matched up by its TRANHS reference (both legs carry
      *        the same date, time and task number) and dropped -
      *        moving money between your own accounts is not
      *        passing it through.
      *
      *    S, V and R are window rules, so the same pattern would
      *    trip every night until it ages out; an alert of the
      *    same type already on file for the customer inside the
      *    window (whatever its disposition) holds the new one
      *    back and the run counts it as already under review. A
      *    C alert is about one day's cash and is only held back
      *    by one already raised for that day (a rerun).
      *
      *    Thresholds, window lengths and percentages come off
      *    the AMLCARD parameter card; a field left blank or zero
      *    keeps the default shown against it in working storage.
      *    The monitoring date is the SYSCTL business date - run
      *    after day-end, the day just closed - else the run date.
      *    The AMLRPT report lists every alert raised with the run
      *    parameters and counts. Alerts are worked by compliance
      *    on the CICS012 alert review queue.
      *
      *    Dante Cola 06.09.2026 - new for case TS015348461.
      *
      *    Dante Cola 15.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals accounts read,
      *    customers examined and alerts raised. Its RUNJOBS entry
      *    is optional. Case TS015356844.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTMS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               ALTERNATE RECORD KEY IS ACCT-CUST-NO
                   WITH DUPLICATES.
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT ALERT-FILE ASSIGN TO AMLALRT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT SYSCTL-FILE ASSIGN TO SYSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SY-KEY.
           SELECT CONTROL-FILE ASSIGN TO AMLCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO AMLRPT
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
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY AMLREC.
      *
       FD  SYSCTL-FILE.
       01  SYSCTL-RECORD.
           COPY SYSCTL.
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-WINDOW-DAYS          PIC 9(03).
           05  CTL-CASH-THRESHOLD       PIC 9(09)V99.
           05  CTL-STRUCT-PCT           PIC 9(02).
           05  CTL-STRUCT-COUNT         PIC 9(03).
           05  CTL-BASE-DAYS            PIC 9(03).
           05  CTL-SPIKE-FACTOR         PIC 9(03).
           05  CTL-SPIKE-MINIMUM        PIC 9(09)V99.
           05  CTL-RAPID-DAYS           PIC 9(03).
           05  CTL-RAPID-PCT            PIC 9(03).
           05  FILLER                   PIC X(38).
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
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-SUBJECT-SW            PIC X(01) VALUE 'N'.
               88  WS-SUBJECT-OPEN                VALUE 'Y'.
      *
      *    Run parameters - defaults, overridden field by field
      *    from the AMLCARD card.
       77  WS-WINDOW-DAYS               PIC 9(03) VALUE 030.
       77  WS-CASH-THRESHOLD            PIC 9(09)V99 VALUE 10000.00.
       77  WS-STRUCT-PCT                PIC 9(02) VALUE 10.
       77  WS-STRUCT-COUNT              PIC 9(03) VALUE 003.
       77  WS-BASE-DAYS                 PIC 9(03) VALUE 090.
       77  WS-SPIKE-FACTOR              PIC 9(03) VALUE 003.
       77  WS-SPIKE-MINIMUM             PIC 9(09)V99 VALUE 5000.00.
       77  WS-RAPID-DAYS                PIC 9(03) VALUE 003.
       77  WS-RAPID-PCT                 PIC 9(03) VALUE 080.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).
       01  WS-RUN-TIME-6                PIC X(06).
       01  WS-MON-DATE                  PIC X(08).
      *
      *    Window boundaries, all business dates.
       01  WS-WINDOW-START              PIC X(08).
       01  WS-WINDOW-START-9 REDEFINES WS-WINDOW-START
                                        PIC 9(08).
       01  WS-BASE-START                PIC X(08).
       01  WS-BASE-START-9 REDEFINES WS-BASE-START
                                        PIC 9(08).
       01  WS-RAPID-START               PIC X(08).
       01  WS-RAPID-START-9 REDEFINES WS-RAPID-START
                                        PIC 9(08).
       01  WS-DATE-WORK                 PIC 9(08).
       01  WS-DAY-NUMBER                PIC 9(07).
       01  WS-WORK-DAY                  PIC 9(07).
       01  WS-MOVE-DATE                 PIC X(08).
       01  WS-STRUCT-FLOOR              PIC S9(09)V99 COMP-3.
      *
      *    The customer (or unlinked account) being accumulated.
       01  WS-SUBJECT.
           05  WS-SUBJ-KEY              PIC X(10).
           05  WS-SUBJ-KIND             PIC X(01).
           05  WS-SUBJ-CUST-NO          PIC X(08).
           05  WS-SUBJ-TOP-ACCT         PIC X(10).
           05  WS-SUBJ-TOP-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-CASH-CNT              PIC 9(05).
           05  WS-CASH-TOTAL            PIC S9(11)V99 COMP-3.
           05  WS-CASH-ACCT             PIC X(10).
           05  WS-CASH-LARGEST          PIC S9(09)V99 COMP-3.
           05  WS-STRUCT-CNT            PIC 9(05).
           05  WS-STRUCT-TOTAL          PIC S9(11)V99 COMP-3.
           05  WS-WINDOW-CNT            PIC 9(05).
           05  WS-WINDOW-VOLUME         PIC S9(11)V99 COMP-3.
           05  WS-BASE-VOLUME           PIC S9(11)V99 COMP-3.
           05  WS-RAPID-CNT             PIC 9(05).
           05  WS-RAPID-IN              PIC S9(11)V99 COMP-3.
           05  WS-RAPID-OUT             PIC S9(11)V99 COMP-3.
       01  WS-NEXT-SUBJ-KEY             PIC X(10).
       01  WS-NEXT-SUBJ-KIND            PIC X(01).
      *
      *    Transfer legs seen inside the rapid window, so the two
      *    halves of a transfer between the customer's own
      *    accounts can find each other and drop out.
       01  WS-LEG-COUNT                 PIC 9(04) COMP.
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY OCCURS 100 TIMES.
               10  WS-LEG-REF           PIC X(21).
               10  WS-LEG-DIR           PIC X(01).
               10  WS-LEG-AMOUNT        PIC S9(09)V99 COMP-3.
       01  WS-LEG-PICKED                PIC 9(04) COMP.
       01  WS-SUB                       PIC 9(04) COMP.
       01  WS-MOVE-REF                  PIC X(21).
      *
       01  WS-BASE-SCALED               PIC S9(11)V99 COMP-3.
      *
      *    One alert to raise, set up by 2800 for 2900.
       01  WS-ALERT-WORK.
           05  WS-ALERT-TYPE            PIC X(01).
           05  WS-ALERT-FROM            PIC X(08).
           05  WS-ALERT-ACCT            PIC X(10).
           05  WS-ALERT-COUNT           PIC 9(05).
           05  WS-ALERT-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WS-ALERT-COMPARE         PIC S9(11)V99 COMP-3.
      *
       01  WS-TOTALS.
           05  WS-ACCT-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-SUBJECT-CNT           PIC 9(09) VALUE 0.
           05  WS-MOVE-EXAMINED-CNT     PIC 9(09) VALUE 0.
           05  WS-ALERT-CNT             PIC 9(09) VALUE 0.
           05  WS-ALERT-C-CNT           PIC 9(09) VALUE 0.
           05  WS-ALERT-S-CNT           PIC 9(09) VALUE 0.
           05  WS-ALERT-V-CNT           PIC 9(09) VALUE 0.
           05  WS-ALERT-R-CNT           PIC 9(09) VALUE 0.
           05  WS-HELD-BACK-CNT         PIC 9(09) VALUE 0.
           05  WS-LEG-OVERFLOW-CNT      PIC 9(09) VALUE 0.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(21)
               VALUE 'AML MONITORING RUN -'.
           05  RL-HEAD-DATE             PIC X(08).
           05  FILLER                   PIC X(15)
               VALUE '  WINDOW FROM '.
           05  RL-HEAD-WINDOW           PIC X(08).
           05  FILLER                   PIC X(80) VALUE SPACES.
      *
       01  WS-HEAD-LINE-2.
           05  FILLER                   PIC X(26)
               VALUE '   ALERT'.
           05  FILLER                   PIC X(20)
               VALUE 'SUBJECT    KIND'.
           05  FILLER                   PIC X(18)
               VALUE 'ACCOUNT     MOVES'.
           05  FILLER                   PIC X(19)
               VALUE '            AMOUNT'.
           05  FILLER                   PIC X(50)
               VALUE '      HELD AGAINST'.
      *
       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132) VALUE SPACES.
      *
       01  WS-ALERT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-TEXT            PIC X(22).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-SUBJECT         PIC X(10).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-KIND            PIC X(08).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-ACCT            PIC X(10).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-ALERT-COMPARE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(32) VALUE SPACES.
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
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ACCT-EOF.
           IF WS-SUBJECT-OPEN
               PERFORM 2800-CLOSE-SUBJECT THRU 2800-EXIT
           END-IF.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, SETTLE THE DATES AND PARAMETERS     *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-RUN-TIME-6.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN I-O ALERT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1200-SETTLE-WINDOWS THRU 1200-EXIT.
           MOVE WS-MON-DATE TO RL-HEAD-DATE.
           MOVE WS-WINDOW-START TO RL-HEAD-WINDOW.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-2.
           MOVE LOW-VALUES TO ACCT-CUST-NO.
           START ACCOUNT-FILE KEY IS NOT < ACCT-CUST-NO
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.
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
           MOVE 'AMLMON' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'AMLMON - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'AMLMON - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1050 - THE MONITORING DATE OFF THE SYSCTL RECORD       *
      *    Run after day-end, that is the day just closed. No     *
      *    control record means the run date.                     *
      *----------------------------------------------------------*
       1050-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-MON-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'CONTROL ' TO SY-KEY.
           READ SYSCTL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SY-BUSINESS-DATE TO WS-MON-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
       1050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - THE AMLCARD PARAMETER CARD                      *
      *    Each field is taken only when it reads as a number     *
      *    above zero; anything else keeps the default.           *
      *----------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.
           CLOSE CONTROL-FILE.
           IF WS-CONTROL-EOF
               GO TO 1100-EXIT
           END-IF.
           IF CTL-WINDOW-DAYS IS NUMERIC AND CTL-WINDOW-DAYS > 0
               MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF CTL-CASH-THRESHOLD IS NUMERIC
                   AND CTL-CASH-THRESHOLD > 0
               MOVE CTL-CASH-THRESHOLD TO WS-CASH-THRESHOLD
           END-IF.
           IF CTL-STRUCT-PCT IS NUMERIC AND CTL-STRUCT-PCT > 0
               MOVE CTL-STRUCT-PCT TO WS-STRUCT-PCT
           END-IF.
           IF CTL-STRUCT-COUNT IS NUMERIC AND CTL-STRUCT-COUNT > 0
               MOVE CTL-STRUCT-COUNT TO WS-STRUCT-COUNT
           END-IF.
           IF CTL-BASE-DAYS IS NUMERIC AND CTL-BASE-DAYS > 0
               MOVE CTL-BASE-DAYS TO WS-BASE-DAYS
           END-IF.
           IF CTL-SPIKE-FACTOR IS NUMERIC AND CTL-SPIKE-FACTOR > 0
               MOVE CTL-SPIKE-FACTOR TO WS-SPIKE-FACTOR
           END-IF.
           IF CTL-SPIKE-MINIMUM IS NUMERIC
                   AND CTL-SPIKE-MINIMUM > 0
               MOVE CTL-SPIKE-MINIMUM TO WS-SPIKE-MINIMUM
           END-IF.
           IF CTL-RAPID-DAYS IS NUMERIC AND CTL-RAPID-DAYS > 0
               MOVE CTL-RAPID-DAYS TO WS-RAPID-DAYS
           END-IF.
           IF CTL-RAPID-PCT IS NUMERIC AND CTL-RAPID-PCT > 0
               MOVE CTL-RAPID-PCT TO WS-RAPID-PCT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1200 - WINDOW, BASELINE AND RAPID-WINDOW START DATES   *
      *    The window and the rapid window end on the monitoring  *
      *    date inclusive; the baseline is the period of the      *
      *    baseline length immediately before the window.         *
      *----------------------------------------------------------*
       1200-SETTLE-WINDOWS.
           MOVE WS-MON-DATE TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           COMPUTE WS-WORK-DAY =
               WS-DAY-NUMBER - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START-9 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAY).
           SUBTRACT WS-BASE-DAYS FROM WS-WORK-DAY.
           COMPUTE WS-BASE-START-9 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAY).
           COMPUTE WS-WORK-DAY =
               WS-DAY-NUMBER - WS-RAPID-DAYS + 1.
           COMPUTE WS-RAPID-START-9 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAY).
           COMPUTE WS-STRUCT-FLOOR ROUNDED =
               WS-CASH-THRESHOLD * (100 - WS-STRUCT-PCT) / 100.
       1200-EXIT.
           EXIT.
      *
       1400-READ-ACCOUNT.
           IF WS-ACCT-EOF
               GO TO 1400-EXIT
           END-IF.
           READ ACCOUNT-FILE NEXT RECORD
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.
           IF NOT WS-ACCT-EOF
               ADD 1 TO WS-ACCT-READ-CNT
           END-IF.
       1400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - ONE ACCOUNT, IN CUSTOMER ORDER                  *
      *    A change of customer closes the one before; an         *
      *    account with no customer link is a customer of one.    *
      *----------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           IF ACCT-CUST-NO = SPACES OR ACCT-CUST-NO = LOW-VALUES
               MOVE ACCT-KEY TO WS-NEXT-SUBJ-KEY
               MOVE 'A' TO WS-NEXT-SUBJ-KIND
           ELSE
               MOVE ACCT-CUST-NO TO WS-NEXT-SUBJ-KEY
               MOVE 'C' TO WS-NEXT-SUBJ-KIND
           END-IF.
           IF WS-SUBJECT-OPEN
                   AND (WS-NEXT-SUBJ-KEY NOT = WS-SUBJ-KEY
                     OR WS-NEXT-SUBJ-KIND NOT = WS-SUBJ-KIND)
               PERFORM 2800-CLOSE-SUBJECT THRU 2800-EXIT
           END-IF.
           IF NOT WS-SUBJECT-OPEN
               PERFORM 2050-OPEN-SUBJECT THRU 2050-EXIT
           END-IF.
           PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
      *
       2050-OPEN-SUBJECT.
           INITIALIZE WS-SUBJECT.
           MOVE WS-NEXT-SUBJ-KEY TO WS-SUBJ-KEY.
           MOVE WS-NEXT-SUBJ-KIND TO WS-SUBJ-KIND.
           IF WS-NEXT-SUBJ-KIND = 'C'
               MOVE ACCT-CUST-NO TO WS-SUBJ-CUST-NO
           END-IF.
           MOVE 0 TO WS-LEG-COUNT.
           SET WS-SUBJECT-OPEN TO TRUE.
           ADD 1 TO WS-SUBJECT-CNT.
       2050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - THE ACCOUNT'S MOVEMENTS FROM THE BASELINE START *
      *    TH-DATE is the calendar date and never earlier than    *
      *    the business date, so positioning on the baseline      *
      *    start misses nothing the period needs.                 *
      *----------------------------------------------------------*
       2100-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE ACCT-KEY TO TH-ACCT-KEY.
           MOVE WS-BASE-START TO TH-DATE.
           MOVE LOW-VALUES TO TH-TIME.
           MOVE 0 TO TH-TASKNO.
           START TRAN-HIST-FILE KEY NOT < TH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM 2150-READ-HISTORY THRU 2150-EXIT
               UNTIL WS-HIST-EOF.
       2100-EXIT.
           EXIT.
      *
       2150-READ-HISTORY.
           READ TRAN-HIST-FILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-EOF
               GO TO 2150-EXIT
           END-IF.
           IF TH-ACCT-KEY NOT = ACCT-KEY
               SET WS-HIST-EOF TO TRUE
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2200-EXAMINE-MOVEMENT THRU 2200-EXIT.
       2150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - ACCUMULATE ONE MOVEMENT FOR THE CUSTOMER        *
      *    Rows from before TH-BUS-DATE existed book on TH-DATE.  *
      *----------------------------------------------------------*
       2200-EXAMINE-MOVEMENT.
           IF TH-BUS-DATE = SPACES
               MOVE TH-DATE TO WS-MOVE-DATE
           ELSE
               MOVE TH-BUS-DATE TO WS-MOVE-DATE
           END-IF.
           IF WS-MOVE-DATE < WS-BASE-START
                   OR WS-MOVE-DATE > WS-MON-DATE
               GO TO 2200-EXIT
           END-IF.
           IF TH-FUNCTION NOT = 'P' AND TH-FUNCTION NOT = 'W'
                   AND TH-FUNCTION NOT = 'T'
               GO TO 2200-EXIT
           END-IF.
           IF TH-REVERSED OR TH-CONTRA
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-MOVE-EXAMINED-CNT.
           IF WS-MOVE-DATE < WS-WINDOW-START
               ADD TH-AMOUNT TO WS-BASE-VOLUME
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-CNT.
           ADD TH-AMOUNT TO WS-WINDOW-VOLUME.
           IF TH-AMOUNT > WS-SUBJ-TOP-AMOUNT
               MOVE TH-AMOUNT TO WS-SUBJ-TOP-AMOUNT
               MOVE TH-ACCT-KEY TO WS-SUBJ-TOP-ACCT
           END-IF.
           IF TH-FUNCTION = 'P' OR TH-FUNCTION = 'W'
               PERFORM 2250-EXAMINE-CASH THRU 2250-EXIT
           END-IF.
           IF WS-MOVE-DATE NOT < WS-RAPID-START
               PERFORM 2300-EXAMINE-RAPID THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2250 - CASH OVER, OR JUST UNDER, THE THRESHOLD         *
      *----------------------------------------------------------*
       2250-EXAMINE-CASH.
           IF TH-AMOUNT NOT < WS-CASH-THRESHOLD
               IF WS-MOVE-DATE = WS-MON-DATE
                   ADD 1 TO WS-CASH-CNT
                   ADD TH-AMOUNT TO WS-CASH-TOTAL
                   IF TH-AMOUNT > WS-CASH-LARGEST
                       MOVE TH-AMOUNT TO WS-CASH-LARGEST
                       MOVE TH-ACCT-KEY TO WS-CASH-ACCT
                   END-IF
               END-IF
               GO TO 2250-EXIT
           END-IF.
           IF TH-AMOUNT NOT < WS-STRUCT-FLOOR
               ADD 1 TO WS-STRUCT-CNT
               ADD TH-AMOUNT TO WS-STRUCT-TOTAL
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2300 - MONEY IN AND OUT INSIDE THE RAPID WINDOW        *
      *    In is deposits and incoming transfers; out is outgoing *
      *    transfers only. A transfer leg whose other half is     *
      *    already in the table (same reference, other direction) *
      *    is the customer moving money between their own         *
      *    accounts: the earlier half comes back out of its total *
      *    and neither counts.                                    *
      *----------------------------------------------------------*
       2300-EXAMINE-RAPID.
           IF TH-FUNCTION = 'P'
               ADD TH-AMOUNT TO WS-RAPID-IN
               ADD 1 TO WS-RAPID-CNT
               GO TO 2300-EXIT
           END-IF.
           IF TH-FUNCTION NOT = 'T'
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-MOVE-REF.
           STRING TH-DATE TH-TIME TH-TASKNO
               DELIMITED BY SIZE INTO WS-MOVE-REF.
           MOVE 0 TO WS-LEG-PICKED.
           PERFORM 2310-FIND-OTHER-LEG THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LEG-COUNT
                  OR WS-LEG-PICKED > 0.
           IF WS-LEG-PICKED > 0
               IF WS-LEG-DIR (WS-LEG-PICKED) = 'C'
                   SUBTRACT WS-LEG-AMOUNT (WS-LEG-PICKED)
                       FROM WS-RAPID-IN
               ELSE
                   SUBTRACT WS-LEG-AMOUNT (WS-LEG-PICKED)
                       FROM WS-RAPID-OUT
               END-IF
               SUBTRACT 1 FROM WS-RAPID-CNT
               MOVE SPACES TO WS-LEG-REF (WS-LEG-PICKED)
               GO TO 2300-EXIT
           END-IF.
           IF TH-CREDIT
               ADD TH-AMOUNT TO WS-RAPID-IN
           ELSE
               ADD TH-AMOUNT TO WS-RAPID-OUT
           END-IF.
           ADD 1 TO WS-RAPID-CNT.
           IF WS-LEG-COUNT < 100
               ADD 1 TO WS-LEG-COUNT
               MOVE WS-MOVE-REF TO WS-LEG-REF (WS-LEG-COUNT)
               MOVE TH-DIRECTION TO WS-LEG-DIR (WS-LEG-COUNT)
               MOVE TH-AMOUNT TO WS-LEG-AMOUNT (WS-LEG-COUNT)
           ELSE
               ADD 1 TO WS-LEG-OVERFLOW-CNT
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2310-FIND-OTHER-LEG.
           IF WS-LEG-REF (WS-SUB) = WS-MOVE-REF
                   AND WS-LEG-DIR (WS-SUB) NOT = TH-DIRECTION
               MOVE WS-SUB TO WS-LEG-PICKED
           END-IF.
       2310-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2800 - TRY THE RULES ON THE FINISHED CUSTOMER          *
      *----------------------------------------------------------*
       2800-CLOSE-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-SW.
           IF WS-CASH-CNT > 0
               MOVE 'C' TO WS-ALERT-TYPE
               MOVE WS-MON-DATE TO WS-ALERT-FROM
               MOVE WS-CASH-ACCT TO WS-ALERT-ACCT
               MOVE WS-CASH-CNT TO WS-ALERT-COUNT
               MOVE WS-CASH-TOTAL TO WS-ALERT-AMOUNT
               MOVE WS-CASH-THRESHOLD TO WS-ALERT-COMPARE
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
           IF WS-STRUCT-CNT NOT < WS-STRUCT-COUNT
               MOVE 'S' TO WS-ALERT-TYPE
               MOVE WS-WINDOW-START TO WS-ALERT-FROM
               MOVE WS-SUBJ-TOP-ACCT TO WS-ALERT-ACCT
               MOVE WS-STRUCT-CNT TO WS-ALERT-COUNT
               MOVE WS-STRUCT-TOTAL TO WS-ALERT-AMOUNT
               MOVE WS-CASH-THRESHOLD TO WS-ALERT-COMPARE
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
           COMPUTE WS-BASE-SCALED ROUNDED =
               WS-BASE-VOLUME * WS-WINDOW-DAYS / WS-BASE-DAYS.
           IF WS-WINDOW-VOLUME NOT < WS-SPIKE-MINIMUM
                   AND WS-WINDOW-VOLUME >
                       WS-BASE-SCALED * WS-SPIKE-FACTOR
               MOVE 'V' TO WS-ALERT-TYPE
               MOVE WS-WINDOW-START TO WS-ALERT-FROM
               MOVE WS-SUBJ-TOP-ACCT TO WS-ALERT-ACCT
               MOVE WS-WINDOW-CNT TO WS-ALERT-COUNT
               MOVE WS-WINDOW-VOLUME TO WS-ALERT-AMOUNT
               MOVE WS-BASE-SCALED TO WS-ALERT-COMPARE
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
           IF WS-RAPID-IN NOT < WS-SPIKE-MINIMUM
                   AND WS-RAPID-OUT > 0
                   AND WS-RAPID-OUT * 100 NOT <
                       WS-RAPID-IN * WS-RAPID-PCT
               MOVE 'R' TO WS-ALERT-TYPE
               MOVE WS-WINDOW-START TO WS-ALERT-FROM
               MOVE WS-SUBJ-TOP-ACCT TO WS-ALERT-ACCT
               MOVE WS-RAPID-CNT TO WS-ALERT-COUNT
               MOVE WS-RAPID-OUT TO WS-ALERT-AMOUNT
               MOVE WS-RAPID-IN TO WS-ALERT-COMPARE
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
       2800-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2900 - WRITE ONE ALERT UNLESS ONE IS ALREADY OUT       *
      *    Any alert of the same type for the customer dated on   *
      *    or after WS-ALERT-FROM holds this one back.            *
      *----------------------------------------------------------*
       2900-RAISE-ALERT.
           MOVE WS-SUBJ-KEY TO AL-SUBJECT.
           MOVE WS-ALERT-TYPE TO AL-TYPE.
           MOVE WS-ALERT-FROM TO AL-BUS-DATE.
           START ALERT-FILE KEY NOT < AL-KEY
               INVALID KEY GO TO 2900-WRITE
           END-START.
           READ ALERT-FILE NEXT RECORD
               AT END GO TO 2900-WRITE
           END-READ.
           IF AL-SUBJECT = WS-SUBJ-KEY
                   AND AL-TYPE = WS-ALERT-TYPE
               ADD 1 TO WS-HELD-BACK-CNT
               GO TO 2900-EXIT
           END-IF.
       2900-WRITE.
           MOVE SPACES TO ALERT-RECORD.
           MOVE WS-SUBJ-KEY TO AL-SUBJECT.
           MOVE WS-ALERT-TYPE TO AL-TYPE.
           MOVE WS-MON-DATE TO AL-BUS-DATE.
           MOVE WS-SUBJ-KIND TO AL-SUBJECT-KIND.
           MOVE WS-SUBJ-CUST-NO TO AL-CUST-NO.
           MOVE WS-ALERT-ACCT TO AL-ACCT-KEY.
           SET AL-OPEN TO TRUE.
           MOVE WS-ALERT-COUNT TO AL-MOVE-COUNT.
           MOVE WS-ALERT-AMOUNT TO AL-AMOUNT.
           MOVE WS-ALERT-COMPARE TO AL-COMPARE-AMOUNT.
           MOVE WS-WINDOW-START TO AL-WINDOW-START.
           MOVE WS-RUN-DATE TO AL-RAISED-DATE.
           MOVE WS-RUN-TIME-6 TO AL-RAISED-TIME.
           WRITE ALERT-RECORD
               INVALID KEY
                   ADD 1 TO WS-HELD-BACK-CNT
                   GO TO 2900-EXIT
           END-WRITE.
           ADD 1 TO WS-ALERT-CNT.
           EVALUATE TRUE
               WHEN AL-TYPE-CASH
                   ADD 1 TO WS-ALERT-C-CNT
                   MOVE 'CASH OVER THRESHOLD' TO RL-ALERT-TEXT
               WHEN AL-TYPE-STRUCTURING
                   ADD 1 TO WS-ALERT-S-CNT
                   MOVE 'STRUCTURING' TO RL-ALERT-TEXT
               WHEN AL-TYPE-VOLUME
                   ADD 1 TO WS-ALERT-V-CNT
                   MOVE 'VOLUME OUT OF PATTERN' TO RL-ALERT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-ALERT-R-CNT
                   MOVE 'RAPID IN AND OUT' TO RL-ALERT-TEXT
           END-EVALUATE.
           MOVE AL-TYPE TO RL-ALERT-TYPE.
           MOVE AL-SUBJECT TO RL-ALERT-SUBJECT.
           IF AL-SUBJ-CUSTOMER
               MOVE 'CUSTOMER' TO RL-ALERT-KIND
           ELSE
               MOVE 'ACCOUNT' TO RL-ALERT-KIND
           END-IF.
           MOVE AL-ACCT-KEY TO RL-ALERT-ACCT.
           MOVE AL-MOVE-COUNT TO RL-ALERT-COUNT.
           MOVE AL-AMOUNT TO RL-ALERT-AMOUNT.
           MOVE AL-COMPARE-AMOUNT TO RL-ALERT-COMPARE.
           WRITE REPORT-RECORD FROM WS-ALERT-LINE.
       2900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - PARAMETERS AND CONTROL COUNTS                   *
      *----------------------------------------------------------*
       8000-PRODUCE-REPORT.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'WINDOW DAYS' TO RL-COUNT-DESC.
           MOVE WS-WINDOW-DAYS TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'BASELINE DAYS' TO RL-COUNT-DESC.
           MOVE WS-BASE-DAYS TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'RAPID IN/OUT DAYS' TO RL-COUNT-DESC.
           MOVE WS-RAPID-DAYS TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'STRUCTURING PERCENT UNDER' TO RL-COUNT-DESC.
           MOVE WS-STRUCT-PCT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'STRUCTURING COUNT' TO RL-COUNT-DESC.
           MOVE WS-STRUCT-COUNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'VOLUME SPIKE FACTOR' TO RL-COUNT-DESC.
           MOVE WS-SPIKE-FACTOR TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'RAPID OUT PERCENT OF IN' TO RL-COUNT-DESC.
           MOVE WS-RAPID-PCT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CASH REPORTING THRESHOLD' TO RL-AMOUNT-DESC.
           MOVE WS-CASH-THRESHOLD TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'MINIMUM VOLUME FOR V AND R' TO RL-AMOUNT-DESC.
           MOVE WS-SPIKE-MINIMUM TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ACCOUNTS READ' TO RL-COUNT-DESC.
           MOVE WS-ACCT-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CUSTOMERS EXAMINED' TO RL-COUNT-DESC.
           MOVE WS-SUBJECT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'MOVEMENTS EXAMINED' TO RL-COUNT-DESC.
           MOVE WS-MOVE-EXAMINED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ALERTS RAISED' TO RL-COUNT-DESC.
           MOVE WS-ALERT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  C CASH OVER THRESHOLD' TO RL-COUNT-DESC.
           MOVE WS-ALERT-C-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  S STRUCTURING' TO RL-COUNT-DESC.
           MOVE WS-ALERT-S-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  V VOLUME OUT OF PATTERN' TO RL-COUNT-DESC.
           MOVE WS-ALERT-V-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE '  R RAPID IN AND OUT' TO RL-COUNT-DESC.
           MOVE WS-ALERT-R-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'HELD BACK - ALREADY ALERTED' TO RL-COUNT-DESC.
           MOVE WS-HELD-BACK-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'TRANSFER LEGS NOT MATCHED (TABLE)' TO RL-COUNT-DESC.
           MOVE WS-LEG-OVERFLOW-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE ALERT-FILE.
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
           MOVE 'ACCTS READ' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-ACCT-READ-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'CUSTOMERS' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-SUBJECT-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'ALERTS' TO RR-TOTAL-DESC (3).
           MOVE 'C' TO RR-TOTAL-TYPE (3).
           MOVE WS-ALERT-CNT TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'AMLMON - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
