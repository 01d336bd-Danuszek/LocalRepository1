       ID DIVISION.
       PROGRAM-ID. DORMCHK.
      *    Periodic dormancy run over the ACCTMS account master.
      *    ACCT-LAST-TRAN-DATE cannot say when the customer last
      *    acted - INTACCR, STORPOST and CLRPOST stamp it every
      *    night - so the run goes to the TRANHS movement history
      *    instead. An active account with no customer-initiated
      *    movement booked on or after the cutoff date (the
      *    business date less the dormancy period) is moved to
      *    dormant status (ACCT-DORMANT). Customer-initiated is
      *    every movement except interest and fees (N and F -
      *    INTACCR, and the CLRPOST returned-item fee), standing
      *    order postings (S - STORPOST, the order was set up
      *    once and runs by itself) and both halves of a
      *    corrected posting (a reversed original and its contra
      *    - the correction is the bank's, and what it undid
      *    never happened).
      *
      *    An account opened on or after the cutoff has not been
      *    open long enough to sleep. An account whose dormant
      *    status was lifted by an approved reactivation (the
      *    PENDAP item, PD-FUNCTION Z, applied on or after the
      *    cutoff) counts the approval as customer contact - the
      *    customer was in front of us to ask for it - and is
      *    not put straight back to sleep. The last-transaction
      *    stamps are not touched: marking an account dormant is
      *    not a transaction on it.
      *
      *    Dormant accounts still take credits and still accrue;
      *    CICS001 (and so the CICS007 gateway), STORPOST and
      *    CLRPOST refuse debits on them with the dormant
      *    response until a reactivation has been approved.
      *
      *    The dormancy period in days comes in on the DORMCARD
      *    control card; no card, or a zero or unreadable
      *    period, keeps the default in working storage. The as-
      *    of date is the SYSCTL business date, else the run
      *    date. Two reports: DORMLST lists the accounts made
      *    dormant by this run with their last customer movement,
      *    and UNCLRPT is the unclaimed-balances return - every
      *    account dormant once the run is done, counted and
      *    totalled by product type with credit balances and
      *    overdrawn balances apart. Product types beyond the
      *    table are lumped under type * with a warning, as
      *    GLEXTR does. The run ends with return code 4 when the
      *    reactivation table overflowed - some recently
      *    reactivated account may have been put back to sleep
      *    and the list wants checking against PENDAP.
      *
      *    Dante Cola 07.09.2026 - new for case TS015349127.
      *
      *    Dante Cola 14.09.2026 - the run registers on the RUNCTL run-
      *    control file through the RUNREG subprogram: as it starts,
      *    before any file is opened - a second run for the same
      *    business date ends with return code 16 unless a rerun has
      *    been flagged on the AC13 screen - and as it ends, with the
      *    return code and the control totals accounts read, accounts
      *    made dormant and their balances. Its RUNJOBS entry puts it
      *    ahead of the ACCTBKP backup: marking an account dormant
      *    cuts no journal entry, so ACCTRCV only gets the status
      *    back when the backup was taken after this run. Case
      *    TS015356031.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTMS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY.
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT PENDING-FILE ASSIGN TO PENDAP
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PD-KEY.
           SELECT TYPE-FILE ASSIGN TO ACCTTYP
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TY-TYPE-CODE.
           SELECT SYSCTL-FILE ASSIGN TO SYSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SY-KEY.
           SELECT CONTROL-FILE ASSIGN TO DORMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIST-FILE ASSIGN TO DORMLST
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO UNCLRPT
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
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
      *
       FD  TYPE-FILE.
       01  TYPE-RECORD.
           COPY TYPEREC.
      *
       FD  SYSCTL-FILE.
       01  SYSCTL-RECORD.
           COPY SYSCTL.
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-DORMANT-DAYS         PIC 9(05).
           05  FILLER                   PIC X(75).
      *
       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-RECORD                  PIC X(133).
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
           05  WS-PEND-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF                    VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-CUST-MOVE-SW          PIC X(01) VALUE 'N'.
               88  WS-CUST-MOVE-FOUND             VALUE 'Y'.
           05  WS-REACT-OVERFLOW-SW     PIC X(01) VALUE 'N'.
               88  WS-REACT-OVERFLOW              VALUE 'Y'.
           05  WS-TYPE-OVERFLOW-SW      PIC X(01) VALUE 'N'.
               88  WS-TYPE-OVERFLOW               VALUE 'Y'.
      *
      *    Dormancy period in days - default, overridden from the
      *    DORMCARD card.
       77  WS-DORMANT-DAYS              PIC 9(05) VALUE 00730.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-BUS-DATE                  PIC X(08).
       01  WS-CUTOFF-DATE               PIC X(08).
       01  WS-CUTOFF-9 REDEFINES WS-CUTOFF-DATE
                                        PIC 9(08).
       01  WS-DATE-WORK                 PIC 9(08).
       01  WS-DAY-NUMBER                PIC 9(07).
       01  WS-MOVE-DATE                 PIC X(08).
       01  WS-LAST-CUST-DATE            PIC X(08).
      *
      *    Accounts reactivated on or after the cutoff, off the
      *    applied Z items on PENDAP.
       01  WS-REACT-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-REACT-TABLE.
           05  WS-REACT-ACCT            PIC X(10) OCCURS 5000 TIMES.
       01  WS-REACT-PICKED              PIC 9(04) COMP.
      *
      *    Unclaimed balances by product type - dormant accounts
      *    after the run.
       01  WS-TYPE-COUNT                PIC 9(02) VALUE 0.
       01  WS-UC-TABLE.
           05  WS-UC-ENTRY OCCURS 20 TIMES.
               10  WS-UC-TYPE           PIC X(01).
               10  WS-UC-ACCT-CNT       PIC 9(07).
               10  WS-UC-CR-CNT         PIC 9(07).
               10  WS-UC-CR-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-UC-DR-CNT         PIC 9(07).
               10  WS-UC-DR-TOTAL       PIC S9(13)V99 COMP-3.
       01  WS-TYPE-PICKED               PIC 9(04) COMP.
       01  WS-SUB                       PIC 9(04) COMP.
      *
       01  WS-TOTALS.
           05  WS-READ-CNT              PIC 9(09) VALUE 0.
           05  WS-NEW-DORMANT-CNT       PIC 9(09) VALUE 0.
           05  WS-OLD-DORMANT-CNT       PIC 9(09) VALUE 0.
           05  WS-CLOSED-CNT            PIC 9(09) VALUE 0.
           05  WS-YOUNG-CNT             PIC 9(09) VALUE 0.
           05  WS-MOVING-CNT            PIC 9(09) VALUE 0.
           05  WS-REACTIVATED-CNT       PIC 9(09) VALUE 0.
           05  WS-REACT-LOADED-CNT      PIC 9(09) VALUE 0.
           05  WS-NEW-DORMANT-TOTAL     PIC S9(13)V99 COMP-3
                                                  VALUE 0.
           05  WS-UC-ACCT-ALL           PIC 9(07) VALUE 0.
           05  WS-UC-CR-CNT-ALL         PIC 9(07) VALUE 0.
           05  WS-UC-CR-TOTAL-ALL       PIC S9(13)V99 COMP-3
                                                  VALUE 0.
           05  WS-UC-DR-CNT-ALL         PIC 9(07) VALUE 0.
           05  WS-UC-DR-TOTAL-ALL       PIC S9(13)V99 COMP-3
                                                  VALUE 0.
      *
       01  WS-LIST-HEAD-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(24)
               VALUE 'DORMANT ACCOUNT LIST -'.
           05  RL-LH-DATE               PIC X(08).
           05  FILLER                   PIC X(30)
               VALUE '   NO CUSTOMER MOVEMENT SINCE '.
           05  RL-LH-CUTOFF             PIC X(08).
           05  FILLER                   PIC X(62) VALUE SPACES.
      *
       01  WS-LIST-HEAD-2.
           05  FILLER                   PIC X(13)
               VALUE '  ACCOUNT'.
           05  FILLER                   PIC X(32)
               VALUE 'ACCOUNT NAME'.
           05  FILLER                   PIC X(04) VALUE 'TYPE'.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'OPENED'.
           05  FILLER                   PIC X(10) VALUE 'LAST MOVE'.
           05  FILLER                   PIC X(18)
               VALUE '           BALANCE'.
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-LIST-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-DL-ACCT               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-NAME               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-TYPE               PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-DL-CUST               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-OPENED             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-LAST-MOVE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-UC-HEAD-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(37)
               VALUE 'UNCLAIMED BALANCES BY PRODUCT TYPE -'.
           05  RL-UH-DATE               PIC X(08).
           05  FILLER                   PIC X(87) VALUE SPACES.
      *
       01  WS-UC-HEAD-2.
           05  FILLER                   PIC X(26)
               VALUE ' T  PRODUCT'.
           05  FILLER                   PIC X(09) VALUE ' ACCOUNTS'.
           05  FILLER                   PIC X(08) VALUE '  CREDIT'.
           05  FILLER                   PIC X(22)
               VALUE '       CREDIT BALANCES'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'OVERDRWN'.
           05  FILLER                   PIC X(22)
               VALUE '    OVERDRAWN BALANCES'.
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-UC-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-UC-TYPE               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-UC-DESC               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-UC-ACCTS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-UC-CR-CNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-UC-CR-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-UC-DR-CNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-UC-DR-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-TYPE-OVERFLOW-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(74)
               VALUE '*** WARNING - MORE THAN 20 PRODUCT TYPES - EXCESS
      -        ' LUMPED UNDER TYPE * ***'.
           05  FILLER                   PIC X(58) VALUE SPACES.
      *
       01  WS-REACT-OVERFLOW-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(74)
               VALUE '*** WARNING - MORE THAN 5000 REACTIVATIONS - CHECK
      -        ' LIST AGAINST PENDAP ***'.
           05  FILLER                   PIC X(58) VALUE SPACES.
      *
       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132) VALUE SPACES.
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
           PERFORM 8000-PRODUCE-LIST-TOTALS THRU 8000-EXIT.
           PERFORM 8500-PRODUCE-UNCLAIMED THRU 8500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-REACT-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, SETTLE THE CUTOFF, LOAD THE         *
      *    REACTIVATIONS                                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN INPUT TYPE-FILE.
           OPEN OUTPUT LIST-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           MOVE WS-BUS-DATE TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               - WS-DORMANT-DAYS + 1.
           COMPUTE WS-CUTOFF-9 =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           PERFORM 1200-LOAD-REACTIVATIONS THRU 1200-EXIT.
           MOVE WS-BUS-DATE TO RL-LH-DATE.
           MOVE WS-CUTOFF-DATE TO RL-LH-CUTOFF.
           WRITE LIST-RECORD FROM WS-LIST-HEAD-1.
           WRITE LIST-RECORD FROM WS-BLANK-LINE.
           WRITE LIST-RECORD FROM WS-LIST-HEAD-2.
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
           MOVE 'DORMCHK' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'DORMCHK - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'DORMCHK - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1050 - THE AS-OF DATE OFF THE SYSCTL RECORD            *
      *    No control record means the run date.                  *
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
      *    1100 - THE DORMCARD CARD                               *
      *    Taken only when it reads as a number above zero.       *
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
           IF CTL-DORMANT-DAYS IS NUMERIC AND CTL-DORMANT-DAYS > 0
               MOVE CTL-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1200 - ACCOUNTS REACTIVATED ON OR AFTER THE CUTOFF     *
      *    Actioned PENDAP items stay on file with the approver's *
      *    stamp, so the applied Z items are the record of every  *
      *    reactivation. The request may have parked before the   *
      *    cutoff and been approved after it, so the whole file   *
      *    is read and the approval date judged.                  *
      *----------------------------------------------------------*
       1200-LOAD-REACTIVATIONS.
           OPEN INPUT PENDING-FILE.
           PERFORM 1250-READ-PENDING THRU 1250-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE PENDING-FILE.
       1200-EXIT.
           EXIT.
      *
       1250-READ-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END SET WS-PEND-EOF TO TRUE
           END-READ.
           IF WS-PEND-EOF
               GO TO 1250-EXIT
           END-IF.
           IF PD-FUNCTION NOT = 'Z' OR NOT PD-APPLIED
               GO TO 1250-EXIT
           END-IF.
           IF PD-APPR-DATE < WS-CUTOFF-DATE
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-REACT-LOADED-CNT.
           IF WS-REACT-COUNT < 5000
               ADD 1 TO WS-REACT-COUNT
               MOVE PD-ACCT-KEY TO WS-REACT-ACCT (WS-REACT-COUNT)
           ELSE
               SET WS-REACT-OVERFLOW TO TRUE
           END-IF.
       1250-EXIT.
           EXIT.
      *
       1400-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - JUDGE ONE ACCOUNT                               *
      *    Closed accounts are passed over; accounts already      *
      *    dormant go straight to the unclaimed totals.           *
      *----------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-READ-CNT.
           EVALUATE TRUE
               WHEN ACCT-DORMANT
                   ADD 1 TO WS-OLD-DORMANT-CNT
                   PERFORM 2600-ADD-UNCLAIMED THRU 2600-EXIT
               WHEN NOT ACCT-ACTIVE
                   ADD 1 TO WS-CLOSED-CNT
               WHEN OTHER
                   PERFORM 2100-JUDGE-ACTIVE THRU 2100-EXIT
           END-EVALUATE.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - AN ACTIVE ACCOUNT: DOES IT STILL MOVE?          *
      *    A blank or unreadable opening date is treated as old - *
      *    the accounts that predate the field are the ones most  *
      *    likely to be asleep.                                   *
      *----------------------------------------------------------*
       2100-JUDGE-ACTIVE.
           IF ACCT-OPEN-DATE IS NUMERIC
                   AND ACCT-OPEN-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-YOUNG-CNT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-LAST-CUST-DATE.
           MOVE 'N' TO WS-CUST-MOVE-SW.
           MOVE WS-CUTOFF-DATE TO TH-DATE.
           PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT.
           IF WS-CUST-MOVE-FOUND
               ADD 1 TO WS-MOVING-CNT
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-REACT-PICKED.
           PERFORM 2150-FIND-REACTIVATION THRU 2150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-REACT-COUNT
                  OR WS-REACT-PICKED > 0.
           IF WS-REACT-PICKED > 0
               ADD 1 TO WS-REACTIVATED-CNT
               GO TO 2100-EXIT
           END-IF.
           MOVE LOW-VALUES TO TH-DATE.
           PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT.
           PERFORM 2500-MAKE-DORMANT THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
      *
       2150-FIND-REACTIVATION.
           IF WS-REACT-ACCT (WS-SUB) = ACCT-KEY
               MOVE WS-SUB TO WS-REACT-PICKED
           END-IF.
       2150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - READ THE ACCOUNT'S MOVEMENTS FROM TH-DATE ON    *
      *    From the cutoff the scan stops at the first customer   *
      *    movement - one is enough. From LOW-VALUES (only for an *
      *    account about to go dormant, which has none since the  *
      *    cutoff) it reads the whole history for the latest one *
      *    to show on the list. TH-DATE is the calendar date and  *
      *    never earlier than the business date, so positioning   *
      *    on the cutoff misses nothing.                          *
      *----------------------------------------------------------*
       2200-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE ACCT-KEY TO TH-ACCT-KEY.
           MOVE LOW-VALUES TO TH-TIME.
           MOVE 0 TO TH-TASKNO.
           START TRAN-HIST-FILE KEY NOT < TH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM 2250-READ-HISTORY THRU 2250-EXIT
               UNTIL WS-HIST-EOF.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2250 - ONE MOVEMENT: WAS IT THE CUSTOMER?              *
      *    Rows from before TH-BUS-DATE existed book on TH-DATE.  *
      *----------------------------------------------------------*
       2250-READ-HISTORY.
           READ TRAN-HIST-FILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-EOF
               GO TO 2250-EXIT
           END-IF.
           IF TH-ACCT-KEY NOT = ACCT-KEY
               SET WS-HIST-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF.
           IF TH-FUNCTION = 'N' OR TH-FUNCTION = 'F'
                   OR TH-FUNCTION = 'S'
               GO TO 2250-EXIT
           END-IF.
           IF TH-REVERSED OR TH-CONTRA
               GO TO 2250-EXIT
           END-IF.
           IF TH-BUS-DATE = SPACES
               MOVE TH-DATE TO WS-MOVE-DATE
           ELSE
               MOVE TH-BUS-DATE TO WS-MOVE-DATE
           END-IF.
           IF WS-MOVE-DATE NOT < WS-CUTOFF-DATE
               SET WS-CUST-MOVE-FOUND TO TRUE
               SET WS-HIST-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF.
           IF WS-LAST-CUST-DATE = SPACES
                   OR WS-MOVE-DATE > WS-LAST-CUST-DATE
               MOVE WS-MOVE-DATE TO WS-LAST-CUST-DATE
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2500 - MOVE THE ACCOUNT TO DORMANT AND LIST IT         *
      *----------------------------------------------------------*
       2500-MAKE-DORMANT.
           SET ACCT-DORMANT TO TRUE.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO WS-NEW-DORMANT-CNT.
           ADD ACCT-BALANCE TO WS-NEW-DORMANT-TOTAL.
           MOVE ACCT-KEY TO RL-DL-ACCT.
           MOVE ACCT-NAME TO RL-DL-NAME.
           MOVE ACCT-TYPE TO RL-DL-TYPE.
           MOVE ACCT-CUST-NO TO RL-DL-CUST.
           MOVE ACCT-OPEN-DATE TO RL-DL-OPENED.
           IF WS-LAST-CUST-DATE = SPACES
               MOVE 'NONE' TO RL-DL-LAST-MOVE
           ELSE
               MOVE WS-LAST-CUST-DATE TO RL-DL-LAST-MOVE
           END-IF.
           MOVE ACCT-BALANCE TO RL-DL-BALANCE.
           WRITE LIST-RECORD FROM WS-LIST-LINE.
           PERFORM 2600-ADD-UNCLAIMED THRU 2600-EXIT.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2600 - ADD A DORMANT ACCOUNT TO ITS TYPE'S TOTALS      *
      *    A zero balance counts with the credit balances - it    *
      *    is owed nothing either way but is still an account    *
      *    the return must show.                                  *
      *----------------------------------------------------------*
       2600-ADD-UNCLAIMED.
           PERFORM 2650-PICK-TYPE-SLOT THRU 2650-EXIT.
           ADD 1 TO WS-UC-ACCT-CNT (WS-TYPE-PICKED).
           ADD 1 TO WS-UC-ACCT-ALL.
           IF ACCT-BALANCE < 0
               ADD 1 TO WS-UC-DR-CNT (WS-TYPE-PICKED)
               ADD ACCT-BALANCE TO WS-UC-DR-TOTAL (WS-TYPE-PICKED)
               ADD 1 TO WS-UC-DR-CNT-ALL
               ADD ACCT-BALANCE TO WS-UC-DR-TOTAL-ALL
           ELSE
               ADD 1 TO WS-UC-CR-CNT (WS-TYPE-PICKED)
               ADD ACCT-BALANCE TO WS-UC-CR-TOTAL (WS-TYPE-PICKED)
               ADD 1 TO WS-UC-CR-CNT-ALL
               ADD ACCT-BALANCE TO WS-UC-CR-TOTAL-ALL
           END-IF.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2650 - FIND OR OPEN THE TYPE'S SLOT                    *
      *----------------------------------------------------------*
       2650-PICK-TYPE-SLOT.
           MOVE 0 TO WS-TYPE-PICKED.
           PERFORM 2660-MATCH-TYPE THRU 2660-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TYPE-COUNT
                  OR WS-TYPE-PICKED > 0.
           IF WS-TYPE-PICKED > 0
               GO TO 2650-EXIT
           END-IF.
           IF WS-TYPE-COUNT < 20
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-PICKED
               MOVE ACCT-TYPE TO WS-UC-TYPE (WS-TYPE-PICKED)
               MOVE 0 TO WS-UC-ACCT-CNT (WS-TYPE-PICKED)
               MOVE 0 TO WS-UC-CR-CNT (WS-TYPE-PICKED)
               MOVE 0 TO WS-UC-CR-TOTAL (WS-TYPE-PICKED)
               MOVE 0 TO WS-UC-DR-CNT (WS-TYPE-PICKED)
               MOVE 0 TO WS-UC-DR-TOTAL (WS-TYPE-PICKED)
           ELSE
               SET WS-TYPE-OVERFLOW TO TRUE
               MOVE '*' TO WS-UC-TYPE (20)
               MOVE 20 TO WS-TYPE-PICKED
           END-IF.
       2650-EXIT.
           EXIT.
      *
       2660-MATCH-TYPE.
           IF WS-UC-TYPE (WS-SUB) = ACCT-TYPE
               MOVE WS-SUB TO WS-TYPE-PICKED
           END-IF.
       2660-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - CLOSE THE DORMANCY LIST WITH THE RUN COUNTS     *
      *----------------------------------------------------------*
       8000-PRODUCE-LIST-TOTALS.
           WRITE LIST-RECORD FROM WS-BLANK-LINE.
           IF WS-REACT-OVERFLOW
               WRITE LIST-RECORD FROM WS-REACT-OVERFLOW-LINE
               WRITE LIST-RECORD FROM WS-BLANK-LINE
           END-IF.
           MOVE 'DORMANCY PERIOD DAYS' TO RL-COUNT-DESC.
           MOVE WS-DORMANT-DAYS TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS READ' TO RL-COUNT-DESC.
           MOVE WS-READ-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'MADE DORMANT THIS RUN' TO RL-COUNT-DESC.
           MOVE WS-NEW-DORMANT-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'ALREADY DORMANT' TO RL-COUNT-DESC.
           MOVE WS-OLD-DORMANT-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACTIVE - CUSTOMER MOVEMENT' TO RL-COUNT-DESC.
           MOVE WS-MOVING-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACTIVE - OPENED INSIDE PERIOD' TO RL-COUNT-DESC.
           MOVE WS-YOUNG-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACTIVE - REACTIVATED IN PERIOD' TO RL-COUNT-DESC.
           MOVE WS-REACTIVATED-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'CLOSED - PASSED OVER' TO RL-COUNT-DESC.
           MOVE WS-CLOSED-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE 'REACTIVATIONS ON PENDAP' TO RL-COUNT-DESC.
           MOVE WS-REACT-LOADED-CNT TO RL-COUNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           WRITE LIST-RECORD FROM WS-BLANK-LINE.
           MOVE 'BALANCE MADE DORMANT' TO RL-AMOUNT-DESC.
           MOVE WS-NEW-DORMANT-TOTAL TO RL-AMOUNT-VALUE.
           WRITE LIST-RECORD FROM WS-AMOUNT-LINE.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8500 - THE UNCLAIMED-BALANCES RETURN BY PRODUCT TYPE   *
      *----------------------------------------------------------*
       8500-PRODUCE-UNCLAIMED.
           MOVE WS-BUS-DATE TO RL-UH-DATE.
           WRITE REPORT-RECORD FROM WS-UC-HEAD-1.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-UC-HEAD-2.
           PERFORM 8550-PRINT-TYPE-LINE THRU 8550-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TYPE-COUNT.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE SPACE TO RL-UC-TYPE.
           MOVE 'ALL DORMANT ACCOUNTS' TO RL-UC-DESC.
           MOVE WS-UC-ACCT-ALL TO RL-UC-ACCTS.
           MOVE WS-UC-CR-CNT-ALL TO RL-UC-CR-CNT.
           MOVE WS-UC-CR-TOTAL-ALL TO RL-UC-CR-TOTAL.
           MOVE WS-UC-DR-CNT-ALL TO RL-UC-DR-CNT.
           MOVE WS-UC-DR-TOTAL-ALL TO RL-UC-DR-TOTAL.
           WRITE REPORT-RECORD FROM WS-UC-LINE.
           IF WS-TYPE-OVERFLOW
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-TYPE-OVERFLOW-LINE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8550 - ONE PRODUCT TYPE (SLOT WS-SUB)                  *
      *    The description comes off ACCTTYP; blank is the legacy *
      *    default product, per the ACCTREC header note.          *
      *----------------------------------------------------------*
       8550-PRINT-TYPE-LINE.
           MOVE WS-UC-TYPE (WS-SUB) TO RL-UC-TYPE.
           EVALUATE TRUE
               WHEN WS-UC-TYPE (WS-SUB) = SPACE
                   MOVE 'LEGACY DEFAULT' TO RL-UC-DESC
               WHEN WS-TYPE-OVERFLOW AND WS-SUB = 20
                   MOVE 'OTHER TYPES' TO RL-UC-DESC
               WHEN OTHER
                   MOVE WS-UC-TYPE (WS-SUB) TO TY-TYPE-CODE
                   READ TYPE-FILE
                       INVALID KEY
                           MOVE 'NOT ON TYPE TABLE' TO RL-UC-DESC
                       NOT INVALID KEY
                           MOVE TY-DESC TO RL-UC-DESC
                   END-READ
           END-EVALUATE.
           MOVE WS-UC-ACCT-CNT (WS-SUB) TO RL-UC-ACCTS.
           MOVE WS-UC-CR-CNT (WS-SUB) TO RL-UC-CR-CNT.
           MOVE WS-UC-CR-TOTAL (WS-SUB) TO RL-UC-CR-TOTAL.
           MOVE WS-UC-DR-CNT (WS-SUB) TO RL-UC-DR-CNT.
           MOVE WS-UC-DR-TOTAL (WS-SUB) TO RL-UC-DR-TOTAL.
           WRITE REPORT-RECORD FROM WS-UC-LINE.
       8550-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE TYPE-FILE.
           CLOSE LIST-FILE.
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
           MOVE WS-READ-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'MADE DORMANT' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-NEW-DORMANT-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'DORMANT BAL' TO RR-TOTAL-DESC (3).
           MOVE 'A' TO RR-TOTAL-TYPE (3).
           MOVE WS-NEW-DORMANT-TOTAL TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'DORMCHK - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
