       ID DIVISION.
       PROGRAM-ID. ACCTRCV.
      *    ACCTMS forward recovery. Run on demand when the account
      *    master is lost or damaged during the day: rebuilds it
      *    from the last ACCTBKP backup (ACCTBK, layout BKUPREC)
      *    plus everything that has happened to it since, and
      *    writes the rebuilt master to ACCTNEW (94-byte ACCTREC
      *    images in key order, for loading into a freshly
      *    defined ACCTMS once the RCVRPT report has been read).
      *    The live master is not opened.
      *
      *    Money comes back from TRANHS. Every movement after the
      *    last TRANHS key the backup header names is replayed in
      *    key order - account, then time - against the backup
      *    balance: TH-BAL-BEFORE must equal the balance rebuilt
      *    so far, TH-BAL-AFTER becomes the balance and the
      *    movement's date, time and operator become the last-
      *    transaction stamp, as the posting itself stamped them.
      *    A before-balance that disagrees is a chain break; it is
      *    reported with both figures and the after-balance is
      *    still applied, since that is what the posting left on
      *    the master. A movement for an account the rebuilt
      *    master does not hold is reported and passed over.
      *
      *    Everything else comes back from the JRNLKS journal
      *    store - every successful entry cut after the backup
      *    was taken, taken in time order within the account:
      *      CICS001 (AC01, and AC07 for the head-office gateway)
      *        C close and O reopen are rebuilt outright. A add
      *        is rebuilt as far as the journal goes - the account
      *        opens active under the journal date - and listed for
      *        the name, customer, type and limit to be re-keyed.
      *        The opening balance is keyed with the add and posts
      *        no movement, so it is taken from the before-balance
      *        of the account's first movement when it has one and
      *        is listed for re-keying when it has none. A
      *        direct U update is listed for re-keying: the journal
      *        does not carry the values keyed.
      *      CICS005 (AC05) dual-control applies of U, D, L and Z
      *        are rebuilt from the PENDAP item the approver
      *        actioned (matched on account, function, approver
      *        and approval time) - PENDAP keeps the requested
      *        values - and an item matched as rejected changed
      *        nothing. An entry that matches no PENDAP item is
      *        listed for re-keying.
      *    Holds, reversals and postings change nothing here the
      *    movement chain does not already carry. Every change
      *    rebuilt is listed on the report as well, so the branch
      *    can check it.
      *
      *    Dormancy is not journalled. DORMCHK registers on RUNCTL
      *    and its RUNJOBS entry runs it in the batch window ahead
      *    of ACCTBKP, so the accounts it makes dormant are already
      *    dormant on the backup; anything since then that could
      *    bring one back is a movement or a journalled change.
      *
      *    A backup with no header cannot be used and the run
      *    stops with return code 16; a missing trailer, or a
      *    trailer that disagrees with the records read, also ends
      *    with return code 16 and ACCTNEW must not be loaded. A
      *    journal or PENDAP table overflow leaves changes out and
      *    ends with return code 8. Chain breaks, movements with no
      *    account and items to re-key end with return code 4.
      *
      *    Dante Cola 10.09.2026 - new for case TS015352187.
      *
      *    Dante Cola 14.09.2026 - an added account with no later
      *    movement is listed for its opening balance to be re-keyed
      *    as well as its name, customer, type and limit; dormancy
      *    noted as carried by the backup. Case TS015356031.
      *
      *    Dante Cola 15.09.2026 - the backup image is taken into
      *    the account area only as the account is rebuilt, not as
      *    the next record is read ahead - each account was being
      *    rebuilt over the one after it. Case TS015356844.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO ACCTBK
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TH-KEY.
           SELECT JOURNAL-STORE ASSIGN TO JRNLKS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS JK-KEY.
           SELECT PENDING-FILE ASSIGN TO PENDAP
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PD-KEY.
           SELECT NEW-MASTER-FILE ASSIGN TO ACCTNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD.
           COPY BKUPREC.
      *
       FD  TRAN-HIST-FILE.
       01  TRAN-HIST-RECORD.
           COPY TRANREC.
      *
       FD  JOURNAL-STORE.
       01  JOURNAL-STORE-RECORD.
           COPY JRNLKS.
      *
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
      *
       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD            PIC X(94).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BACKUP-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-BACKUP-EOF                  VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF                    VALUE 'Y'.
           05  WS-JRNL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF                    VALUE 'Y'.
           05  WS-PEND-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF                    VALUE 'Y'.
           05  WS-ALL-DONE-SW           PIC X(01) VALUE 'N'.
               88  WS-ALL-DONE                    VALUE 'Y'.
           05  WS-TAKE-MOVE-SW          PIC X(01) VALUE 'N'.
               88  WS-TAKE-MOVE                   VALUE 'Y'.
           05  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y'.
           05  WS-BACKUP-BAD-SW         PIC X(01) VALUE 'N'.
               88  WS-BACKUP-BAD                  VALUE 'Y'.
           05  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOW              VALUE 'Y'.
           05  WS-ON-FILE-SW            PIC X(01) VALUE 'N'.
               88  WS-ON-FILE                     VALUE 'Y'.
           05  WS-BAL-UNKNOWN-SW        PIC X(01) VALUE 'N'.
               88  WS-BAL-UNKNOWN                 VALUE 'Y'.
           05  WS-TOUCHED-SW            PIC X(01) VALUE 'N'.
               88  WS-TOUCHED                     VALUE 'Y'.
      *
       01  WS-RUN-DATE                  PIC X(08).
      *
      *    What the backup covers: movements after the TRANHS
      *    stamp, journal entries after the time it was taken.
       01  WS-BK-BUS-DATE               PIC X(08).
       01  WS-TH-CUTOFF                 PIC X(21).
       01  WS-JK-CUTOFF.
           05  WS-JK-CUTOFF-DATE        PIC X(08).
           05  WS-JK-CUTOFF-TIME        PIC X(06).
       01  WS-TH-STAMP.
           05  WS-TH-STAMP-DATE         PIC X(08).
           05  WS-TH-STAMP-TIME         PIC X(06).
           05  WS-TH-STAMP-TASKNO       PIC 9(07).
       01  WS-PD-WHEN.
           05  WS-PD-WHEN-DATE          PIC X(08).
           05  WS-PD-WHEN-TIME          PIC X(06).
      *
      *    The account being rebuilt and the three sources' next
      *    account keys (high-values once a source is spent).
       01  WS-ACCOUNT-REC.
           COPY ACCTREC.
       01  WS-CURR-ACCT                 PIC X(10).
       01  WS-BK-NEXT-ACCT              PIC X(10).
       01  WS-TH-NEXT-ACCT              PIC X(10).
       01  WS-EV-NEXT-ACCT              PIC X(10).
       01  WS-OLD-LIMIT                 PIC S9(09)V99 COMP-3.
      *
       01  WS-JOURNAL-REC.
           COPY JRNLREC.
      *
      *    Dual-control items decided since the backup, as PENDAP
      *    holds them - the values an AC05 apply wrote.
       01  WS-PD-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 1000 TIMES.
               10  WS-PD-ACCT           PIC X(10).
               10  WS-PD-FUNCTION       PIC X(01).
               10  WS-PD-STATUS         PIC X(01).
                   88  WS-PD-APPLIED            VALUE 'A'.
               10  WS-PD-APPR-DATE      PIC X(08).
               10  WS-PD-APPR-TIME      PIC X(06).
               10  WS-PD-APPR-OPID      PIC X(08).
               10  WS-PD-NAME           PIC X(30).
               10  WS-PD-CUST           PIC X(08).
               10  WS-PD-TYPE           PIC X(01).
               10  WS-PD-NEW-AMOUNT     PIC S9(09)V99 COMP-3.
       01  WS-PD-MATCH                  PIC 9(04) COMP.
      *
      *    The account-master changes the journal shows since the
      *    backup, in account then time order for the merge. The
      *    action is what the rebuild does: A add, C close,
      *    O reopen, U/D/L/Z the dual-control apply, K list for
      *    re-keying only.
       01  WS-EV-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-EV-NEXT                   PIC 9(04) COMP VALUE 1.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 3000 TIMES.
               10  WS-EV-SORT-KEY.
                   15  WS-EV-ACCT       PIC X(10).
                   15  WS-EV-WHEN.
                       20  WS-EV-DATE   PIC X(08).
                       20  WS-EV-TIME   PIC X(06).
                   15  WS-EV-TASKNO     PIC 9(07).
                   15  WS-EV-SEQ        PIC 9(02).
               10  WS-EV-ACTION         PIC X(01).
               10  WS-EV-FUNCTION       PIC X(01).
               10  WS-EV-OPERID         PIC X(08).
               10  WS-EV-NAME           PIC X(30).
               10  WS-EV-CUST           PIC X(08).
               10  WS-EV-TYPE           PIC X(01).
               10  WS-EV-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-EV-TEXT           PIC X(32).
       01  WS-EV-WORK.
           05  WS-EW-SORT-KEY.
               10  WS-EW-ACCT           PIC X(10).
               10  WS-EW-WHEN.
                   15  WS-EW-DATE       PIC X(08).
                   15  WS-EW-TIME       PIC X(06).
               10  WS-EW-TASKNO         PIC 9(07).
               10  WS-EW-SEQ            PIC 9(02).
           05  WS-EW-ACTION             PIC X(01).
           05  WS-EW-FUNCTION           PIC X(01).
           05  WS-EW-OPERID             PIC X(08).
           05  WS-EW-NAME               PIC X(30).
           05  WS-EW-CUST               PIC X(08).
           05  WS-EW-TYPE               PIC X(01).
           05  WS-EW-AMOUNT             PIC S9(09)V99 COMP-3.
           05  WS-EW-TEXT               PIC X(32).
       01  WS-EV-SLOT                   PIC 9(04) COMP.
       01  WS-SUB                       PIC 9(04) COMP.
      *
       01  WS-TOTALS.
           05  WS-BK-READ-CNT           PIC 9(09) VALUE 0.
           05  WS-BK-TRAILER-CNT        PIC 9(09) VALUE 0.
           05  WS-HIST-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-MOVE-APPLIED-CNT      PIC 9(09) VALUE 0.
           05  WS-CHAIN-BREAK-CNT       PIC 9(09) VALUE 0.
           05  WS-NO-ACCT-CNT           PIC 9(09) VALUE 0.
           05  WS-JRNL-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-REBUILT-CNT           PIC 9(09) VALUE 0.
           05  WS-REKEY-CNT             PIC 9(09) VALUE 0.
           05  WS-LOST-CNT              PIC 9(09) VALUE 0.
           05  WS-ACCT-WRITTEN-CNT      PIC 9(09) VALUE 0.
           05  WS-ACCT-CHANGED-CNT      PIC 9(09) VALUE 0.
           05  WS-BK-BAL-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-BK-TRAILER-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-NET-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-NEW-BAL-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(41)
               VALUE 'ACCTMS FORWARD RECOVERY - BACKUP OF DATE'.
           05  RL-HEAD-BUS-DATE         PIC X(08).
           05  FILLER                   PIC X(09) VALUE '   TAKEN '.
           05  RL-HEAD-TAKEN-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-HEAD-TAKEN-TIME       PIC X(06).
           05  FILLER                   PIC X(07) VALUE '   RUN '.
           05  RL-HEAD-RUN-DATE         PIC X(08).
           05  FILLER                   PIC X(44) VALUE SPACES.
      *
       01  WS-HEAD-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(24)
               VALUE 'TRANHS REPLAYED AFTER'.
           05  RL-HEAD-TH-ACCT          PIC X(10).
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-HEAD-TH-STAMP         PIC X(21).
           05  FILLER                   PIC X(76) VALUE SPACES.
      *
       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132) VALUE SPACES.
      *
       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(34)
               VALUE 'ACCOUNT    ITEM        F DATE'.
           05  FILLER                   PIC X(30)
               VALUE 'TIME   OPERATOR DETAIL'.
           05  FILLER                   PIC X(36)
               VALUE '                                 WAS'.
           05  FILLER                   PIC X(32)
               VALUE '                NOW'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01).
           05  RL-ACCT                  PIC X(10).
           05  FILLER                   PIC X(01).
           05  RL-KIND                  PIC X(11).
           05  FILLER                   PIC X(01).
           05  RL-FUNC                  PIC X(01).
           05  FILLER                   PIC X(01).
           05  RL-DATE                  PIC X(08).
           05  FILLER                   PIC X(01).
           05  RL-TIME                  PIC X(06).
           05  FILLER                   PIC X(01).
           05  RL-OPID                  PIC X(08).
           05  FILLER                   PIC X(01).
           05  RL-TEXT                  PIC X(32).
           05  FILLER                   PIC X(01).
           05  RL-WAS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01).
           05  RL-NOW                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(12).
      *
       01  WS-WARN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-WARN-TEXT             PIC X(132).
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
         PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REBUILD-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ALL-DONE.
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           EVALUATE TRUE
               WHEN WS-BACKUP-BAD
                   MOVE 16 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHAIN-BREAK-CNT > 0 OR WS-NO-ACCT-CNT > 0
                       OR WS-REKEY-CNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - CHECK THE BACKUP, LOAD THE JOURNAL CHANGES,     *
      *    PRIME THE READS                                        *
      *    The header names the recovery point; without it there *
      *    is nothing to replay from and the run stops.           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BACKUP-FILE.
           READ BACKUP-FILE
               AT END SET WS-BACKUP-EOF TO TRUE
           END-READ.
           IF WS-BACKUP-EOF OR NOT BK-HEADER
               DISPLAY 'ACCTRCV - ACCTBK HAS NO BACKUP HEADER - RUN '
                   'ENDS'
               CLOSE BACKUP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BK-BUS-DATE TO WS-BK-BUS-DATE.
           MOVE BK-LAST-TH-STAMP TO WS-TH-CUTOFF.
           MOVE BK-TAKEN-DATE TO WS-JK-CUTOFF-DATE.
           MOVE BK-TAKEN-TIME TO WS-JK-CUTOFF-TIME.
           MOVE BK-BUS-DATE TO RL-HEAD-BUS-DATE.
           MOVE BK-TAKEN-DATE TO RL-HEAD-TAKEN-DATE.
           MOVE BK-TAKEN-TIME TO RL-HEAD-TAKEN-TIME.
           MOVE BK-LAST-TH-ACCT TO RL-HEAD-TH-ACCT.
           MOVE BK-LAST-TH-STAMP TO RL-HEAD-TH-STAMP.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO RL-HEAD-RUN-DATE.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-2.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
           PERFORM 1200-LOAD-DECIDED-ITEMS THRU 1200-EXIT.
           PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT.
           PERFORM 1400-READ-BACKUP THRU 1400-EXIT.
           PERFORM 1500-READ-HISTORY THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1200 - PENDAP ITEMS DECIDED SINCE THE BACKUP           *
      *    Actioned items stay on file with the approver's stamp  *
      *    (the DORMCHK precedent), so the whole file is read and *
      *    the approval time judged - an item parked before the   *
      *    backup may have been approved after it. Only the       *
      *    functions that change the account master are kept.     *
      *----------------------------------------------------------*
       1200-LOAD-DECIDED-ITEMS.
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
           IF PD-PENDING OR (NOT PD-APPLIED AND NOT PD-REJECTED)
               GO TO 1250-EXIT
           END-IF.
           IF PD-FUNCTION NOT = 'U' AND PD-FUNCTION NOT = 'D'
                   AND PD-FUNCTION NOT = 'L' AND PD-FUNCTION NOT = 'Z'
               GO TO 1250-EXIT
           END-IF.
           MOVE PD-APPR-DATE TO WS-PD-WHEN-DATE.
           MOVE PD-APPR-TIME TO WS-PD-WHEN-TIME.
           IF WS-PD-WHEN < WS-JK-CUTOFF
               GO TO 1250-EXIT
           END-IF.
           IF WS-PD-COUNT NOT < 1000
               SET WS-TABLE-OVERFLOW TO TRUE
               ADD 1 TO WS-LOST-CNT
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-PD-COUNT.
           MOVE PD-ACCT-KEY TO WS-PD-ACCT (WS-PD-COUNT).
           MOVE PD-FUNCTION TO WS-PD-FUNCTION (WS-PD-COUNT).
           MOVE PD-STATUS TO WS-PD-STATUS (WS-PD-COUNT).
           MOVE PD-APPR-DATE TO WS-PD-APPR-DATE (WS-PD-COUNT).
           MOVE PD-APPR-TIME TO WS-PD-APPR-TIME (WS-PD-COUNT).
           MOVE PD-APPR-OPERID TO WS-PD-APPR-OPID (WS-PD-COUNT).
           MOVE PD-ACCT-NAME TO WS-PD-NAME (WS-PD-COUNT).
           MOVE PD-CUST-NO TO WS-PD-CUST (WS-PD-COUNT).
           MOVE PD-ACCT-TYPE TO WS-PD-TYPE (WS-PD-COUNT).
           MOVE PD-NEW-BALANCE TO WS-PD-NEW-AMOUNT (WS-PD-COUNT).
       1250-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1300 - THE JOURNAL ENTRIES CUT SINCE THE BACKUP        *
      *    The store is keyed by time, so the read starts just    *
      *    past the moment the backup was taken.                  *
      *----------------------------------------------------------*
       1300-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-STORE.
           MOVE WS-JK-CUTOFF-DATE TO JK-DATE.
           MOVE WS-JK-CUTOFF-TIME TO JK-TIME.
           MOVE 9999999 TO JK-TASKNO.
           MOVE 99 TO JK-SEQ.
           START JOURNAL-STORE KEY IS GREATER THAN JK-KEY
               INVALID KEY SET WS-JRNL-EOF TO TRUE
           END-START.
           PERFORM 1350-READ-JOURNAL THRU 1350-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE JOURNAL-STORE.
       1300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1350 - WHAT ONE JOURNAL ENTRY MEANS FOR THE MASTER     *
      *    Refused and parked attempts (any response but 00)      *
      *    changed nothing. CICS001's P/W/T/X/H/R/I/M, parks and  *
      *    the other transactions' entries are passed over.       *
      *----------------------------------------------------------*
       1350-READ-JOURNAL.
           READ JOURNAL-STORE NEXT RECORD
               AT END SET WS-JRNL-EOF TO TRUE
           END-READ.
           IF WS-JRNL-EOF
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO WS-JRNL-READ-CNT.
           MOVE JK-JOURNAL-DATA TO WS-JOURNAL-REC.
           IF JR-RESP-CODE NOT = 0
               GO TO 1350-EXIT
           END-IF.
           MOVE SPACES TO WS-EV-WORK.
           MOVE 0 TO WS-EW-AMOUNT.
           MOVE JR-ACCT-KEY TO WS-EW-ACCT.
           MOVE JK-DATE TO WS-EW-DATE.
           MOVE JK-TIME TO WS-EW-TIME.
           MOVE JK-TASKNO TO WS-EW-TASKNO.
           MOVE JK-SEQ TO WS-EW-SEQ.
           MOVE JR-FUNCTION TO WS-EW-FUNCTION.
           MOVE JR-OPERID TO WS-EW-OPERID.
           EVALUATE TRUE
               WHEN JR-TRANID = 'AC01' OR JR-TRANID = 'AC07'
                   PERFORM 1360-TELLER-ENTRY THRU 1360-EXIT
               WHEN JR-TRANID = 'AC05'
                   PERFORM 1370-APPROVAL-ENTRY THRU 1370-EXIT
           END-EVALUATE.
           IF WS-EW-ACTION NOT = SPACE
               PERFORM 1380-INSERT-EVENT THRU 1380-EXIT
           END-IF.
       1350-EXIT.
           EXIT.
      *
       1360-TELLER-ENTRY.
           EVALUATE JR-FUNCTION
               WHEN 'A'
                   MOVE 'A' TO WS-EW-ACTION
               WHEN 'C'
                   MOVE 'C' TO WS-EW-ACTION
               WHEN 'O'
                   MOVE 'O' TO WS-EW-ACTION
               WHEN 'U'
                   MOVE 'K' TO WS-EW-ACTION
                   MOVE 'UPDATE - VALUES NOT JOURNALLED' TO WS-EW-TEXT
           END-EVALUATE.
       1360-EXIT.
           EXIT.
      *
      *    The approver's journal entry and the PENDAP approval
      *    stamp are cut from the same clock reading.
       1370-APPROVAL-ENTRY.
           IF JR-FUNCTION NOT = 'U' AND JR-FUNCTION NOT = 'D'
                   AND JR-FUNCTION NOT = 'L' AND JR-FUNCTION NOT = 'Z'
               GO TO 1370-EXIT
           END-IF.
           MOVE 0 TO WS-PD-MATCH.
           PERFORM 1375-MATCH-ITEM THRU 1375-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PD-COUNT
                  OR WS-PD-MATCH > 0.
           IF WS-PD-MATCH = 0
               MOVE 'K' TO WS-EW-ACTION
               MOVE 'APPROVAL NOT FOUND ON PENDAP' TO WS-EW-TEXT
               GO TO 1370-EXIT
           END-IF.
           IF NOT WS-PD-APPLIED (WS-PD-MATCH)
               GO TO 1370-EXIT
           END-IF.
           MOVE JR-FUNCTION TO WS-EW-ACTION.
           MOVE WS-PD-NAME (WS-PD-MATCH) TO WS-EW-NAME.
           MOVE WS-PD-CUST (WS-PD-MATCH) TO WS-EW-CUST.
           MOVE WS-PD-TYPE (WS-PD-MATCH) TO WS-EW-TYPE.
           MOVE WS-PD-NEW-AMOUNT (WS-PD-MATCH) TO WS-EW-AMOUNT.
       1370-EXIT.
           EXIT.
      *
       1375-MATCH-ITEM.
           IF WS-PD-ACCT (WS-SUB) = JR-ACCT-KEY
                   AND WS-PD-FUNCTION (WS-SUB) = JR-FUNCTION
                   AND WS-PD-APPR-DATE (WS-SUB) = JR-DATE
                   AND WS-PD-APPR-TIME (WS-SUB) = JR-TIME
                   AND WS-PD-APPR-OPID (WS-SUB) = JR-OPERID
               MOVE WS-SUB TO WS-PD-MATCH
           END-IF.
       1375-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1380 - INSERT WS-EV-WORK IN ACCOUNT/TIME ORDER         *
      *    The slot is the first entry with a higher key; the     *
      *    entries from there up move one place along.            *
      *----------------------------------------------------------*
       1380-INSERT-EVENT.
           IF WS-EV-COUNT NOT < 3000
               SET WS-TABLE-OVERFLOW TO TRUE
               ADD 1 TO WS-LOST-CNT
               GO TO 1380-EXIT
           END-IF.
           MOVE 0 TO WS-EV-SLOT.
           PERFORM 1385-FIND-SLOT THRU 1385-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EV-COUNT
                  OR WS-EV-SLOT > 0.
           IF WS-EV-SLOT = 0
               ADD 1 TO WS-EV-COUNT
               MOVE WS-EV-WORK TO WS-EV-ENTRY (WS-EV-COUNT)
           ELSE
               PERFORM 1390-SHIFT-UP THRU 1390-EXIT
                   VARYING WS-SUB FROM WS-EV-COUNT BY -1
                   UNTIL WS-SUB < WS-EV-SLOT
               ADD 1 TO WS-EV-COUNT
               MOVE WS-EV-WORK TO WS-EV-ENTRY (WS-EV-SLOT)
           END-IF.
       1380-EXIT.
           EXIT.
      *
       1385-FIND-SLOT.
           IF WS-EV-SORT-KEY (WS-SUB) > WS-EW-SORT-KEY
               MOVE WS-SUB TO WS-EV-SLOT
           END-IF.
       1385-EXIT.
           EXIT.
      *
       1390-SHIFT-UP.
           MOVE WS-EV-ENTRY (WS-SUB) TO WS-EV-ENTRY (WS-SUB + 1).
       1390-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1400 - NEXT ACCOUNT OFF THE BACKUP                     *
      *    The trailer ends the accounts and carries the figures  *
      *    the records read must agree with.                      *
      *----------------------------------------------------------*
       1400-READ-BACKUP.
           IF WS-BACKUP-EOF
               GO TO 1400-EXIT
           END-IF.
           READ BACKUP-FILE
               AT END SET WS-BACKUP-EOF TO TRUE
           END-READ.
           IF WS-BACKUP-EOF
               GO TO 1400-EXIT
           END-IF.
           IF BK-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE BK-ACCT-COUNT TO WS-BK-TRAILER-CNT
               MOVE BK-BAL-TOTAL TO WS-BK-TRAILER-TOTAL
               SET WS-BACKUP-EOF TO TRUE
               GO TO 1400-EXIT
           END-IF.
           IF NOT BK-DETAIL
               GO TO 1400-READ-BACKUP
           END-IF.
           ADD 1 TO WS-BK-READ-CNT.
       1400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1500 - NEXT TRANHS MOVEMENT AFTER THE BACKUP           *
      *    The whole history is read in key order; movements the *
      *    backup already holds are passed over.                  *
      *----------------------------------------------------------*
       1500-READ-HISTORY.
           MOVE 'N' TO WS-TAKE-MOVE-SW.
           PERFORM 1510-NEXT-MOVEMENT THRU 1510-EXIT
               UNTIL WS-HIST-EOF OR WS-TAKE-MOVE.
       1500-EXIT.
           EXIT.
      *
       1510-NEXT-MOVEMENT.
           READ TRAN-HIST-FILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-EOF
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ-CNT.
           MOVE TH-DATE TO WS-TH-STAMP-DATE.
           MOVE TH-TIME TO WS-TH-STAMP-TIME.
           MOVE TH-TASKNO TO WS-TH-STAMP-TASKNO.
           IF WS-TH-STAMP > WS-TH-CUTOFF
               SET WS-TAKE-MOVE TO TRUE
           END-IF.
       1510-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - REBUILD THE NEXT ACCOUNT                        *
      *    The lowest account key of the three sources is the     *
      *    next one. It starts from its backup record when there  *
      *    is one; its movements and journal changes are then     *
      *    applied in time order and the result written. An       *
      *    account added since the backup that no movement or     *
      *    applied update has given a balance goes out at zero    *
      *    and is listed for its opening balance to be re-keyed.  *
      *----------------------------------------------------------*
       2000-REBUILD-ACCOUNT.
           PERFORM 2050-SET-NEXT-KEYS THRU 2050-EXIT.
           MOVE WS-BK-NEXT-ACCT TO WS-CURR-ACCT.
           IF WS-TH-NEXT-ACCT < WS-CURR-ACCT
               MOVE WS-TH-NEXT-ACCT TO WS-CURR-ACCT
           END-IF.
           IF WS-EV-NEXT-ACCT < WS-CURR-ACCT
               MOVE WS-EV-NEXT-ACCT TO WS-CURR-ACCT
           END-IF.
           IF WS-CURR-ACCT = HIGH-VALUES
               SET WS-ALL-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE 'N' TO WS-BAL-UNKNOWN-SW.
           MOVE 'N' TO WS-TOUCHED-SW.
           IF WS-BK-NEXT-ACCT = WS-CURR-ACCT
               SET WS-ON-FILE TO TRUE
               MOVE BK-ACCOUNT-IMAGE TO WS-ACCOUNT-REC
               ADD ACCT-BALANCE TO WS-BK-BAL-TOTAL
               PERFORM 1400-READ-BACKUP THRU 1400-EXIT
               PERFORM 2050-SET-NEXT-KEYS THRU 2050-EXIT
           END-IF.
           PERFORM 2100-APPLY-NEXT-CHANGE THRU 2100-EXIT
               UNTIL WS-TH-NEXT-ACCT NOT = WS-CURR-ACCT
                 AND WS-EV-NEXT-ACCT NOT = WS-CURR-ACCT.
           IF NOT WS-ON-FILE
               GO TO 2000-EXIT
           END-IF.
           IF WS-BAL-UNKNOWN
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ACCT-KEY TO RL-ACCT
               MOVE 'A' TO RL-FUNC
               MOVE ACCT-OPEN-DATE TO RL-DATE
               MOVE 'OPENING BALANCE TO RE-KEY' TO RL-TEXT
               PERFORM 2390-LIST-REKEY THRU 2390-EXIT
           END-IF.
           WRITE NEW-MASTER-RECORD FROM WS-ACCOUNT-REC.
           ADD 1 TO WS-ACCT-WRITTEN-CNT.
           ADD ACCT-BALANCE TO WS-NEW-BAL-TOTAL.
           IF WS-TOUCHED
               ADD 1 TO WS-ACCT-CHANGED-CNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2050-SET-NEXT-KEYS.
           IF WS-BACKUP-EOF
               MOVE HIGH-VALUES TO WS-BK-NEXT-ACCT
           ELSE
               MOVE BK-ACCOUNT-IMAGE (1:10) TO WS-BK-NEXT-ACCT
           END-IF.
           IF WS-HIST-EOF
               MOVE HIGH-VALUES TO WS-TH-NEXT-ACCT
           ELSE
               MOVE TH-ACCT-KEY TO WS-TH-NEXT-ACCT
           END-IF.
           IF WS-EV-NEXT > WS-EV-COUNT
               MOVE HIGH-VALUES TO WS-EV-NEXT-ACCT
           ELSE
               MOVE WS-EV-ACCT (WS-EV-NEXT) TO WS-EV-NEXT-ACCT
           END-IF.
       2050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - THE EARLIER OF THE NEXT MOVEMENT AND THE NEXT   *
      *    JOURNAL CHANGE FOR THIS ACCOUNT                        *
      *    A movement and a change in the same second take the    *
      *    movement first.                                        *
      *----------------------------------------------------------*
       2100-APPLY-NEXT-CHANGE.
           IF WS-TH-NEXT-ACCT = WS-CURR-ACCT
               IF WS-EV-NEXT-ACCT NOT = WS-CURR-ACCT
                       OR WS-TH-STAMP (1:14)
                          NOT > WS-EV-WHEN (WS-EV-NEXT)
                   PERFORM 2200-APPLY-MOVEMENT THRU 2200-EXIT
                   PERFORM 1500-READ-HISTORY THRU 1500-EXIT
                   GO TO 2100-DONE
               END-IF
           END-IF.
           PERFORM 2300-APPLY-JOURNAL-CHANGE THRU 2300-EXIT.
           ADD 1 TO WS-EV-NEXT.
       2100-DONE.
           PERFORM 2050-SET-NEXT-KEYS THRU 2050-EXIT.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - REPLAY ONE MOVEMENT                             *
      *    The before-balance proves the chain; the after-balance *
      *    is applied either way. An account opened since the    *
      *    backup takes its opening balance from its first        *
      *    movement.                                              *
      *----------------------------------------------------------*
       2200-APPLY-MOVEMENT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE TH-ACCT-KEY TO RL-ACCT.
           MOVE TH-FUNCTION TO RL-FUNC.
           MOVE TH-DATE TO RL-DATE.
           MOVE TH-TIME TO RL-TIME.
           MOVE TH-OPERID TO RL-OPID.
           IF NOT WS-ON-FILE
               ADD 1 TO WS-NO-ACCT-CNT
               MOVE 'NO ACCOUNT' TO RL-KIND
               MOVE 'MOVEMENT - ACCOUNT NOT ON MASTER' TO RL-TEXT
               MOVE TH-BAL-BEFORE TO RL-WAS
               MOVE TH-BAL-AFTER TO RL-NOW
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               GO TO 2200-EXIT
           END-IF.
           IF WS-BAL-UNKNOWN
               MOVE TH-BAL-BEFORE TO ACCT-BALANCE
               MOVE 'N' TO WS-BAL-UNKNOWN-SW
           END-IF.
           IF TH-BAL-BEFORE NOT = ACCT-BALANCE
               ADD 1 TO WS-CHAIN-BREAK-CNT
               MOVE 'CHAIN BREAK' TO RL-KIND
               MOVE 'REBUILT BALANCE V BALANCE BEFORE' TO RL-TEXT
               MOVE ACCT-BALANCE TO RL-WAS
               MOVE TH-BAL-BEFORE TO RL-NOW
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.
           MOVE TH-BAL-AFTER TO ACCT-BALANCE.
           MOVE TH-DATE TO ACCT-LAST-TRAN-DATE.
           MOVE TH-TIME TO ACCT-LAST-TRAN-TIME.
           MOVE TH-OPERID TO ACCT-LAST-TRAN-OPID.
           IF TH-CREDIT
               ADD TH-AMOUNT TO WS-NET-TOTAL
           ELSE
               SUBTRACT TH-AMOUNT FROM WS-NET-TOTAL
           END-IF.
           ADD 1 TO WS-MOVE-APPLIED-CNT.
           SET WS-TOUCHED TO TRUE.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2300 - APPLY ONE JOURNAL CHANGE                        *
      *    Anything but an add needs the account on the rebuilt  *
      *    master; a change that cannot be applied is listed for *
      *    re-keying instead.                                     *
      *----------------------------------------------------------*
       2300-APPLY-JOURNAL-CHANGE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-EV-ACCT (WS-EV-NEXT) TO RL-ACCT.
           MOVE WS-EV-FUNCTION (WS-EV-NEXT) TO RL-FUNC.
           MOVE WS-EV-DATE (WS-EV-NEXT) TO RL-DATE.
           MOVE WS-EV-TIME (WS-EV-NEXT) TO RL-TIME.
           MOVE WS-EV-OPERID (WS-EV-NEXT) TO RL-OPID.
           IF WS-EV-ACTION (WS-EV-NEXT) = 'K'
               MOVE WS-EV-TEXT (WS-EV-NEXT) TO RL-TEXT
               PERFORM 2390-LIST-REKEY THRU 2390-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-EV-ACTION (WS-EV-NEXT) = 'A'
               PERFORM 2310-REBUILD-ADD THRU 2310-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF NOT WS-ON-FILE
               MOVE 'CHANGE - ACCOUNT NOT ON MASTER' TO RL-TEXT
               PERFORM 2390-LIST-REKEY THRU 2390-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE 'REBUILT' TO RL-KIND.
           EVALUATE WS-EV-ACTION (WS-EV-NEXT)
               WHEN 'C'
                   SET ACCT-CLOSED TO TRUE
                   MOVE 'ACCOUNT CLOSED' TO RL-TEXT
               WHEN 'O'
                   SET ACCT-ACTIVE TO TRUE
                   MOVE 'ACCOUNT REOPENED' TO RL-TEXT
               WHEN 'Z'
                   SET ACCT-ACTIVE TO TRUE
                   MOVE 'DORMANT ACCOUNT REACTIVATED' TO RL-TEXT
               WHEN 'U'
                   MOVE 'UPDATE APPLIED - PENDAP VALUES' TO RL-TEXT
                   MOVE ACCT-BALANCE TO RL-WAS
                   MOVE WS-EV-AMOUNT (WS-EV-NEXT) TO RL-NOW
                   MOVE WS-EV-NAME (WS-EV-NEXT) TO ACCT-NAME
                   MOVE WS-EV-AMOUNT (WS-EV-NEXT) TO ACCT-BALANCE
                   MOVE WS-EV-CUST (WS-EV-NEXT) TO ACCT-CUST-NO
                   MOVE WS-EV-TYPE (WS-EV-NEXT) TO ACCT-TYPE
                   MOVE 'N' TO WS-BAL-UNKNOWN-SW
               WHEN 'L'
                   IF ACCT-OD-LIMIT IS NUMERIC
                       MOVE ACCT-OD-LIMIT TO WS-OLD-LIMIT
                   ELSE
                       MOVE 0 TO WS-OLD-LIMIT
                   END-IF
                   MOVE 'OVERDRAFT LIMIT CHANGED' TO RL-TEXT
                   MOVE WS-OLD-LIMIT TO RL-WAS
                   MOVE WS-EV-AMOUNT (WS-EV-NEXT) TO RL-NOW
                   MOVE WS-EV-AMOUNT (WS-EV-NEXT) TO ACCT-OD-LIMIT
               WHEN 'D'
                   MOVE 'N' TO WS-ON-FILE-SW
                   MOVE 'ACCOUNT DELETED' TO RL-TEXT
           END-EVALUATE.
           MOVE WS-EV-DATE (WS-EV-NEXT) TO ACCT-LAST-TRAN-DATE.
           MOVE WS-EV-TIME (WS-EV-NEXT) TO ACCT-LAST-TRAN-TIME.
           MOVE WS-EV-OPERID (WS-EV-NEXT) TO ACCT-LAST-TRAN-OPID.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REBUILT-CNT.
           SET WS-TOUCHED TO TRUE.
       2300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2310 - AN ACCOUNT OPENED SINCE THE BACKUP              *
      *    The journal gives the key, the date and the operator;  *
      *    the rest is listed for re-keying. The opening balance  *
      *    is the before-balance of the first movement (2200);    *
      *    an account with no movement since is listed by 2000    *
      *    for its balance to be re-keyed as well.                *
      *----------------------------------------------------------*
       2310-REBUILD-ADD.
           IF WS-ON-FILE
               MOVE 'ADD - ACCOUNT ALREADY ON MASTER' TO RL-TEXT
               PERFORM 2390-LIST-REKEY THRU 2390-EXIT
               GO TO 2310-EXIT
           END-IF.
           INITIALIZE WS-ACCOUNT-REC.
           MOVE WS-EV-ACCT (WS-EV-NEXT) TO ACCT-KEY.
           SET ACCT-ACTIVE TO TRUE.
           MOVE WS-EV-DATE (WS-EV-NEXT) TO ACCT-OPEN-DATE.
           MOVE WS-EV-DATE (WS-EV-NEXT) TO ACCT-LAST-TRAN-DATE.
           MOVE WS-EV-TIME (WS-EV-NEXT) TO ACCT-LAST-TRAN-TIME.
           MOVE WS-EV-OPERID (WS-EV-NEXT) TO ACCT-LAST-TRAN-OPID.
           MOVE 0 TO ACCT-BALANCE.
           MOVE 0 TO ACCT-OD-LIMIT.
           SET WS-ON-FILE TO TRUE.
           SET WS-BAL-UNKNOWN TO TRUE.
           SET WS-TOUCHED TO TRUE.
           MOVE 'REBUILT' TO RL-KIND.
           MOVE 'ACCOUNT ADDED - KEY AND DATE ONLY' TO RL-TEXT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REBUILT-CNT.
           MOVE 'NAME/CUSTOMER/TYPE/LIMIT TO RE-KEY' TO RL-TEXT.
           PERFORM 2390-LIST-REKEY THRU 2390-EXIT.
       2310-EXIT.
           EXIT.
      *
       2390-LIST-REKEY.
           MOVE 'RE-KEY' TO RL-KIND.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REKEY-CNT.
       2390-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - PROVE THE BACKUP, PRINT THE COUNTS AND TOTALS   *
      *    The backup's own trailer must agree with what was read *
      *    from it, or the rebuilt master is short.               *
      *----------------------------------------------------------*
       8000-PRODUCE-SUMMARY.
           IF NOT WS-TRAILER-SEEN
               SET WS-BACKUP-BAD TO TRUE
               MOVE '*** ACCTBK HAS NO TRAILER - BACKUP INCOMPLETE - DO
      -            ' NOT LOAD ACCTNEW ***' TO RL-WARN-TEXT
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-WARN-LINE
           END-IF.
           IF WS-TRAILER-SEEN
                   AND (WS-BK-TRAILER-CNT NOT = WS-BK-READ-CNT
                     OR WS-BK-TRAILER-TOTAL NOT = WS-BK-BAL-TOTAL)
               SET WS-BACKUP-BAD TO TRUE
               MOVE '*** ACCTBK TRAILER DISAGREES WITH ITS RECORDS - DO
      -            ' NOT LOAD ACCTNEW ***' TO RL-WARN-TEXT
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-WARN-LINE
           END-IF.
           IF WS-TABLE-OVERFLOW
               MOVE '*** JOURNAL OR PENDAP TABLE FULL - CHANGES LEFT OU
      -            'T OF THE REBUILD ***' TO RL-WARN-TEXT
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-WARN-LINE
           END-IF.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ACCOUNTS ON BACKUP' TO RL-COUNT-DESC.
           MOVE WS-BK-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS ON REBUILT MASTER' TO RL-COUNT-DESC.
           MOVE WS-ACCT-WRITTEN-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS RECOVERED FORWARD' TO RL-COUNT-DESC.
           MOVE WS-ACCT-CHANGED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'MOVEMENTS READ' TO RL-COUNT-DESC.
           MOVE WS-HIST-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'MOVEMENTS APPLIED' TO RL-COUNT-DESC.
           MOVE WS-MOVE-APPLIED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CHAIN BREAKS' TO RL-COUNT-DESC.
           MOVE WS-CHAIN-BREAK-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'MOVEMENTS WITH NO ACCOUNT' TO RL-COUNT-DESC.
           MOVE WS-NO-ACCT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'JOURNAL ENTRIES READ' TO RL-COUNT-DESC.
           MOVE WS-JRNL-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CHANGES REBUILT FROM JOURNAL' TO RL-COUNT-DESC.
           MOVE WS-REBUILT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CHANGES TO RE-KEY' TO RL-COUNT-DESC.
           MOVE WS-REKEY-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CHANGES LEFT OUT - TABLE FULL' TO RL-COUNT-DESC.
           MOVE WS-LOST-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'BALANCE TOTAL ON BACKUP' TO RL-AMOUNT-DESC.
           MOVE WS-BK-BAL-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'NET MOVEMENT APPLIED' TO RL-AMOUNT-DESC.
           MOVE WS-NET-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'BALANCE TOTAL REBUILT' TO RL-AMOUNT-DESC.
           MOVE WS-NEW-BAL-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE BACKUP-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
