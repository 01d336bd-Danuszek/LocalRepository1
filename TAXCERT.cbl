       ID DIVISION.
       PROGRAM-ID. TAXCERT.
      *    Year-end interest certificate and tax return run. For
      *    the tax year on the TAXCARD control card it totals, per
      *    account and per customer, the credit interest INTACCR
      *    paid and - separately, never netted - the debit
      *    interest it charged: the function N movements on
      *    TRANHS booked (by business date) inside the year, a
      *    credit N being interest paid and a debit N interest
      *    charged. A reversed interest posting and its contra
      *    are a correction pair and both drop out, so the
      *    certificate shows what the customer finally received.
      *    Fees (F) are not interest and are not reported.
      *
      *    The account master is read through its ACCT-CUST-NO
      *    alternate index (the ACCTMSC path, as AMLMON reads it)
      *    so each customer's accounts arrive together. Accounts
      *    CLOSPRG purged from the master still earned interest
      *    before they closed: the year's ARCHOUT generations come
      *    in on ARCHIN (94-byte ACCTREC images), every record
      *    whose close stamp falls inside the year or later is
      *    loaded into a table in customer order, and the table
      *    is merged with the master as it is read. An archived
      *    record also still on the master (a purge rerun after
      *    an abend leaves both) is taken from the master only;
      *    a record archived twice is loaded once.
      *
      *    When a customer's last account has been read, a
      *    customer with any interest either way gets one
      *    certificate on CERTOUT - name and address from CUSTMS,
      *    a line per account with interest, and the customer
      *    totals - and one detail record on the TAXRTN return
      *    file (layout TAXREC), which opens with a header and
      *    closes with a trailer carrying the detail count and
      *    both totals. Accounts with no customer link, or whose
      *    customer is not on CUSTMS, cannot be certified or
      *    reported: they go on the TAXEXC exceptions list with
      *    the reason and amounts for the branch to put right and
      *    re-run, instead of being dropped. The run summary
      *    follows the exceptions on TAXEXC.
      *
      *    No control card, or a tax year that will not read, is
      *    a submission error and the run stops with return code
      *    16. Archived accounts beyond the table end the run
      *    with return code 8 - the return file is then short and
      *    must not go out; otherwise any exception at all gives
      *    return code 4.
      *
      *    Dante Cola 08.09.2026 - new for case TS015350214.
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
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO TAXCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO CERTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO TAXRTN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO TAXEXC
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
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD               PIC X(94).
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-TAX-YEAR             PIC X(04).
           05  CTL-REPORTER-ID          PIC X(10).
           05  FILLER                   PIC X(66).
      *
       FD  CERT-FILE
           RECORDING MODE IS F.
       01  CERT-RECORD                  PIC X(133).
      *
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD.
           COPY TAXREC.
      *
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD             PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF                    VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF                    VALUE 'Y'.
           05  WS-ARCH-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCH-EOF                    VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-ALL-DONE-SW           PIC X(01) VALUE 'N'.
               88  WS-ALL-DONE                    VALUE 'Y'.
           05  WS-SUBJECT-SW            PIC X(01) VALUE 'N'.
               88  WS-SUBJECT-OPEN                VALUE 'Y'.
           05  WS-ARCH-OVERFLOW-SW      PIC X(01) VALUE 'N'.
               88  WS-ARCH-OVERFLOW               VALUE 'Y'.
           05  WS-ON-MASTER-SW          PIC X(01) VALUE 'N'.
               88  WS-ON-MASTER                   VALUE 'Y'.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-TAX-YEAR                  PIC 9(04).
       01  WS-NEXT-YEAR                 PIC 9(04).
       01  WS-YEAR-START                PIC X(08).
       01  WS-YEAR-END                  PIC X(08).
       01  WS-SCAN-STOP                 PIC X(08).
       01  WS-MOVE-DATE                 PIC X(08).
      *
      *    Archived accounts closed inside the year or later, in
      *    customer then account order for the merge.
       01  WS-AR-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-AR-NEXT                   PIC 9(04) COMP VALUE 1.
       01  WS-AR-TABLE.
           05  WS-AR-ENTRY OCCURS 2000 TIMES.
               10  WS-AR-SORT-KEY.
                   15  WS-AR-CUST       PIC X(08).
                   15  WS-AR-ACCT       PIC X(10).
               10  WS-AR-NAME           PIC X(30).
               10  WS-AR-TYPE           PIC X(01).
       01  WS-AR-WORK.
           05  WS-AW-SORT-KEY.
               10  WS-AW-CUST           PIC X(08).
               10  WS-AW-ACCT           PIC X(10).
           05  WS-AW-NAME               PIC X(30).
           05  WS-AW-TYPE               PIC X(01).
       01  WS-AR-SLOT                   PIC 9(04) COMP.
       01  WS-SUB                       PIC 9(04) COMP.
      *
      *    The account being judged, from either source.
       01  WS-CURR-ACCOUNT.
           05  WS-CURR-ACCT             PIC X(10).
           05  WS-CURR-CUST             PIC X(08).
           05  WS-CURR-NAME             PIC X(30).
           05  WS-CURR-TYPE             PIC X(01).
           05  WS-CURR-SOURCE           PIC X(01).
               88  WS-CURR-FROM-MASTER            VALUE 'M'.
               88  WS-CURR-FROM-ARCHIVE           VALUE 'A'.
       01  WS-ACCT-CR                   PIC S9(09)V99 COMP-3.
       01  WS-ACCT-DR                   PIC S9(09)V99 COMP-3.
      *
      *    The customer being accumulated and the accounts on it
      *    that carried interest.
       01  WS-SUBJECT.
           05  WS-SUBJ-CUST             PIC X(08).
           05  WS-SUBJ-CR               PIC S9(11)V99 COMP-3.
           05  WS-SUBJ-DR               PIC S9(11)V99 COMP-3.
           05  WS-SUBJ-ACCT-CNT         PIC 9(03).
       01  WS-CA-COUNT                  PIC 9(04) COMP.
       01  WS-CA-TABLE.
           05  WS-CA-ENTRY OCCURS 20 TIMES.
               10  WS-CA-ACCT           PIC X(10).
               10  WS-CA-TYPE           PIC X(01).
               10  WS-CA-NAME           PIC X(30).
               10  WS-CA-SOURCE         PIC X(01).
               10  WS-CA-CR             PIC S9(11)V99 COMP-3.
               10  WS-CA-DR             PIC S9(11)V99 COMP-3.
       01  WS-EXC-REASON                PIC X(24).
      *
       01  WS-TOTALS.
           05  WS-MASTER-READ-CNT       PIC 9(09) VALUE 0.
           05  WS-ARCH-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-ARCH-LOADED-CNT       PIC 9(09) VALUE 0.
           05  WS-ARCH-EARLY-CNT        PIC 9(09) VALUE 0.
           05  WS-ARCH-ON-MASTER-CNT    PIC 9(09) VALUE 0.
           05  WS-ARCH-DUP-CNT          PIC 9(09) VALUE 0.
           05  WS-ARCH-LOST-CNT         PIC 9(09) VALUE 0.
           05  WS-INT-ACCT-CNT          PIC 9(09) VALUE 0.
           05  WS-CERT-CNT              PIC 9(09) VALUE 0.
           05  WS-EXC-CUST-CNT          PIC 9(09) VALUE 0.
           05  WS-EXC-ACCT-CNT          PIC 9(09) VALUE 0.
           05  WS-CA-OVERFLOW-CNT       PIC 9(09) VALUE 0.
           05  WS-RTN-CR-TOTAL          PIC S9(13)V99 COMP-3
                                                  VALUE 0.
           05  WS-RTN-DR-TOTAL          PIC S9(13)V99 COMP-3
                                                  VALUE 0.
           05  WS-EXC-CR-TOTAL          PIC S9(13)V99 COMP-3
                                                  VALUE 0.
           05  WS-EXC-DR-TOTAL          PIC S9(13)V99 COMP-3
                                                  VALUE 0.
      *
       01  WS-CERT-HEAD-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(35)
               VALUE 'CERTIFICATE OF INTEREST - TAX YEAR'.
           05  CL-HEAD-YEAR             PIC X(04).
           05  FILLER                   PIC X(13)
               VALUE '   PRODUCED'.
           05  CL-HEAD-DATE             PIC X(08).
           05  FILLER                   PIC X(72) VALUE SPACES.
      *
       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132) VALUE SPACES.
      *
       01  WS-NAME-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  CL-NAME-TEXT             PIC X(40).
           05  FILLER                   PIC X(92) VALUE SPACES.
      *
       01  WS-CUST-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(17)
               VALUE 'CUSTOMER NUMBER'.
           05  CL-CUST-NO               PIC X(08).
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-CERT-COLUMNS.
           05  FILLER                   PIC X(13) VALUE ' ACCOUNT'.
           05  FILLER                   PIC X(04) VALUE 'T'.
           05  FILLER                   PIC X(32)
               VALUE 'ACCOUNT NAME'.
           05  FILLER                   PIC X(18)
               VALUE '   CREDIT INT PAID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18)
               VALUE ' DEBIT INT CHARGED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'NOTE'.
           05  FILLER                   PIC X(34) VALUE SPACES.
      *
       01  WS-CERT-DETAIL.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  CL-ACCT-KEY              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-ACCT-TYPE             PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CL-ACCT-NAME             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-ACCT-CR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-ACCT-DR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-ACCT-NOTE             PIC X(10).
           05  FILLER                   PIC X(34) VALUE SPACES.
      *
       01  WS-CERT-TOTAL.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(48)
               VALUE 'TOTAL FOR THE TAX YEAR'.
           05  CL-TOTAL-CR              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-TOTAL-DR              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(46) VALUE SPACES.
      *
       01  WS-CERT-FOOT.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132)
               VALUE 'PLEASE KEEP THIS CERTIFICATE WITH YOUR TAX RECORD
      -        'S.'.
      *
       01  WS-EXC-HEAD-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(43)
               VALUE 'INTEREST CERTIFICATE EXCEPTIONS - TAX YEAR'.
           05  EL-HEAD-YEAR             PIC X(04).
           05  FILLER                   PIC X(85) VALUE SPACES.
      *
       01  WS-EXC-COLUMNS.
           05  FILLER                   PIC X(11) VALUE ' CUSTOMER'.
           05  FILLER                   PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(09) VALUE 'SOURCE'.
           05  FILLER                   PIC X(26) VALUE 'REASON'.
           05  FILLER                   PIC X(18)
               VALUE '   CREDIT INT PAID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18)
               VALUE ' DEBIT INT CHARGED'.
           05  FILLER                   PIC X(37) VALUE SPACES.
      *
       01  WS-EXC-DETAIL.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  EL-CUST-NO               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-ACCT-KEY              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-SOURCE                PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-REASON                PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-ACCT-CR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-ACCT-DR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(37) VALUE SPACES.
      *
       01  WS-WARN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(04) VALUE '*** '.
           05  EL-WARN-TEXT             PIC X(60).
           05  FILLER                   PIC X(04) VALUE ' ***'.
           05  FILLER                   PIC X(64) VALUE SPACES.
      *
       01  WS-SUMMARY-HEAD.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(43)
               VALUE 'INTEREST CERTIFICATE RUN SUMMARY - TAX YEAR'.
           05  EL-SUMM-YEAR             PIC X(04).
           05  FILLER                   PIC X(85) VALUE SPACES.
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
           PERFORM 2000-PROCESS-NEXT THRU 2000-EXIT
               UNTIL WS-ALL-DONE.
           IF WS-SUBJECT-OPEN
               PERFORM 3000-CLOSE-CUSTOMER THRU 3000-EXIT
           END-IF.
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           EVALUATE TRUE
               WHEN WS-ARCH-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXC-CUST-CNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, SETTLE THE TAX YEAR, LOAD THE       *
      *    ARCHIVE, WRITE THE RETURN HEADER                       *
      *    No card, or a year that will not read, is a run-       *
      *    submission error - certifying the wrong year is worse  *
      *    than certifying none, so the run stops.                *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT CERT-FILE.
           OPEN OUTPUT RETURN-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.
           CLOSE CONTROL-FILE.
           IF WS-CONTROL-EOF OR CTL-TAX-YEAR IS NOT NUMERIC
               DISPLAY 'TAXCERT - NO VALID TAXCARD TAX YEAR - RUN ENDS'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           MOVE CTL-TAX-YEAR TO WS-TAX-YEAR.
           COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1.
           STRING CTL-TAX-YEAR '0101' DELIMITED BY SIZE
               INTO WS-YEAR-START.
           STRING CTL-TAX-YEAR '1231' DELIMITED BY SIZE
               INTO WS-YEAR-END.
           STRING WS-NEXT-YEAR '0107' DELIMITED BY SIZE
               INTO WS-SCAN-STOP.
           PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT.
           MOVE SPACES TO RETURN-RECORD.
           SET TX-HEADER TO TRUE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
           MOVE CTL-REPORTER-ID TO TX-REPORTER-ID.
           MOVE WS-RUN-DATE TO TX-CREATED-DATE.
           WRITE RETURN-RECORD.
           MOVE CTL-TAX-YEAR TO EL-HEAD-YEAR.
           WRITE EXCEPTION-RECORD FROM WS-EXC-HEAD-1.
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE.
           WRITE EXCEPTION-RECORD FROM WS-EXC-COLUMNS.
           MOVE LOW-VALUES TO ACCT-CUST-NO.
           START ACCOUNT-FILE KEY IS NOT < ACCT-CUST-NO
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1200 - LOAD THE ARCHIVED ACCOUNTS THAT CAN HAVE EARNED *
      *    IN THE YEAR                                            *
      *    The close stamps the last-transaction date, so a       *
      *    record whose stamp is before the year closed before    *
      *    it. An unreadable stamp is loaded - better a nil line  *
      *    than a missed one.                                     *
      *----------------------------------------------------------*
       1200-LOAD-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 1250-READ-ARCHIVE THRU 1250-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE ARCHIVE-FILE.
       1200-EXIT.
           EXIT.
      *
       1250-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO ACCOUNT-RECORD
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           IF WS-ARCH-EOF
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-READ-CNT.
           IF ACCT-LAST-TRAN-DATE IS NUMERIC
                   AND ACCT-LAST-TRAN-DATE < WS-YEAR-START
               ADD 1 TO WS-ARCH-EARLY-CNT
               GO TO 1250-EXIT
           END-IF.
           MOVE ACCT-CUST-NO TO WS-AW-CUST.
           MOVE ACCT-KEY TO WS-AW-ACCT.
           MOVE ACCT-NAME TO WS-AW-NAME.
           MOVE ACCT-TYPE TO WS-AW-TYPE.
           MOVE 'N' TO WS-ON-MASTER-SW.
           READ ACCOUNT-FILE
               KEY IS ACCT-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ON-MASTER TO TRUE
           END-READ.
           IF WS-ON-MASTER
               ADD 1 TO WS-ARCH-ON-MASTER-CNT
               GO TO 1250-EXIT
           END-IF.
           PERFORM 1300-INSERT-ARCHIVE THRU 1300-EXIT.
       1250-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1300 - INSERT WS-AR-WORK IN CUSTOMER/ACCOUNT ORDER     *
      *    The slot is the first entry with a higher key; the     *
      *    entries from there up move one place along.            *
      *----------------------------------------------------------*
       1300-INSERT-ARCHIVE.
           MOVE 0 TO WS-AR-SLOT.
           PERFORM 1310-FIND-SLOT THRU 1310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AR-COUNT
                  OR WS-AR-SLOT > 0.
           IF WS-AR-SLOT > 1
               IF WS-AR-SORT-KEY (WS-AR-SLOT - 1) = WS-AW-SORT-KEY
                   ADD 1 TO WS-ARCH-DUP-CNT
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           IF WS-AR-SLOT = 0 AND WS-AR-COUNT > 0
               IF WS-AR-SORT-KEY (WS-AR-COUNT) = WS-AW-SORT-KEY
                   ADD 1 TO WS-ARCH-DUP-CNT
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           IF WS-AR-COUNT NOT < 2000
               SET WS-ARCH-OVERFLOW TO TRUE
               ADD 1 TO WS-ARCH-LOST-CNT
               GO TO 1300-EXIT
           END-IF.
           IF WS-AR-SLOT = 0
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-WORK TO WS-AR-ENTRY (WS-AR-COUNT)
           ELSE
               PERFORM 1320-SHIFT-UP THRU 1320-EXIT
                   VARYING WS-SUB FROM WS-AR-COUNT BY -1
                   UNTIL WS-SUB < WS-AR-SLOT
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-WORK TO WS-AR-ENTRY (WS-AR-SLOT)
           END-IF.
           ADD 1 TO WS-ARCH-LOADED-CNT.
       1300-EXIT.
           EXIT.
      *
       1310-FIND-SLOT.
           IF WS-AR-SORT-KEY (WS-SUB) > WS-AW-SORT-KEY
               MOVE WS-SUB TO WS-AR-SLOT
           END-IF.
       1310-EXIT.
           EXIT.
      *
       1320-SHIFT-UP.
           MOVE WS-AR-ENTRY (WS-SUB) TO WS-AR-ENTRY (WS-SUB + 1).
       1320-EXIT.
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
               ADD 1 TO WS-MASTER-READ-CNT
           END-IF.
       1400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - TAKE THE NEXT ACCOUNT IN CUSTOMER ORDER         *
      *    The lower customer number of the two sources goes      *
      *    first (the master on a tie); a change of customer      *
      *    closes the one before.                                 *
      *----------------------------------------------------------*
       2000-PROCESS-NEXT.
           IF WS-ACCT-EOF AND WS-AR-NEXT > WS-AR-COUNT
               SET WS-ALL-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AR-NEXT > WS-AR-COUNT
                   PERFORM 2010-TAKE-MASTER THRU 2010-EXIT
               WHEN WS-ACCT-EOF
                   PERFORM 2020-TAKE-ARCHIVE THRU 2020-EXIT
               WHEN ACCT-CUST-NO NOT > WS-AR-CUST (WS-AR-NEXT)
                   PERFORM 2010-TAKE-MASTER THRU 2010-EXIT
               WHEN OTHER
                   PERFORM 2020-TAKE-ARCHIVE THRU 2020-EXIT
           END-EVALUATE.
           IF WS-SUBJECT-OPEN AND WS-CURR-CUST NOT = WS-SUBJ-CUST
               PERFORM 3000-CLOSE-CUSTOMER THRU 3000-EXIT
           END-IF.
           IF NOT WS-SUBJECT-OPEN
               PERFORM 2050-OPEN-CUSTOMER THRU 2050-EXIT
           END-IF.
           PERFORM 2100-SCAN-INTEREST THRU 2100-EXIT.
           IF WS-ACCT-CR NOT = 0 OR WS-ACCT-DR NOT = 0
               PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2010-TAKE-MASTER.
           MOVE ACCT-KEY TO WS-CURR-ACCT.
           MOVE ACCT-CUST-NO TO WS-CURR-CUST.
           MOVE ACCT-NAME TO WS-CURR-NAME.
           MOVE ACCT-TYPE TO WS-CURR-TYPE.
           SET WS-CURR-FROM-MASTER TO TRUE.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       2010-EXIT.
           EXIT.
      *
       2020-TAKE-ARCHIVE.
           MOVE WS-AR-ACCT (WS-AR-NEXT) TO WS-CURR-ACCT.
           MOVE WS-AR-CUST (WS-AR-NEXT) TO WS-CURR-CUST.
           MOVE WS-AR-NAME (WS-AR-NEXT) TO WS-CURR-NAME.
           MOVE WS-AR-TYPE (WS-AR-NEXT) TO WS-CURR-TYPE.
           SET WS-CURR-FROM-ARCHIVE TO TRUE.
           ADD 1 TO WS-AR-NEXT.
       2020-EXIT.
           EXIT.
      *
       2050-OPEN-CUSTOMER.
           MOVE WS-CURR-CUST TO WS-SUBJ-CUST.
           MOVE 0 TO WS-SUBJ-CR.
           MOVE 0 TO WS-SUBJ-DR.
           MOVE 0 TO WS-SUBJ-ACCT-CNT.
           MOVE 0 TO WS-CA-COUNT.
           SET WS-SUBJECT-OPEN TO TRUE.
       2050-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - THE ACCOUNT'S INTEREST MOVEMENTS IN THE YEAR    *
      *    TH-DATE is the calendar date and never earlier than    *
      *    the business date, so positioning on the first of the  *
      *    year misses nothing; the scan runs a week into the     *
      *    next year for postings made after midnight on the      *
      *    last business day.                                     *
      *----------------------------------------------------------*
       2100-SCAN-INTEREST.
           MOVE 0 TO WS-ACCT-CR.
           MOVE 0 TO WS-ACCT-DR.
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE WS-CURR-ACCT TO TH-ACCT-KEY.
           MOVE WS-YEAR-START TO TH-DATE.
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
      *----------------------------------------------------------*
      *    2150 - ONE MOVEMENT: INTEREST BOOKED IN THE YEAR?      *
      *    Rows from before TH-BUS-DATE existed book on TH-DATE.  *
      *----------------------------------------------------------*
       2150-READ-HISTORY.
           READ TRAN-HIST-FILE NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-EOF
               GO TO 2150-EXIT
           END-IF.
           IF TH-ACCT-KEY NOT = WS-CURR-ACCT
                   OR TH-DATE > WS-SCAN-STOP
               SET WS-HIST-EOF TO TRUE
               GO TO 2150-EXIT
           END-IF.
           IF TH-FUNCTION NOT = 'N'
               GO TO 2150-EXIT
           END-IF.
           IF TH-REVERSED OR TH-CONTRA
               GO TO 2150-EXIT
           END-IF.
           IF TH-BUS-DATE = SPACES
               MOVE TH-DATE TO WS-MOVE-DATE
           ELSE
               MOVE TH-BUS-DATE TO WS-MOVE-DATE
           END-IF.
           IF WS-MOVE-DATE < WS-YEAR-START
                   OR WS-MOVE-DATE > WS-YEAR-END
               GO TO 2150-EXIT
           END-IF.
           IF TH-CREDIT
               ADD TH-AMOUNT TO WS-ACCT-CR
           ELSE
               ADD TH-AMOUNT TO WS-ACCT-DR
           END-IF.
       2150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - ADD AN ACCOUNT WITH INTEREST TO THE CUSTOMER    *
      *    Past the table, further accounts are lumped on the     *
      *    last line so the customer totals stay whole.           *
      *----------------------------------------------------------*
       2200-ADD-ACCOUNT.
           ADD 1 TO WS-INT-ACCT-CNT.
           ADD 1 TO WS-SUBJ-ACCT-CNT.
           ADD WS-ACCT-CR TO WS-SUBJ-CR.
           ADD WS-ACCT-DR TO WS-SUBJ-DR.
           IF WS-CA-COUNT < 20
               ADD 1 TO WS-CA-COUNT
               MOVE WS-CURR-ACCT TO WS-CA-ACCT (WS-CA-COUNT)
               MOVE WS-CURR-TYPE TO WS-CA-TYPE (WS-CA-COUNT)
               MOVE WS-CURR-NAME TO WS-CA-NAME (WS-CA-COUNT)
               MOVE WS-CURR-SOURCE TO WS-CA-SOURCE (WS-CA-COUNT)
               MOVE WS-ACCT-CR TO WS-CA-CR (WS-CA-COUNT)
               MOVE WS-ACCT-DR TO WS-CA-DR (WS-CA-COUNT)
           ELSE
               ADD 1 TO WS-CA-OVERFLOW-CNT
               MOVE 'OTHERS' TO WS-CA-ACCT (20)
               MOVE SPACE TO WS-CA-TYPE (20)
               MOVE 'FURTHER ACCOUNTS COMBINED' TO WS-CA-NAME (20)
               MOVE 'M' TO WS-CA-SOURCE (20)
               ADD WS-ACCT-CR TO WS-CA-CR (20)
               ADD WS-ACCT-DR TO WS-CA-DR (20)
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - CERTIFY THE FINISHED CUSTOMER, OR LIST IT       *
      *    A customer with no interest either way gets nothing.   *
      *----------------------------------------------------------*
       3000-CLOSE-CUSTOMER.
           MOVE 'N' TO WS-SUBJECT-SW.
           IF WS-SUBJ-CR = 0 AND WS-SUBJ-DR = 0
               GO TO 3000-EXIT
           END-IF.
           IF WS-SUBJ-CUST = SPACES OR WS-SUBJ-CUST = LOW-VALUES
               MOVE 'NO CUSTOMER LINK' TO WS-EXC-REASON
               PERFORM 3500-LIST-EXCEPTION THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-SUBJ-CUST TO CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON CUSTMS' TO WS-EXC-REASON
                   PERFORM 3500-LIST-EXCEPTION THRU 3500-EXIT
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 3100-PRINT-CERTIFICATE THRU 3100-EXIT.
           PERFORM 3200-WRITE-RETURN THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3100 - ONE CERTIFICATE PAGE                            *
      *----------------------------------------------------------*
       3100-PRINT-CERTIFICATE.
           ADD 1 TO WS-CERT-CNT.
           MOVE CTL-TAX-YEAR TO CL-HEAD-YEAR.
           MOVE WS-RUN-DATE TO CL-HEAD-DATE.
           WRITE CERT-RECORD FROM WS-CERT-HEAD-1.
           WRITE CERT-RECORD FROM WS-BLANK-LINE.
           MOVE CUST-NAME TO CL-NAME-TEXT.
           WRITE CERT-RECORD FROM WS-NAME-LINE.
           MOVE CUST-ADDR-LINE-1 TO CL-NAME-TEXT.
           WRITE CERT-RECORD FROM WS-NAME-LINE.
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO CL-NAME-TEXT
               WRITE CERT-RECORD FROM WS-NAME-LINE
           END-IF.
           MOVE SPACES TO CL-NAME-TEXT.
           STRING CUST-CITY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-POSTCODE DELIMITED BY SIZE
               INTO CL-NAME-TEXT.
           WRITE CERT-RECORD FROM WS-NAME-LINE.
           WRITE CERT-RECORD FROM WS-BLANK-LINE.
           MOVE WS-SUBJ-CUST TO CL-CUST-NO.
           WRITE CERT-RECORD FROM WS-CUST-LINE.
           WRITE CERT-RECORD FROM WS-BLANK-LINE.
           WRITE CERT-RECORD FROM WS-CERT-COLUMNS.
           PERFORM 3150-PRINT-ACCOUNT-LINE THRU 3150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CA-COUNT.
           WRITE CERT-RECORD FROM WS-BLANK-LINE.
           MOVE WS-SUBJ-CR TO CL-TOTAL-CR.
           MOVE WS-SUBJ-DR TO CL-TOTAL-DR.
           WRITE CERT-RECORD FROM WS-CERT-TOTAL.
           WRITE CERT-RECORD FROM WS-BLANK-LINE.
           WRITE CERT-RECORD FROM WS-CERT-FOOT.
       3100-EXIT.
           EXIT.
      *
       3150-PRINT-ACCOUNT-LINE.
           MOVE WS-CA-ACCT (WS-SUB) TO CL-ACCT-KEY.
           MOVE WS-CA-TYPE (WS-SUB) TO CL-ACCT-TYPE.
           MOVE WS-CA-NAME (WS-SUB) TO CL-ACCT-NAME.
           MOVE WS-CA-CR (WS-SUB) TO CL-ACCT-CR.
           MOVE WS-CA-DR (WS-SUB) TO CL-ACCT-DR.
           IF WS-CA-SOURCE (WS-SUB) = 'A'
               MOVE 'CLOSED' TO CL-ACCT-NOTE
           ELSE
               MOVE SPACES TO CL-ACCT-NOTE
           END-IF.
           WRITE CERT-RECORD FROM WS-CERT-DETAIL.
       3150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3200 - THE CUSTOMER'S DETAIL ON THE RETURN FILE        *
      *----------------------------------------------------------*
       3200-WRITE-RETURN.
           MOVE SPACES TO RETURN-RECORD.
           SET TX-DETAIL TO TRUE.
           MOVE WS-SUBJ-CUST TO TX-CUST-NO.
           MOVE CUST-NAME TO TX-CUST-NAME.
           MOVE CUST-ADDR-LINE-1 TO TX-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2 TO TX-ADDR-LINE-2.
           MOVE CUST-CITY TO TX-CITY.
           MOVE CUST-POSTCODE TO TX-POSTCODE.
           MOVE WS-SUBJ-ACCT-CNT TO TX-ACCT-COUNT.
           MOVE WS-SUBJ-CR TO TX-CR-INTEREST.
           MOVE WS-SUBJ-DR TO TX-DR-INTEREST.
           WRITE RETURN-RECORD.
           ADD WS-SUBJ-CR TO WS-RTN-CR-TOTAL.
           ADD WS-SUBJ-DR TO WS-RTN-DR-TOTAL.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3500 - LIST AN UNCERTIFIABLE CUSTOMER'S ACCOUNTS       *
      *    Reason in WS-EXC-REASON; one line per account with     *
      *    interest so the branch can repair each link.           *
      *----------------------------------------------------------*
       3500-LIST-EXCEPTION.
           ADD 1 TO WS-EXC-CUST-CNT.
           ADD WS-SUBJ-CR TO WS-EXC-CR-TOTAL.
           ADD WS-SUBJ-DR TO WS-EXC-DR-TOTAL.
           PERFORM 3550-LIST-EXCEPTION-ACCT THRU 3550-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CA-COUNT.
       3500-EXIT.
           EXIT.
      *
       3550-LIST-EXCEPTION-ACCT.
           ADD 1 TO WS-EXC-ACCT-CNT.
           MOVE WS-SUBJ-CUST TO EL-CUST-NO.
           MOVE WS-CA-ACCT (WS-SUB) TO EL-ACCT-KEY.
           IF WS-CA-SOURCE (WS-SUB) = 'A'
               MOVE 'ARCHIVE' TO EL-SOURCE
           ELSE
               MOVE 'MASTER' TO EL-SOURCE
           END-IF.
           MOVE WS-EXC-REASON TO EL-REASON.
           MOVE WS-CA-CR (WS-SUB) TO EL-ACCT-CR.
           MOVE WS-CA-DR (WS-SUB) TO EL-ACCT-DR.
           WRITE EXCEPTION-RECORD FROM WS-EXC-DETAIL.
       3550-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - RETURN TRAILER AND RUN SUMMARY                  *
      *----------------------------------------------------------*
       8000-PRODUCE-SUMMARY.
           MOVE SPACES TO RETURN-RECORD.
           SET TX-TRAILER TO TRUE.
           MOVE WS-CERT-CNT TO TX-DETAIL-COUNT.
           MOVE WS-RTN-CR-TOTAL TO TX-CR-TOTAL.
           MOVE WS-RTN-DR-TOTAL TO TX-DR-TOTAL.
           WRITE RETURN-RECORD.
           IF WS-EXC-CUST-CNT = 0
               MOVE 'NO EXCEPTIONS' TO EL-WARN-TEXT
               WRITE EXCEPTION-RECORD FROM WS-WARN-LINE
           END-IF.
           MOVE CTL-TAX-YEAR TO EL-SUMM-YEAR.
           WRITE EXCEPTION-RECORD FROM WS-SUMMARY-HEAD.
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE.
           IF WS-ARCH-OVERFLOW
               MOVE 'ARCHIVE TABLE FULL - RETURN FILE IS SHORT, HOLD IT'
                   TO EL-WARN-TEXT
               WRITE EXCEPTION-RECORD FROM WS-WARN-LINE
               WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE
           END-IF.
           MOVE 'MASTER ACCOUNTS READ' TO RL-COUNT-DESC.
           MOVE WS-MASTER-READ-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE 'ARCHIVE RECORDS READ' TO RL-COUNT-DESC.
           MOVE WS-ARCH-READ-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE '  CLOSED BEFORE THE YEAR' TO RL-COUNT-DESC.
           MOVE WS-ARCH-EARLY-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE '  STILL ON MASTER' TO RL-COUNT-DESC.
           MOVE WS-ARCH-ON-MASTER-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE '  ARCHIVED TWICE' TO RL-COUNT-DESC.
           MOVE WS-ARCH-DUP-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE '  LOADED' TO RL-COUNT-DESC.
           MOVE WS-ARCH-LOADED-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE '  NOT LOADED - TABLE FULL' TO RL-COUNT-DESC.
           MOVE WS-ARCH-LOST-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS WITH INTEREST' TO RL-COUNT-DESC.
           MOVE WS-INT-ACCT-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE 'CERTIFICATES / RETURN DETAILS' TO RL-COUNT-DESC.
           MOVE WS-CERT-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE 'EXCEPTION CUSTOMERS' TO RL-COUNT-DESC.
           MOVE WS-EXC-CUST-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE 'EXCEPTION ACCOUNT LINES' TO RL-COUNT-DESC.
           MOVE WS-EXC-ACCT-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS COMBINED ON A CERTIFICATE' TO RL-COUNT-DESC.
           MOVE WS-CA-OVERFLOW-CNT TO RL-COUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE.
           MOVE 'CREDIT INTEREST RETURNED' TO RL-AMOUNT-DESC.
           MOVE WS-RTN-CR-TOTAL TO RL-AMOUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'DEBIT INTEREST RETURNED' TO RL-AMOUNT-DESC.
           MOVE WS-RTN-DR-TOTAL TO RL-AMOUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'CREDIT INTEREST ON EXCEPTIONS' TO RL-AMOUNT-DESC.
           MOVE WS-EXC-CR-TOTAL TO RL-AMOUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'DEBIT INTEREST ON EXCEPTIONS' TO RL-AMOUNT-DESC.
           MOVE WS-EXC-DR-TOTAL TO RL-AMOUNT-VALUE.
           WRITE EXCEPTION-RECORD FROM WS-AMOUNT-LINE.
       8000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CERT-FILE.
           CLOSE RETURN-FILE.
           CLOSE EXCEPTION-FILE.
       9000-EXIT.
           EXIT.
