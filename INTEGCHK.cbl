       ID DIVISION.
       PROGRAM-ID. INTEGCHK.
      *    Weekly referential integrity sweep across the account
      *    master and the files that point at it or that it points
      *    at - ACCTMS, CUSTMS, STORDS, HOLDS, PENDAP and ACCTTYP.
      *    The online programs check a relationship when a record
      *    is keyed; this run catches the drift that comes after -
      *    CLOSPRG purges, customer closures, product types
      *    withdrawn from sale. Nothing is changed: every broken
      *    relationship is printed on INTGRPT under its category
      *    with a count per category, and written to the INTGEXC
      *    exceptions file (layout INTGREC) for operations to
      *    track until it is fixed.
      *
      *    Categories, in the order they are printed:
      *      1 an account whose customer number is not on CUSTMS
      *        (a blank number is an unlinked account, not a break)
      *      2 an open - active or dormant - account whose customer
      *        is closed. A closed account of a closed customer is
      *        how a relationship ends and is not listed.
      *      3 an open account on a product type that is withdrawn
      *        or not on ACCTTYP at all (blank is the legacy
      *        default product)
      *      4 an active standing order whose from-account or
      *        to-account is closed or no longer on ACCTMS - each
      *        broken leg is an item
      *      5 an active hold on an account that is closed or no
      *        longer on ACCTMS
      *      6 a PENDAP item still pending after the age limit,
      *        against an account that is closed or no longer on
      *        ACCTMS
      *    Categories 1 to 3 each take a pass of ACCTMS in key
      *    order, so each prints in account order; 4 to 6 read
      *    their own files in key order and look the account up.
      *
      *    The INTGCARD control card carries a tolerance for each
      *    category - the number of items the category may hold
      *    before the run calls it a failure - and the pending age
      *    limit in days for category 6. A tolerance left blank
      *    keeps zero; an age left blank or zero keeps the default
      *    in working storage. No card at all sweeps with the
      *    defaults. The as-of date is the SYSCTL business date,
      *    else the run date. The run ends with return code 4
      *    when any category holds more items than its tolerance.
      *
      *    Dante Cola 11.09.2026 - new for case TS015353420.
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
               RECORD KEY IS ACCT-KEY.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO.
           SELECT TYPE-FILE ASSIGN TO ACCTTYP
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TY-TYPE-CODE.
           SELECT ORDER-FILE ASSIGN TO STORDS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-NO.
           SELECT HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HD-KEY.
           SELECT PENDING-FILE ASSIGN TO PENDAP
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PD-KEY.
           SELECT SYSCTL-FILE ASSIGN TO SYSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SY-KEY.
           SELECT CONTROL-FILE ASSIGN TO INTGCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO INTGEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
      *
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
      *
       FD  TYPE-FILE.
       01  TYPE-RECORD.
           COPY TYPEREC.
      *
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           COPY STORREC.
      *
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.
      *
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
      *
       FD  SYSCTL-FILE.
       01  SYSCTL-RECORD.
           COPY SYSCTL.
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-TOLERANCE            PIC 9(05) OCCURS 6 TIMES.
           05  CTL-PEND-DAYS            PIC 9(03).
           05  FILLER                   PIC X(47).
      *
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           COPY INTGREC.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF                    VALUE 'Y'.
           05  WS-ORDER-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ORDER-EOF                   VALUE 'Y'.
           05  WS-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF                    VALUE 'Y'.
           05  WS-PEND-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF                    VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-OVER-TOL-SW           PIC X(01) VALUE 'N'.
               88  WS-OVER-TOLERANCE              VALUE 'Y'.
      *
      *    What the account lookup found for categories 4 to 6.
       01  WS-LOOKUP-SW                 PIC X(01).
           88  WS-LOOKUP-MISSING                  VALUE 'M'.
           88  WS-LOOKUP-CLOSED                   VALUE 'C'.
           88  WS-LOOKUP-OPEN                     VALUE 'O'.
      *
      *    Pending age limit in days - default, overridden from
      *    the INTGCARD card.
       77  WS-PEND-DAYS                 PIC 9(03) VALUE 014.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).
       01  WS-BUS-DATE                  PIC X(08).
       01  WS-PEND-CUTOFF               PIC X(08).
       01  WS-PEND-CUTOFF-9 REDEFINES WS-PEND-CUTOFF
                                        PIC 9(08).
       01  WS-DATE-WORK                 PIC 9(08).
       01  WS-DAY-NUMBER                PIC 9(07).
       01  WS-ZERO-KEY                  PIC X(21) VALUE ZEROS.
       01  WS-LOOKUP-ACCT               PIC X(10).
      *
      *    Category titles, items found and tolerances.
       01  WS-CAT-TITLE-VALUES.
           05  FILLER                   PIC X(44)
               VALUE 'ACCOUNT CUSTOMER NOT ON CUSTMS'.
           05  FILLER                   PIC X(44)
               VALUE 'CLOSED CUSTOMER OWNING AN OPEN ACCOUNT'.
           05  FILLER                   PIC X(44)
               VALUE 'OPEN ACCOUNT ON WITHDRAWN OR UNKNOWN TYPE'.
           05  FILLER                   PIC X(44)
               VALUE 'ACTIVE STANDING ORDER - ACCOUNT CLOSED/GONE'.
           05  FILLER                   PIC X(44)
               VALUE 'ACTIVE HOLD - ACCOUNT CLOSED/GONE'.
           05  FILLER                   PIC X(44)
               VALUE 'OLD PENDING APPROVAL - ACCOUNT CLOSED/GONE'.
       01  WS-CAT-TITLE-TABLE REDEFINES WS-CAT-TITLE-VALUES.
           05  WS-CAT-TITLE             PIC X(44) OCCURS 6 TIMES.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-COUNT         PIC 9(07).
               10  WS-CAT-TOL           PIC 9(05).
       01  WS-CAT                       PIC 9(04) COMP.
       01  WS-SUB                       PIC 9(04) COMP.
      *
       01  WS-TOTALS.
           05  WS-ACCT-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-ORDER-READ-CNT        PIC 9(09) VALUE 0.
           05  WS-HOLD-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-PEND-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-CNT         PIC 9(09) VALUE 0.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(44)
               VALUE 'REFERENTIAL INTEGRITY SWEEP - BUSINESS DATE'.
           05  RL-HEAD-BUS-DATE         PIC X(08).
           05  FILLER                   PIC X(07) VALUE '   RUN '.
           05  RL-HEAD-RUN-DATE         PIC X(08).
           05  FILLER                   PIC X(30)
               VALUE '   PENDING AGE LIMIT (DAYS) '.
           05  RL-HEAD-PEND-DAYS        PIC ZZ9.
           05  FILLER                   PIC X(32) VALUE SPACES.
      *
       01  WS-CAT-HEAD-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(09) VALUE 'CATEGORY '.
           05  RL-CH-CAT                PIC 9(01).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  RL-CH-TITLE              PIC X(44).
           05  FILLER                   PIC X(75) VALUE SPACES.
      *
       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(23) VALUE 'RECORD KEY'.
           05  FILLER                   PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(06) VALUE 'RSN'.
           05  FILLER                   PIC X(34) VALUE 'DETAIL'.
           05  FILLER                   PIC X(12) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(18)
               VALUE '            AMOUNT'.
           05  FILLER                   PIC X(17) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-DT-RECORD             PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DT-ACCT               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DT-REASON             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DT-TEXT               PIC X(32).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DT-REF                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DT-DATE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(17) VALUE SPACES.
      *
       01  WS-CAT-TOTAL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(13) VALUE 'ITEMS FOUND'.
           05  RL-CT-FOUND              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(14)
               VALUE '    TOLERANCE '.
           05  RL-CT-TOL                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-CT-VERDICT            PIC X(24).
           05  FILLER                   PIC X(63) VALUE SPACES.
      *
       01  WS-SUMMARY-HEAD.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(50)
               VALUE 'INTEGRITY SWEEP SUMMARY BY CATEGORY'.
           05  FILLER                   PIC X(09) VALUE '    ITEMS'.
           05  FILLER                   PIC X(11) VALUE '  TOLERANCE'.
           05  FILLER                   PIC X(62) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-SM-CAT                PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-SM-TITLE              PIC X(44).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-SM-FOUND              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RL-SM-TOL                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-SM-VERDICT            PIC X(24).
           05  FILLER                   PIC X(35) VALUE SPACES.
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
         PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ACCOUNTS THRU 2000-EXIT
               VARYING WS-CAT FROM 1 BY 1
               UNTIL WS-CAT > 3.
           MOVE 4 TO WS-CAT.
           PERFORM 3000-CHECK-ORDERS THRU 3000-EXIT.
           MOVE 5 TO WS-CAT.
           PERFORM 4000-CHECK-HOLDS THRU 4000-EXIT.
           MOVE 6 TO WS-CAT.
           PERFORM 5000-CHECK-PENDING THRU 5000-EXIT.
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-OVER-TOLERANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - OPEN FILES, SETTLE THE DATES AND TOLERANCES,    *
      *    START THE EXCEPTIONS FILE                              *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           INITIALIZE WS-CAT-TABLE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT TYPE-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           MOVE WS-BUS-DATE TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               - WS-PEND-DAYS.
           COMPUTE WS-PEND-CUTOFF-9 =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE SPACES TO EXCEPTION-RECORD.
           SET IX-HEADER TO TRUE.
           MOVE WS-BUS-DATE TO IX-HDR-BUS-DATE.
           MOVE WS-RUN-DATE TO IX-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO IX-RUN-TIME.
           WRITE EXCEPTION-RECORD.
           MOVE WS-BUS-DATE TO RL-HEAD-BUS-DATE.
           MOVE WS-RUN-DATE TO RL-HEAD-RUN-DATE.
           MOVE WS-PEND-DAYS TO RL-HEAD-PEND-DAYS.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
       1000-EXIT.
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
      *    1100 - THE INTGCARD CARD                               *
      *    A tolerance is taken when it reads as a number - zero  *
      *    is a tolerance like any other. The age limit is taken  *
      *    only when it reads as a number above zero.             *
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
           PERFORM 1150-TAKE-TOLERANCE THRU 1150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6.
           IF CTL-PEND-DAYS IS NUMERIC AND CTL-PEND-DAYS > 0
               MOVE CTL-PEND-DAYS TO WS-PEND-DAYS
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1150-TAKE-TOLERANCE.
           IF CTL-TOLERANCE (WS-SUB) IS NUMERIC
               MOVE CTL-TOLERANCE (WS-SUB) TO WS-CAT-TOL (WS-SUB)
           END-IF.
       1150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1500 - CATEGORY HEADING                                *
      *----------------------------------------------------------*
       1500-START-CATEGORY.
           MOVE WS-CAT TO RL-CH-CAT.
           MOVE WS-CAT-TITLE (WS-CAT) TO RL-CH-TITLE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-CAT-HEAD-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
       1500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2000 - ONE PASS OF ACCTMS FOR CATEGORY 1, 2 OR 3       *
      *    Each pass starts again from the lowest key so each     *
      *    category prints whole and in account order.            *
      *----------------------------------------------------------*
       2000-CHECK-ACCOUNTS.
           PERFORM 1500-START-CATEGORY THRU 1500-EXIT.
           MOVE 'N' TO WS-ACCT-EOF-SW.
           MOVE LOW-VALUES TO ACCT-KEY.
           START ACCOUNT-FILE KEY IS NOT < ACCT-KEY
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.
           PERFORM 2100-NEXT-ACCOUNT THRU 2100-EXIT
               UNTIL WS-ACCT-EOF.
           PERFORM 7000-END-CATEGORY THRU 7000-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.
           IF WS-ACCT-EOF
               GO TO 2100-EXIT
           END-IF.
           IF WS-CAT = 1
               ADD 1 TO WS-ACCT-READ-CNT
           END-IF.
           EVALUATE WS-CAT
               WHEN 1
                   PERFORM 2200-CHECK-CUST-ON-FILE THRU 2200-EXIT
               WHEN 2
                   PERFORM 2300-CHECK-CUST-CLOSED THRU 2300-EXIT
               WHEN 3
                   PERFORM 2400-CHECK-TYPE THRU 2400-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - CATEGORY 1 - CUSTOMER NUMBER NOT ON CUSTMS      *
      *    Open and closed accounts alike: a closed account stays *
      *    on file until CLOSPRG purges it and still goes on the  *
      *    statements and the tax return under its customer.      *
      *----------------------------------------------------------*
       2200-CHECK-CUST-ON-FILE.
           IF ACCT-CUST-NO = SPACES OR ACCT-CUST-NO = LOW-VALUES
               GO TO 2200-EXIT
           END-IF.
           MOVE ACCT-CUST-NO TO CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO 2200-EXIT
           END-READ.
           PERFORM 2900-SET-ACCOUNT-ITEM THRU 2900-EXIT.
           SET IX-REASON-NO-CUST TO TRUE.
           MOVE ACCT-CUST-NO TO IX-REF-KEY.
           MOVE 'CUSTOMER NOT ON CUSTMS' TO IX-TEXT.
           PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2300 - CATEGORY 2 - CLOSED CUSTOMER, OPEN ACCOUNT      *
      *    A customer missing altogether was category 1.          *
      *----------------------------------------------------------*
       2300-CHECK-CUST-CLOSED.
           IF ACCT-CLOSED
               GO TO 2300-EXIT
           END-IF.
           IF ACCT-CUST-NO = SPACES OR ACCT-CUST-NO = LOW-VALUES
               GO TO 2300-EXIT
           END-IF.
           MOVE ACCT-CUST-NO TO CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY GO TO 2300-EXIT
           END-READ.
           IF NOT CUST-CLOSED
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2900-SET-ACCOUNT-ITEM THRU 2900-EXIT.
           SET IX-REASON-CUST-CLOSED TO TRUE.
           MOVE ACCT-CUST-NO TO IX-REF-KEY.
           IF ACCT-DORMANT
               MOVE 'CUSTOMER CLOSED - ACCOUNT DORMANT' TO IX-TEXT
           ELSE
               MOVE 'CUSTOMER CLOSED - ACCOUNT ACTIVE' TO IX-TEXT
           END-IF.
           PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
       2300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2400 - CATEGORY 3 - OPEN ACCOUNT, TYPE NOT ON SALE     *
      *----------------------------------------------------------*
       2400-CHECK-TYPE.
           IF ACCT-CLOSED
               GO TO 2400-EXIT
           END-IF.
           IF ACCT-TYPE = SPACE OR ACCT-TYPE = LOW-VALUE
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2900-SET-ACCOUNT-ITEM THRU 2900-EXIT.
           MOVE ACCT-TYPE TO IX-REF-KEY.
           MOVE ACCT-TYPE TO TY-TYPE-CODE.
           READ TYPE-FILE
               INVALID KEY
                   SET IX-REASON-NO-TYPE TO TRUE
                   MOVE 'TYPE NOT ON ACCTTYP' TO IX-TEXT
                   PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
                   GO TO 2400-EXIT
           END-READ.
           IF TY-WITHDRAWN
               SET IX-REASON-TYPE-WDRAWN TO TRUE
               MOVE 'TYPE WITHDRAWN FROM SALE' TO IX-TEXT
               PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *    The exception fields every account category shares.
       2900-SET-ACCOUNT-ITEM.
           MOVE SPACES TO EXCEPTION-RECORD.
           SET IX-DETAIL TO TRUE.
           MOVE 'ACCTMS' TO IX-FILE.
           MOVE ACCT-KEY TO IX-RECORD-KEY.
           MOVE ACCT-KEY TO IX-ACCT-KEY.
           MOVE ACCT-OPEN-DATE TO IX-ITEM-DATE.
           MOVE ACCT-BALANCE TO IX-AMOUNT.
       2900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - CATEGORY 4 - ACTIVE STANDING ORDERS             *
      *    Both legs are looked up; each one closed or gone is an *
      *    item, with the other leg as the reference.            *
      *----------------------------------------------------------*
       3000-CHECK-ORDERS.
           PERFORM 1500-START-CATEGORY THRU 1500-EXIT.
           OPEN INPUT ORDER-FILE.
           PERFORM 3100-NEXT-ORDER THRU 3100-EXIT
               UNTIL WS-ORDER-EOF.
           CLOSE ORDER-FILE.
           PERFORM 7000-END-CATEGORY THRU 7000-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-NEXT-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET WS-ORDER-EOF TO TRUE
           END-READ.
           IF WS-ORDER-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ORDER-READ-CNT.
           IF NOT SO-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           MOVE SO-FROM-ACCT TO WS-LOOKUP-ACCT.
           PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
           IF NOT WS-LOOKUP-OPEN
               PERFORM 3200-SET-ORDER-ITEM THRU 3200-EXIT
               MOVE SO-FROM-ACCT TO IX-ACCT-KEY
               MOVE SO-TO-ACCT TO IX-REF-KEY
               IF WS-LOOKUP-MISSING
                   MOVE 'FROM ACCOUNT NOT ON ACCTMS' TO IX-TEXT
               ELSE
                   MOVE 'FROM ACCOUNT CLOSED' TO IX-TEXT
               END-IF
               PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
           END-IF.
           MOVE SO-TO-ACCT TO WS-LOOKUP-ACCT.
           PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
           IF NOT WS-LOOKUP-OPEN
               PERFORM 3200-SET-ORDER-ITEM THRU 3200-EXIT
               MOVE SO-TO-ACCT TO IX-ACCT-KEY
               MOVE SO-FROM-ACCT TO IX-REF-KEY
               IF WS-LOOKUP-MISSING
                   MOVE 'TO ACCOUNT NOT ON ACCTMS' TO IX-TEXT
               ELSE
                   MOVE 'TO ACCOUNT CLOSED' TO IX-TEXT
               END-IF
               PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-SET-ORDER-ITEM.
           MOVE SPACES TO EXCEPTION-RECORD.
           SET IX-DETAIL TO TRUE.
           MOVE 'STORDS' TO IX-FILE.
           MOVE SO-ORDER-NO TO IX-RECORD-KEY.
           MOVE SO-NEXT-DUE-DATE TO IX-ITEM-DATE.
           MOVE SO-AMOUNT TO IX-AMOUNT.
           PERFORM 6100-SET-LOOKUP-REASON THRU 6100-EXIT.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    4000 - CATEGORY 5 - ACTIVE HOLDS                       *
      *    Expired holds still active are included - they are     *
      *    left for the teller to tidy, and on a closed or purged *
      *    account there is no teller work left to tidy them.     *
      *----------------------------------------------------------*
       4000-CHECK-HOLDS.
           PERFORM 1500-START-CATEGORY THRU 1500-EXIT.
           OPEN INPUT HOLD-FILE.
           PERFORM 4100-NEXT-HOLD THRU 4100-EXIT
               UNTIL WS-HOLD-EOF.
           CLOSE HOLD-FILE.
           PERFORM 7000-END-CATEGORY THRU 7000-EXIT.
       4000-EXIT.
           EXIT.
      *
       4100-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET WS-HOLD-EOF TO TRUE
           END-READ.
           IF WS-HOLD-EOF
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-READ-CNT.
           IF NOT HD-ACTIVE
               GO TO 4100-EXIT
           END-IF.
           MOVE HD-ACCT-KEY TO WS-LOOKUP-ACCT.
           PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
           IF WS-LOOKUP-OPEN
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           SET IX-DETAIL TO TRUE.
           MOVE 'HOLDS' TO IX-FILE.
           MOVE HD-KEY TO IX-RECORD-KEY.
           MOVE HD-ACCT-KEY TO IX-ACCT-KEY.
           MOVE HD-PLACED-OPID TO IX-REF-KEY.
           MOVE HD-PLACED-DATE TO IX-ITEM-DATE.
           MOVE HD-AMOUNT TO IX-AMOUNT.
           PERFORM 6100-SET-LOOKUP-REASON THRU 6100-EXIT.
           IF WS-LOOKUP-MISSING
               MOVE 'HOLD ACTIVE - ACCOUNT NOT ON FILE' TO IX-TEXT
           ELSE
               MOVE 'HOLD ACTIVE - ACCOUNT CLOSED' TO IX-TEXT
           END-IF.
           PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    5000 - CATEGORY 6 - STALE PENDING APPROVALS            *
      *    Pending items requested on or before the age cutoff   *
      *    (the business date less the age limit). The all-zero  *
      *    key is the control record.                             *
      *----------------------------------------------------------*
       5000-CHECK-PENDING.
           PERFORM 1500-START-CATEGORY THRU 1500-EXIT.
           OPEN INPUT PENDING-FILE.
           PERFORM 5100-NEXT-PENDING THRU 5100-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE PENDING-FILE.
           PERFORM 7000-END-CATEGORY THRU 7000-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END SET WS-PEND-EOF TO TRUE
           END-READ.
           IF WS-PEND-EOF
               GO TO 5100-EXIT
           END-IF.
           IF PD-KEY = WS-ZERO-KEY
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-PEND-READ-CNT.
           IF NOT PD-PENDING OR PD-DATE > WS-PEND-CUTOFF
               GO TO 5100-EXIT
           END-IF.
           MOVE PD-ACCT-KEY TO WS-LOOKUP-ACCT.
           PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
           IF WS-LOOKUP-OPEN
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           SET IX-DETAIL TO TRUE.
           MOVE 'PENDAP' TO IX-FILE.
           MOVE PD-KEY TO IX-RECORD-KEY.
           MOVE PD-ACCT-KEY TO IX-ACCT-KEY.
           MOVE PD-REQ-OPERID TO IX-REF-KEY.
           MOVE PD-DATE TO IX-ITEM-DATE.
           MOVE PD-NEW-BALANCE TO IX-AMOUNT.
           PERFORM 6100-SET-LOOKUP-REASON THRU 6100-EXIT.
           MOVE 'FUNCTION   PENDING - ACCT' TO IX-TEXT.
           MOVE PD-FUNCTION TO IX-TEXT (10:1).
           IF WS-LOOKUP-MISSING
               MOVE 'GONE' TO IX-TEXT (27:4)
           ELSE
               MOVE 'CLOSED' TO IX-TEXT (27:6)
           END-IF.
           PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    6000 - IS THE ACCOUNT ON ACCTMS, AND IS IT OPEN        *
      *    Dormant counts as open - it still takes credits and    *
      *    can be reactivated.                                    *
      *----------------------------------------------------------*
       6000-LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-ACCT TO ACCT-KEY.
           READ ACCOUNT-FILE
               INVALID KEY
                   SET WS-LOOKUP-MISSING TO TRUE
                   GO TO 6000-EXIT
           END-READ.
           IF ACCT-CLOSED
               SET WS-LOOKUP-CLOSED TO TRUE
           ELSE
               SET WS-LOOKUP-OPEN TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-SET-LOOKUP-REASON.
           IF WS-LOOKUP-MISSING
               SET IX-REASON-NO-ACCT TO TRUE
           ELSE
               SET IX-REASON-ACCT-CLOSED TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    7000 - CATEGORY COUNT AGAINST ITS TOLERANCE            *
      *----------------------------------------------------------*
       7000-END-CATEGORY.
           MOVE WS-CAT-COUNT (WS-CAT) TO RL-CT-FOUND.
           MOVE WS-CAT-TOL (WS-CAT) TO RL-CT-TOL.
           IF WS-CAT-COUNT (WS-CAT) > WS-CAT-TOL (WS-CAT)
               SET WS-OVER-TOLERANCE TO TRUE
               MOVE '*** OVER TOLERANCE ***' TO RL-CT-VERDICT
           ELSE
               MOVE 'WITHIN TOLERANCE' TO RL-CT-VERDICT
           END-IF.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-CAT-TOTAL-LINE.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    7500 - WRITE ONE EXCEPTION TO THE FILE AND THE REPORT  *
      *    The caller has filled the detail; the category and the *
      *    business date are added here.                          *
      *----------------------------------------------------------*
       7500-WRITE-EXCEPTION.
           MOVE WS-CAT TO IX-CATEGORY.
           MOVE WS-BUS-DATE TO IX-BUS-DATE.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-CAT-COUNT (WS-CAT).
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE IX-RECORD-KEY TO RL-DT-RECORD.
           MOVE IX-ACCT-KEY TO RL-DT-ACCT.
           MOVE IX-REASON TO RL-DT-REASON.
           MOVE IX-TEXT TO RL-DT-TEXT.
           MOVE IX-REF-KEY TO RL-DT-REF.
           MOVE IX-ITEM-DATE TO RL-DT-DATE.
           MOVE IX-AMOUNT TO RL-DT-AMOUNT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
       7500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - TRAILER, SUMMARY BY CATEGORY, RECORDS READ      *
      *----------------------------------------------------------*
       8000-PRODUCE-SUMMARY.
           MOVE SPACES TO EXCEPTION-RECORD.
           SET IX-TRAILER TO TRUE.
           MOVE WS-EXCEPTION-CNT TO IX-DETAIL-COUNT.
           PERFORM 8100-TRAILER-COUNT THRU 8100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6.
           WRITE EXCEPTION-RECORD.
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEAD.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM 8200-SUMMARY-LINE THRU 8200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ACCOUNTS READ' TO RL-COUNT-DESC.
           MOVE WS-ACCT-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'STANDING ORDERS READ' TO RL-COUNT-DESC.
           MOVE WS-ORDER-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'HOLDS READ' TO RL-COUNT-DESC.
           MOVE WS-HOLD-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'PENDING APPROVAL ITEMS READ' TO RL-COUNT-DESC.
           MOVE WS-PEND-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS WRITTEN' TO RL-COUNT-DESC.
           MOVE WS-EXCEPTION-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
       8000-EXIT.
           EXIT.
      *
       8100-TRAILER-COUNT.
           MOVE WS-CAT-COUNT (WS-SUB) TO IX-CATEGORY-COUNT (WS-SUB).
       8100-EXIT.
           EXIT.
      *
       8200-SUMMARY-LINE.
           MOVE WS-SUB TO RL-SM-CAT.
           MOVE WS-CAT-TITLE (WS-SUB) TO RL-SM-TITLE.
           MOVE WS-CAT-COUNT (WS-SUB) TO RL-SM-FOUND.
           MOVE WS-CAT-TOL (WS-SUB) TO RL-SM-TOL.
           IF WS-CAT-COUNT (WS-SUB) > WS-CAT-TOL (WS-SUB)
               MOVE '*** OVER TOLERANCE ***' TO RL-SM-VERDICT
           ELSE
               MOVE 'WITHIN TOLERANCE' TO RL-SM-VERDICT
           END-IF.
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
       8200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE TYPE-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
