       ID DIVISION.
       PROGRAM-ID. ODEXCESS.
      *    Nightly unarranged overdraft excess run over the ACCTMS
      *    account master. CICS001 refuses a withdrawal beyond the
      *    arranged limit, but INTACCR fees and debit interest and
      *    supervisor-approved postings can still take an account
      *    past ACCT-OD-LIMIT - or below zero when there is no
      *    facility at all (a zero or non-numeric limit, per the
      *    ACCTREC header note). This run keeps the ODARRS arrears
      *    file (layout EXCSREC) that records how long each such
      *    account has been in excess and how far, and drives the
      *    collection letters. Runs after INTACCR and STORPOST so
      *    the night's fees, interest and orders are on the
      *    balances it reads.
      *
      *    An open (active or dormant) account whose balance plus
      *    limit is below zero is in excess by the difference. The
      *    first night it is found an arrears record is written
      *    with the business date as the start; each night after,
      *    the days in excess, the current excess, the balance and
      *    limit are refreshed and the highest excess kept. The
      *    night an account is back within its limit its arrears
      *    record is deleted and written to the ODCURE closure log
      *    (layout EXCSLOG) as cured. An arrears record whose
      *    account is no longer on the master is closed the same
      *    way as gone.
      *
      *    Collection letters go out on ODXLTR, one page each,
      *    addressed from CUSTMS through ACCT-CUST-NO: a reminder,
      *    a formal demand and a final notice once the days in
      *    excess reach the counts on the ODXCARD control card.
      *    An account that passes a count without its letter (an
      *    arrears record from before a long gap) gets the latest
      *    letter due, not every one. XS-STAGE records the last
      *    letter sent, so a rerun for the same business date
      *    sends nothing twice. An account with no customer link,
      *    or whose customer is not on CUSTMS, cannot be written
      *    to: the letter is listed on the report as not sent and
      *    stays due until the link is put right.
      *
      *    ODXRPT, for the branch manager, lists the accounts in
      *    excess by days-in-excess band with band totals, then
      *    the excesses closed tonight and the run summary. A
      *    letter sent tonight is marked * against the account, a
      *    letter due and not sent ?.
      *
      *    No card, or a count that will not read as a number
      *    above zero, keeps the default in working storage; three
      *    counts that do not rise from reminder to final notice
      *    are all set aside for the defaults with a warning. The
      *    run ends with return code 4 after such a warning, when
      *    any letter due was not sent, or when more accounts were
      *    in excess or closed than the report tables hold (the
      *    arrears file, closure log and letters are still
      *    complete).
      *
      *    The run registers on the RUNCTL run-control file
      *    through the RUNREG subprogram as it starts and ends,
      *    like the other batch-window programs.
      *
      *    Dante Cola 12.09.2026 - new for case TS015354708.
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
           SELECT ARREARS-FILE ASSIGN TO ODARRS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XS-ACCT-KEY.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO.
           SELECT CONTROL-FILE ASSIGN TO ODXCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO ODCURE
               ORGANIZATION IS SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO ODXLTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO ODXRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
      *
       FD  ARREARS-FILE.
       01  ARREARS-RECORD.
           COPY EXCSREC.
      *
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-REMIND-DAYS          PIC 9(03).
           05  CTL-DEMAND-DAYS          PIC 9(03).
           05  CTL-FINAL-DAYS           PIC 9(03).
           05  FILLER                   PIC X(71).
      *
       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-RECORD.
           COPY EXCSLOG.
      *
       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD                PIC X(133).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCT-EOF                    VALUE 'Y'.
           05  WS-ARREARS-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-ARREARS-EOF                 VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF                 VALUE 'Y'.
           05  WS-ON-ARREARS-SW         PIC X(01) VALUE 'N'.
               88  WS-ON-ARREARS                  VALUE 'Y'.
           05  WS-CARD-BAD-SW           PIC X(01) VALUE 'N'.
               88  WS-CARD-BAD                    VALUE 'Y'.
           05  WS-XT-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  WS-XT-OVERFLOW                 VALUE 'Y'.
           05  WS-CT-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  WS-CT-OVERFLOW                 VALUE 'Y'.
      *
       01  WS-RUN-PARMS.
           COPY RUNPARM.
      *
      *    Days in excess at which each letter falls due -
      *    defaults, overridden from the ODXCARD card.
       77  WS-REMIND-DAYS               PIC 9(03) VALUE 007.
       77  WS-DEMAND-DAYS               PIC 9(03) VALUE 021.
       77  WS-FINAL-DAYS                PIC 9(03) VALUE 035.
      *
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-BUS-DATE                  PIC X(08).
       01  WS-DATE-WORK                 PIC 9(08).
       01  WS-BUS-DAY-NUMBER            PIC 9(07).
       01  WS-START-DAY-NUMBER          PIC 9(07).
       01  WS-OD-LIMIT                  PIC S9(09)V99 COMP-3.
       01  WS-HEADROOM                  PIC S9(11)V99 COMP-3.
       01  WS-EXCESS                    PIC S9(11)V99 COMP-3.
      *
      *    The letter due tonight and what became of it.
       01  WS-DUE-STAGE                 PIC X(01).
       01  WS-DUE-STAGE-9 REDEFINES WS-DUE-STAGE
                                        PIC 9(01).
       01  WS-LETTER-MARK               PIC X(01).
       01  WS-CLOSE-REASON              PIC X(01).
      *
      *    Days-in-excess bands for the report - the top day of
      *    each band and its heading.
       01  WS-BAND-VALUES.
           05  FILLER                   PIC X(15)
               VALUE '00007  1 -   7 '.
           05  FILLER                   PIC X(15)
               VALUE '00014  8 -  14 '.
           05  FILLER                   PIC X(15)
               VALUE '00030 15 -  30 '.
           05  FILLER                   PIC X(15)
               VALUE '00060 31 -  60 '.
           05  FILLER                   PIC X(15)
               VALUE '00090 61 -  90 '.
           05  FILLER                   PIC X(15)
               VALUE '99999 OVER 90  '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 6 TIMES.
               10  WS-BAND-HIGH         PIC 9(05).
               10  WS-BAND-LABEL        PIC X(10).
       01  WS-BAND-TOTALS.
           05  WS-BT-ENTRY OCCURS 6 TIMES.
               10  WS-BT-COUNT          PIC 9(07).
               10  WS-BT-EXCESS         PIC S9(13)V99 COMP-3.
       01  WS-BAND                      PIC 9(04) COMP.
       01  WS-SUB                       PIC 9(04) COMP.
      *
      *    Accounts in excess tonight, kept for the banded report.
       01  WS-XT-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-XT-TABLE.
           05  WS-XT-ENTRY OCCURS 5000 TIMES.
               10  WS-XT-ACCT           PIC X(10).
               10  WS-XT-NAME           PIC X(24).
               10  WS-XT-CUST           PIC X(08).
               10  WS-XT-START          PIC X(08).
               10  WS-XT-DAYS           PIC 9(05).
               10  WS-XT-BALANCE        PIC S9(09)V99 COMP-3.
               10  WS-XT-EXCESS         PIC S9(09)V99 COMP-3.
               10  WS-XT-HIGH           PIC S9(09)V99 COMP-3.
               10  WS-XT-STAGE          PIC X(01).
               10  WS-XT-MARK           PIC X(01).
               10  WS-XT-BAND           PIC 9(01).
      *
      *    Excesses closed tonight, kept for the report.
       01  WS-CT-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-ACCT           PIC X(10).
               10  WS-CT-REASON         PIC X(01).
               10  WS-CT-START          PIC X(08).
               10  WS-CT-DAYS           PIC 9(05).
               10  WS-CT-HIGH           PIC S9(09)V99 COMP-3.
               10  WS-CT-BALANCE        PIC S9(09)V99 COMP-3.
               10  WS-CT-STAGE          PIC X(01).
      *
      *    Stage names, and the body of each letter.
       01  WS-STAGE-NAME-VALUES.
           05  FILLER                   PIC X(08) VALUE 'NONE'.
           05  FILLER                   PIC X(08) VALUE 'REMINDER'.
           05  FILLER                   PIC X(08) VALUE 'DEMAND'.
           05  FILLER                   PIC X(08) VALUE 'FINAL'.
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAME-VALUES.
           05  WS-STAGE-NAME            PIC X(08) OCCURS 4 TIMES.
      *
       01  WS-LETTER-VALUES.
           05  FILLER                   PIC X(48)
               VALUE 'REMINDER - YOUR ACCOUNT IS OVER ITS LIMIT'.
           05  FILLER                   PIC X(48)
               VALUE 'YOUR ACCOUNT IS OVERDRAWN BEYOND THE LIMIT'.
           05  FILLER                   PIC X(48)
               VALUE 'AGREED WITH YOU. PLEASE PAY IN ENOUGH TO BRING'.
           05  FILLER                   PIC X(48)
               VALUE 'THE BALANCE BACK WITHIN THE LIMIT, OR CONTACT'.
           05  FILLER                   PIC X(48)
               VALUE 'YOUR BRANCH TO DISCUSS AN ARRANGED OVERDRAFT.'.
           05  FILLER                   PIC X(48)
               VALUE 'FORMAL DEMAND FOR REPAYMENT'.
           05  FILLER                   PIC X(48)
               VALUE 'DESPITE OUR REMINDER YOUR ACCOUNT REMAINS OVER'.
           05  FILLER                   PIC X(48)
               VALUE 'ITS AGREED LIMIT. WE NOW FORMALLY DEMAND'.
           05  FILLER                   PIC X(48)
               VALUE 'REPAYMENT OF THE AMOUNT OVER THE LIMIT SHOWN'.
           05  FILLER                   PIC X(48)
               VALUE 'BELOW WITHOUT FURTHER DELAY.'.
           05  FILLER                   PIC X(48)
               VALUE 'FINAL NOTICE BEFORE COLLECTION ACTION'.
           05  FILLER                   PIC X(48)
               VALUE 'YOUR ACCOUNT IS STILL OVER ITS AGREED LIMIT AND'.
           05  FILLER                   PIC X(48)
               VALUE 'OUR FORMAL DEMAND HAS NOT BEEN MET. UNLESS THE'.
           05  FILLER                   PIC X(48)
               VALUE 'AMOUNT BELOW IS REPAID, THE ACCOUNT WILL BE'.
           05  FILLER                   PIC X(48)
               VALUE 'PASSED TO COLLECTIONS WITHOUT FURTHER NOTICE.'.
       01  WS-LETTER-TABLE REDEFINES WS-LETTER-VALUES.
           05  WS-LETTER-STAGE OCCURS 3 TIMES.
               10  WS-LETTER-TITLE      PIC X(48).
               10  WS-LETTER-BODY       PIC X(48) OCCURS 4 TIMES.
       01  WS-LSUB                      PIC 9(04) COMP.
      *
       01  WS-TOTALS.
           05  WS-READ-CNT              PIC 9(09) VALUE 0.
           05  WS-EXCESS-CNT            PIC 9(09) VALUE 0.
           05  WS-NEW-CNT               PIC 9(09) VALUE 0.
           05  WS-CURED-CNT             PIC 9(09) VALUE 0.
           05  WS-GONE-CNT              PIC 9(09) VALUE 0.
           05  WS-REMIND-CNT            PIC 9(09) VALUE 0.
           05  WS-DEMAND-CNT            PIC 9(09) VALUE 0.
           05  WS-FINAL-CNT             PIC 9(09) VALUE 0.
           05  WS-UNSENT-CNT            PIC 9(09) VALUE 0.
           05  WS-EXCESS-TOTAL          PIC S9(13)V99 COMP-3
                                                  VALUE 0.
      *
       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(46)
               VALUE 'UNARRANGED OVERDRAFT EXCESS - BUSINESS DATE'.
           05  RL-HEAD-BUS-DATE         PIC X(08).
           05  FILLER                   PIC X(28)
               VALUE '   LETTERS AT DAYS IN EXCESS'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RL-HEAD-REMIND           PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RL-HEAD-DEMAND           PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RL-HEAD-FINAL            PIC ZZ9.
           05  FILLER                   PIC X(38) VALUE SPACES.
      *
       01  WS-BAND-HEAD-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(15)
               VALUE 'DAYS IN EXCESS'.
           05  RL-BH-LABEL              PIC X(10).
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(26) VALUE 'ACCOUNT NAME'.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'SINCE'.
           05  FILLER                   PIC X(08) VALUE '  DAYS'.
           05  FILLER                   PIC X(19)
               VALUE '           BALANCE'.
           05  FILLER                   PIC X(19)
               VALUE '        EXCESS NOW'.
           05  FILLER                   PIC X(19)
               VALUE '    HIGHEST EXCESS'.
           05  FILLER                   PIC X(09) VALUE ' LETTER'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-DL-ACCT               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-NAME               PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-CUST               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-START              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-DAYS               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DL-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DL-EXCESS             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DL-HIGH               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DL-MARK               PIC X(01).
           05  RL-DL-STAGE              PIC X(08).
      *
       01  WS-BAND-TOTAL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(20)
               VALUE 'BAND TOTAL'.
           05  FILLER                   PIC X(09) VALUE 'ACCOUNTS'.
           05  RL-BT-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  RL-BT-EXCESS             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(26) VALUE SPACES.
      *
       01  WS-CLOSED-HEAD-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132)
               VALUE 'EXCESS CLOSED TONIGHT - C BACK WITHIN LIMIT, G AC
      -        'COUNT NO LONGER ON ACCTMS'.
      *
       01  WS-CLOSED-COLUMN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(04) VALUE 'R'.
           05  FILLER                   PIC X(10) VALUE 'SINCE'.
           05  FILLER                   PIC X(08) VALUE '  DAYS'.
           05  FILLER                   PIC X(19)
               VALUE '   HIGHEST EXCESS'.
           05  FILLER                   PIC X(19)
               VALUE '     CLOSE BALANCE'.
           05  FILLER                   PIC X(60) VALUE ' LAST LETTER'.
      *
       01  WS-CLOSED-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-CL-ACCT               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CL-REASON             PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-CL-START              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CL-DAYS               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CL-HIGH               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-CL-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CL-STAGE              PIC X(08).
           05  FILLER                   PIC X(51) VALUE SPACES.
      *
       01  WS-UNSENT-HEAD-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132)
               VALUE 'LETTERS DUE AND NOT SENT - STILL DUE NEXT RUN'.
      *
       01  WS-UNSENT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(09) VALUE 'ACCOUNT'.
           05  RL-UL-ACCT               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-UL-STAGE              PIC X(08).
           05  FILLER                   PIC X(30)
               VALUE ' LETTER DUE AND NOT SENT -'.
           05  RL-UL-REASON             PIC X(30).
           05  FILLER                   PIC X(43) VALUE SPACES.
      *
       01  WS-SUMMARY-HEAD.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(45)
               VALUE 'OVERDRAFT EXCESS SUMMARY - BUSINESS DATE'.
           05  RL-SH-BUS-DATE           PIC X(08).
           05  FILLER                   PIC X(79) VALUE SPACES.
      *
       01  WS-BAND-SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(15)
               VALUE 'DAYS IN EXCESS'.
           05  RL-BS-LABEL              PIC X(10).
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  RL-BS-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-BS-EXCESS             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(63) VALUE SPACES.
      *
       01  WS-WARN-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  RL-WARN-TEXT             PIC X(132).
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
      *    Letter lines.
       01  WS-LTR-HEAD-LINE.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  LL-TITLE                 PIC X(48).
           05  FILLER                   PIC X(08) VALUE '   DATE'.
           05  LL-DATE                  PIC X(08).
           05  FILLER                   PIC X(68) VALUE SPACES.
      *
       01  WS-LTR-NAME-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  LL-NAME-TEXT             PIC X(40).
           05  FILLER                   PIC X(92) VALUE SPACES.
      *
       01  WS-LTR-CUST-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(17)
               VALUE 'CUSTOMER NUMBER'.
           05  LL-CUST-NO               PIC X(08).
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-LTR-ACCT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(17) VALUE 'ACCOUNT'.
           05  LL-ACCT-KEY              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LL-ACCT-NAME             PIC X(30).
           05  FILLER                   PIC X(73) VALUE SPACES.
      *
       01  WS-LTR-TEXT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  LL-TEXT                  PIC X(48).
           05  FILLER                   PIC X(84) VALUE SPACES.
      *
       01  WS-LTR-AMOUNT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  LL-AMOUNT-DESC           PIC X(30).
           05  LL-AMOUNT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(84) VALUE SPACES.
      *
       01  WS-LTR-DATE-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  LL-DATE-DESC             PIC X(30).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  LL-DATE-VALUE            PIC X(08).
           05  FILLER                   PIC X(84) VALUE SPACES.
      *
       01  WS-LTR-FOOT.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132)
               VALUE 'IF YOU HAVE ALREADY PAID IN, PLEASE ACCEPT OUR TH
      -        'ANKS AND DISREGARD THIS LETTER.'.
      *
         PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ACCT-EOF.
           PERFORM 3000-SWEEP-GONE THRU 3000-EXIT.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-CARD-BAD OR WS-UNSENT-CNT > 0
                   OR WS-XT-OVERFLOW OR WS-CT-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-REGISTER-END THRU 9100-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      *    1000 - REGISTER, OPEN FILES, SETTLE THE LETTER COUNTS  *
      *    The business date is the one RUNREG settled for the    *
      *    run.                                                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-REGISTER-START THRU 1010-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RR-BUS-DATE TO WS-BUS-DATE.
           INITIALIZE WS-BAND-TOTALS.
           OPEN INPUT ACCOUNT-FILE.
           OPEN I-O ARREARS-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           MOVE WS-BUS-DATE TO RL-HEAD-BUS-DATE.
           MOVE WS-REMIND-DAYS TO RL-HEAD-REMIND.
           MOVE WS-DEMAND-DAYS TO RL-HEAD-DEMAND.
           MOVE WS-FINAL-DAYS TO RL-HEAD-FINAL.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-UNSENT-HEAD-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE WS-BUS-DATE TO WS-DATE-WORK.
           COMPUTE WS-BUS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
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
           MOVE 'ODEXCESS' TO RR-PROGRAM.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF RR-OK
               GO TO 1010-EXIT
           END-IF.
           IF RR-ALREADY-RUN
               DISPLAY 'ODEXCESS - ALREADY RUN FOR ' RR-BUS-DATE
                   ' - NO RERUN FLAGGED - RUN ENDS'
           ELSE
               DISPLAY 'ODEXCESS - RUNCTL NOT WRITTEN - RUN ENDS'
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1010-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    1100 - THE ODXCARD CARD                                *
      *    Each count is taken only when it reads as a number     *
      *    above zero; counts that do not rise from reminder to   *
      *    final notice are set aside for the defaults.           *
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
           IF CTL-REMIND-DAYS IS NUMERIC AND CTL-REMIND-DAYS > 0
               MOVE CTL-REMIND-DAYS TO WS-REMIND-DAYS
           END-IF.
           IF CTL-DEMAND-DAYS IS NUMERIC AND CTL-DEMAND-DAYS > 0
               MOVE CTL-DEMAND-DAYS TO WS-DEMAND-DAYS
           END-IF.
           IF CTL-FINAL-DAYS IS NUMERIC AND CTL-FINAL-DAYS > 0
               MOVE CTL-FINAL-DAYS TO WS-FINAL-DAYS
           END-IF.
           IF WS-REMIND-DAYS < WS-DEMAND-DAYS
                   AND WS-DEMAND-DAYS < WS-FINAL-DAYS
               GO TO 1100-EXIT
           END-IF.
           SET WS-CARD-BAD TO TRUE.
           MOVE 007 TO WS-REMIND-DAYS.
           MOVE 021 TO WS-DEMAND-DAYS.
           MOVE 035 TO WS-FINAL-DAYS.
       1100-EXIT.
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
      *    2000 - ONE ACCOUNT AGAINST ITS LIMIT                   *
      *    A closed account is never in excess - closing needs a  *
      *    zero balance - so an arrears record left on one is     *
      *    closed as cured.                                       *
      *----------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-READ-CNT.
           IF ACCT-OD-LIMIT IS NUMERIC
               MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               MOVE 0 TO WS-OD-LIMIT
           END-IF.
           COMPUTE WS-HEADROOM = ACCT-BALANCE + WS-OD-LIMIT.
           MOVE 'N' TO WS-ON-ARREARS-SW.
           MOVE ACCT-KEY TO XS-ACCT-KEY.
           READ ARREARS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ON-ARREARS TO TRUE
           END-READ.
           IF ACCT-CLOSED OR WS-HEADROOM NOT < 0
               IF WS-ON-ARREARS
                   MOVE 'C' TO WS-CLOSE-REASON
                   PERFORM 2500-CLOSE-ARREARS THRU 2500-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-EXCESS = 0 - WS-HEADROOM.
           ADD 1 TO WS-EXCESS-CNT.
           ADD WS-EXCESS TO WS-EXCESS-TOTAL.
           PERFORM 2100-KEEP-ARREARS THRU 2100-EXIT.
           MOVE SPACE TO WS-LETTER-MARK.
           PERFORM 2200-CHECK-LETTER THRU 2200-EXIT.
           IF WS-ON-ARREARS
               REWRITE ARREARS-RECORD
           ELSE
               WRITE ARREARS-RECORD
           END-IF.
           PERFORM 2400-KEEP-FOR-REPORT THRU 2400-EXIT.
       2000-NEXT.
           PERFORM 1400-READ-ACCOUNT THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2100 - OPEN OR REFRESH THE ARREARS RECORD              *
      *----------------------------------------------------------*
       2100-KEEP-ARREARS.
           IF NOT WS-ON-ARREARS
               MOVE SPACES TO ARREARS-RECORD
               MOVE ACCT-KEY TO XS-ACCT-KEY
               MOVE WS-BUS-DATE TO XS-START-DATE
               MOVE 0 TO XS-HIGH-EXCESS
               SET XS-STAGE-NONE TO TRUE
               ADD 1 TO WS-NEW-CNT
           END-IF.
           MOVE ACCT-CUST-NO TO XS-CUST-NO.
           MOVE XS-START-DATE TO WS-DATE-WORK.
           COMPUTE WS-START-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           COMPUTE XS-DAYS-IN-EXCESS =
               WS-BUS-DAY-NUMBER - WS-START-DAY-NUMBER + 1.
           MOVE WS-EXCESS TO XS-CURR-EXCESS.
           IF WS-EXCESS > XS-HIGH-EXCESS
               MOVE WS-EXCESS TO XS-HIGH-EXCESS
               MOVE WS-BUS-DATE TO XS-HIGH-DATE
           END-IF.
           MOVE ACCT-BALANCE TO XS-BALANCE.
           MOVE WS-OD-LIMIT TO XS-OD-LIMIT.
           MOVE WS-BUS-DATE TO XS-LAST-RUN-DATE.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2200 - THE LETTER DUE, IF THE STAGE HAS MOVED ON       *
      *----------------------------------------------------------*
       2200-CHECK-LETTER.
           EVALUATE TRUE
               WHEN XS-DAYS-IN-EXCESS NOT < WS-FINAL-DAYS
                   MOVE '3' TO WS-DUE-STAGE
               WHEN XS-DAYS-IN-EXCESS NOT < WS-DEMAND-DAYS
                   MOVE '2' TO WS-DUE-STAGE
               WHEN XS-DAYS-IN-EXCESS NOT < WS-REMIND-DAYS
                   MOVE '1' TO WS-DUE-STAGE
               WHEN OTHER
                   MOVE '0' TO WS-DUE-STAGE
           END-EVALUATE.
           IF WS-DUE-STAGE NOT > XS-STAGE
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO RL-UL-REASON.
           IF XS-CUST-NO = SPACES OR XS-CUST-NO = LOW-VALUES
               MOVE 'NO CUSTOMER LINK' TO RL-UL-REASON
           ELSE
               MOVE XS-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTMS' TO RL-UL-REASON
               END-READ
           END-IF.
           IF RL-UL-REASON NOT = SPACES
               MOVE '?' TO WS-LETTER-MARK
               ADD 1 TO WS-UNSENT-CNT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-PRINT-LETTER THRU 2300-EXIT.
           MOVE WS-DUE-STAGE TO XS-STAGE.
           MOVE WS-BUS-DATE TO XS-STAGE-DATE.
           MOVE '*' TO WS-LETTER-MARK.
           EVALUATE WS-DUE-STAGE
               WHEN '1'
                   ADD 1 TO WS-REMIND-CNT
               WHEN '2'
                   ADD 1 TO WS-DEMAND-CNT
               WHEN '3'
                   ADD 1 TO WS-FINAL-CNT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2300 - ONE LETTER PAGE                                 *
      *    Name and address from CUSTMS, as TAXCERT addresses its *
      *    certificates; the body by stage.                       *
      *----------------------------------------------------------*
       2300-PRINT-LETTER.
           MOVE WS-DUE-STAGE-9 TO WS-LSUB.
           MOVE WS-LETTER-TITLE (WS-LSUB) TO LL-TITLE.
           MOVE WS-BUS-DATE TO LL-DATE.
           WRITE LETTER-RECORD FROM WS-LTR-HEAD-LINE.
           WRITE LETTER-RECORD FROM WS-BLANK-LINE.
           MOVE CUST-NAME TO LL-NAME-TEXT.
           WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE.
           MOVE CUST-ADDR-LINE-1 TO LL-NAME-TEXT.
           WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE.
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO LL-NAME-TEXT
               WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE
           END-IF.
           MOVE SPACES TO LL-NAME-TEXT.
           STRING CUST-CITY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-POSTCODE DELIMITED BY SIZE
               INTO LL-NAME-TEXT.
           WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE.
           WRITE LETTER-RECORD FROM WS-BLANK-LINE.
           MOVE XS-CUST-NO TO LL-CUST-NO.
           WRITE LETTER-RECORD FROM WS-LTR-CUST-LINE.
           MOVE ACCT-KEY TO LL-ACCT-KEY.
           MOVE ACCT-NAME TO LL-ACCT-NAME.
           WRITE LETTER-RECORD FROM WS-LTR-ACCT-LINE.
           WRITE LETTER-RECORD FROM WS-BLANK-LINE.
           PERFORM 2350-PRINT-BODY-LINE THRU 2350-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 4.
           WRITE LETTER-RECORD FROM WS-BLANK-LINE.
           MOVE 'BALANCE' TO LL-AMOUNT-DESC.
           MOVE ACCT-BALANCE TO LL-AMOUNT-VALUE.
           WRITE LETTER-RECORD FROM WS-LTR-AMOUNT-LINE.
           MOVE 'ARRANGED OVERDRAFT LIMIT' TO LL-AMOUNT-DESC.
           MOVE WS-OD-LIMIT TO LL-AMOUNT-VALUE.
           WRITE LETTER-RECORD FROM WS-LTR-AMOUNT-LINE.
           MOVE 'AMOUNT OVER THE LIMIT' TO LL-AMOUNT-DESC.
           MOVE WS-EXCESS TO LL-AMOUNT-VALUE.
           WRITE LETTER-RECORD FROM WS-LTR-AMOUNT-LINE.
           MOVE 'OVER THE LIMIT SINCE' TO LL-DATE-DESC.
           MOVE XS-START-DATE TO LL-DATE-VALUE.
           WRITE LETTER-RECORD FROM WS-LTR-DATE-LINE.
           WRITE LETTER-RECORD FROM WS-BLANK-LINE.
           WRITE LETTER-RECORD FROM WS-LTR-FOOT.
       2300-EXIT.
           EXIT.
      *
       2350-PRINT-BODY-LINE.
           MOVE WS-LETTER-BODY (WS-LSUB WS-SUB) TO LL-TEXT.
           WRITE LETTER-RECORD FROM WS-LTR-TEXT-LINE.
       2350-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2400 - KEEP THE ACCOUNT FOR THE BANDED REPORT          *
      *    Band totals are kept whether or not the table has room *
      *    for the account's line.                                *
      *----------------------------------------------------------*
       2400-KEEP-FOR-REPORT.
           MOVE 0 TO WS-BAND.
           PERFORM 2450-FIND-BAND THRU 2450-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6 OR WS-BAND > 0.
           ADD 1 TO WS-BT-COUNT (WS-BAND).
           ADD WS-EXCESS TO WS-BT-EXCESS (WS-BAND).
           IF WS-LETTER-MARK = '?'
               MOVE ACCT-KEY TO RL-UL-ACCT
               MOVE WS-STAGE-NAME (WS-DUE-STAGE-9 + 1) TO RL-UL-STAGE
               WRITE REPORT-RECORD FROM WS-UNSENT-LINE
           END-IF.
           IF WS-XT-COUNT NOT < 5000
               SET WS-XT-OVERFLOW TO TRUE
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-XT-COUNT.
           MOVE ACCT-KEY TO WS-XT-ACCT (WS-XT-COUNT).
           MOVE ACCT-NAME TO WS-XT-NAME (WS-XT-COUNT).
           MOVE XS-CUST-NO TO WS-XT-CUST (WS-XT-COUNT).
           MOVE XS-START-DATE TO WS-XT-START (WS-XT-COUNT).
           MOVE XS-DAYS-IN-EXCESS TO WS-XT-DAYS (WS-XT-COUNT).
           MOVE ACCT-BALANCE TO WS-XT-BALANCE (WS-XT-COUNT).
           MOVE XS-CURR-EXCESS TO WS-XT-EXCESS (WS-XT-COUNT).
           MOVE XS-HIGH-EXCESS TO WS-XT-HIGH (WS-XT-COUNT).
           MOVE XS-STAGE TO WS-XT-STAGE (WS-XT-COUNT).
           MOVE WS-LETTER-MARK TO WS-XT-MARK (WS-XT-COUNT).
           MOVE WS-BAND TO WS-XT-BAND (WS-XT-COUNT).
       2400-EXIT.
           EXIT.
      *
       2450-FIND-BAND.
           IF XS-DAYS-IN-EXCESS NOT > WS-BAND-HIGH (WS-SUB)
               MOVE WS-SUB TO WS-BAND
           END-IF.
       2450-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    2500 - CLOSE AN ARREARS RECORD                         *
      *    The caller sets WS-CLOSE-REASON. The record goes to    *
      *    the closure log as it last stood, then off the file.   *
      *----------------------------------------------------------*
       2500-CLOSE-ARREARS.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-CLOSE-REASON TO XL-CLOSE-REASON.
           MOVE WS-BUS-DATE TO XL-CLOSED-DATE.
           MOVE ARREARS-RECORD TO XL-ARREARS-IMAGE.
           IF XL-CURED
               MOVE ACCT-BALANCE TO XL-CLOSE-BALANCE
               MOVE WS-OD-LIMIT TO XL-CLOSE-LIMIT
               ADD 1 TO WS-CURED-CNT
           ELSE
               MOVE 0 TO XL-CLOSE-BALANCE
               MOVE 0 TO XL-CLOSE-LIMIT
               ADD 1 TO WS-GONE-CNT
           END-IF.
           WRITE LOG-RECORD.
           DELETE ARREARS-FILE RECORD.
           IF WS-CT-COUNT NOT < 2000
               SET WS-CT-OVERFLOW TO TRUE
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE XS-ACCT-KEY TO WS-CT-ACCT (WS-CT-COUNT).
           MOVE XL-CLOSE-REASON TO WS-CT-REASON (WS-CT-COUNT).
           MOVE XS-START-DATE TO WS-CT-START (WS-CT-COUNT).
           MOVE XS-DAYS-IN-EXCESS TO WS-CT-DAYS (WS-CT-COUNT).
           MOVE XS-HIGH-EXCESS TO WS-CT-HIGH (WS-CT-COUNT).
           MOVE XL-CLOSE-BALANCE TO WS-CT-BALANCE (WS-CT-COUNT).
           MOVE XS-STAGE TO WS-CT-STAGE (WS-CT-COUNT).
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    3000 - ARREARS RECORDS WHOSE ACCOUNT HAS GONE          *
      *    Every record for an account still on the master was    *
      *    stamped with tonight's business date above; any other  *
      *    is for an account CLOSPRG has purged since.            *
      *----------------------------------------------------------*
       3000-SWEEP-GONE.
           MOVE LOW-VALUES TO XS-ACCT-KEY.
           START ARREARS-FILE KEY IS NOT < XS-ACCT-KEY
               INVALID KEY SET WS-ARREARS-EOF TO TRUE
           END-START.
           PERFORM 3100-NEXT-ARREARS THRU 3100-EXIT
               UNTIL WS-ARREARS-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-NEXT-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END SET WS-ARREARS-EOF TO TRUE
           END-READ.
           IF WS-ARREARS-EOF
               GO TO 3100-EXIT
           END-IF.
           IF XS-LAST-RUN-DATE = WS-BUS-DATE
               GO TO 3100-EXIT
           END-IF.
           MOVE 'G' TO WS-CLOSE-REASON.
           PERFORM 2500-CLOSE-ARREARS THRU 2500-EXIT.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8000 - THE BRANCH MANAGER'S REPORT                     *
      *    Letters not sent were listed as they arose on the      *
      *    first page; the bands start a new one.                 *
      *----------------------------------------------------------*
       8000-PRODUCE-REPORT.
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
           PERFORM 8100-PRINT-BAND THRU 8100-EXIT
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > 6.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-CLOSED-HEAD-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-CLOSED-COLUMN-LINE.
           PERFORM 8200-PRINT-CLOSURE THRU 8200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CT-COUNT.
           PERFORM 8500-PRINT-SUMMARY THRU 8500-EXIT.
       8000-EXIT.
           EXIT.
      *
       8100-PRINT-BAND.
           MOVE WS-BAND-LABEL (WS-BAND) TO RL-BH-LABEL.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-BAND-HEAD-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
           PERFORM 8150-PRINT-BAND-ACCOUNT THRU 8150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-XT-COUNT.
           MOVE WS-BT-COUNT (WS-BAND) TO RL-BT-COUNT.
           MOVE WS-BT-EXCESS (WS-BAND) TO RL-BT-EXCESS.
           WRITE REPORT-RECORD FROM WS-BAND-TOTAL-LINE.
       8100-EXIT.
           EXIT.
      *
       8150-PRINT-BAND-ACCOUNT.
           IF WS-XT-BAND (WS-SUB) NOT = WS-BAND
               GO TO 8150-EXIT
           END-IF.
           MOVE WS-XT-ACCT (WS-SUB) TO RL-DL-ACCT.
           MOVE WS-XT-NAME (WS-SUB) TO RL-DL-NAME.
           MOVE WS-XT-CUST (WS-SUB) TO RL-DL-CUST.
           MOVE WS-XT-START (WS-SUB) TO RL-DL-START.
           MOVE WS-XT-DAYS (WS-SUB) TO RL-DL-DAYS.
           MOVE WS-XT-BALANCE (WS-SUB) TO RL-DL-BALANCE.
           MOVE WS-XT-EXCESS (WS-SUB) TO RL-DL-EXCESS.
           MOVE WS-XT-HIGH (WS-SUB) TO RL-DL-HIGH.
           MOVE WS-XT-MARK (WS-SUB) TO RL-DL-MARK.
           MOVE WS-XT-STAGE (WS-SUB) TO WS-DUE-STAGE.
           MOVE WS-STAGE-NAME (WS-DUE-STAGE-9 + 1) TO RL-DL-STAGE.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
       8150-EXIT.
           EXIT.
      *
       8200-PRINT-CLOSURE.
           MOVE WS-CT-ACCT (WS-SUB) TO RL-CL-ACCT.
           MOVE WS-CT-REASON (WS-SUB) TO RL-CL-REASON.
           MOVE WS-CT-START (WS-SUB) TO RL-CL-START.
           MOVE WS-CT-DAYS (WS-SUB) TO RL-CL-DAYS.
           MOVE WS-CT-HIGH (WS-SUB) TO RL-CL-HIGH.
           MOVE WS-CT-BALANCE (WS-SUB) TO RL-CL-BALANCE.
           MOVE WS-CT-STAGE (WS-SUB) TO WS-DUE-STAGE.
           MOVE WS-STAGE-NAME (WS-DUE-STAGE-9 + 1) TO RL-CL-STAGE.
           WRITE REPORT-RECORD FROM WS-CLOSED-LINE.
       8200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    8500 - RUN SUMMARY                                     *
      *----------------------------------------------------------*
       8500-PRINT-SUMMARY.
           MOVE WS-BUS-DATE TO RL-SH-BUS-DATE.
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEAD.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           PERFORM 8550-BAND-SUMMARY-LINE THRU 8550-EXIT
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > 6.
           IF WS-CARD-BAD
               MOVE '*** WARNING - ODXCARD LETTER DAYS DO NOT RISE - D
      -            'EFAULTS USED ***' TO RL-WARN-TEXT
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-WARN-LINE
           END-IF.
           IF WS-XT-OVERFLOW
               MOVE '*** WARNING - MORE THAN 5000 ACCOUNTS IN EXCESS -
      -            'BAND LISTS SHORT, TOTALS COMPLETE ***'
                   TO RL-WARN-TEXT
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-WARN-LINE
           END-IF.
           IF WS-CT-OVERFLOW
               MOVE '*** WARNING - MORE THAN 2000 CLOSED - SEE ODCURE F
      -            'OR THE FULL LIST ***' TO RL-WARN-TEXT
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-WARN-LINE
           END-IF.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'ACCOUNTS READ' TO RL-COUNT-DESC.
           MOVE WS-READ-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS IN EXCESS' TO RL-COUNT-DESC.
           MOVE WS-EXCESS-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'NEW IN EXCESS TONIGHT' TO RL-COUNT-DESC.
           MOVE WS-NEW-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CURED - BACK WITHIN LIMIT' TO RL-COUNT-DESC.
           MOVE WS-CURED-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CLOSED - ACCOUNT GONE' TO RL-COUNT-DESC.
           MOVE WS-GONE-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'REMINDERS SENT' TO RL-COUNT-DESC.
           MOVE WS-REMIND-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'FORMAL DEMANDS SENT' TO RL-COUNT-DESC.
           MOVE WS-DEMAND-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'FINAL NOTICES SENT' TO RL-COUNT-DESC.
           MOVE WS-FINAL-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'LETTERS DUE AND NOT SENT' TO RL-COUNT-DESC.
           MOVE WS-UNSENT-CNT TO RL-COUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'TOTAL EXCESS OVER LIMITS' TO RL-AMOUNT-DESC.
           MOVE WS-EXCESS-TOTAL TO RL-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
       8500-EXIT.
           EXIT.
      *
       8550-BAND-SUMMARY-LINE.
           MOVE WS-BAND-LABEL (WS-BAND) TO RL-BS-LABEL.
           MOVE WS-BT-COUNT (WS-BAND) TO RL-BS-COUNT.
           MOVE WS-BT-EXCESS (WS-BAND) TO RL-BS-EXCESS.
           WRITE REPORT-RECORD FROM WS-BAND-SUMMARY-LINE.
       8550-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9000 - CLOSE DOWN                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE ARREARS-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE LOG-FILE.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      *    9100 - RECORD THE RUN END ON RUNCTL                    *
      *    The step return code rides through the call and is     *
      *    put back afterwards.                                   *
      *----------------------------------------------------------*
       9100-REGISTER-END.
           MOVE RETURN-CODE TO RR-RETURN-CODE.
           MOVE 'ACCTS READ' TO RR-TOTAL-DESC (1).
           MOVE 'C' TO RR-TOTAL-TYPE (1).
           MOVE WS-READ-CNT TO RR-TOTAL-VALUE (1).
           MOVE 'IN EXCESS' TO RR-TOTAL-DESC (2).
           MOVE 'C' TO RR-TOTAL-TYPE (2).
           MOVE WS-EXCESS-CNT TO RR-TOTAL-VALUE (2).
           MOVE 'EXCESS TOTAL' TO RR-TOTAL-DESC (3).
           MOVE 'A' TO RR-TOTAL-TYPE (3).
           MOVE WS-EXCESS-TOTAL TO RR-TOTAL-VALUE (3).
           SET RR-FUNC-END TO TRUE.
           CALL 'RUNREG' USING WS-RUN-PARMS.
           IF NOT RR-OK
               DISPLAY 'ODEXCESS - RUN END NOT RECORDED ON RUNCTL FOR '
                   RR-BUS-DATE
           END-IF.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
       9100-EXIT.
           EXIT.
