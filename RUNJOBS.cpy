      *    RUNJOBS - BATCH WINDOW JOB TABLE
      *    The programs that run between the CICS009 day-end and
      *    day-start and register on RUNCTL, in running order,
      *    each with whether the next day may not open without it
      *    and the highest return code it may end with and still
      *    count as done. A job flagged N is periodic housekeeping
      *    or an optional nightly run - it is shown when it ran but
      *    does not hold the day. Read by the CICS009 day-start
      *    check and the CICS013 run-status screen, so the two
      *    always agree; a new batch-window program needs its
      *    entry here as well as its RUNREG calls.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *    Dante Cola 10.09.2026 - ACCTBKP, the nightly ACCTMS
      *    backup, runs last and is mandatory. Case TS015352187.
      *    Dante Cola 12.09.2026 - ODEXCESS, the overdraft excess
      *    run, after RECONRPT; optional. Case TS015354708.
      *    Dante Cola 14.09.2026 - DORMCHK, the dormancy sweep, ahead
      *    of ACCTBKP so the backup holds the accounts it made
      *    dormant; optional. Case TS015356031.
      *    Dante Cola 15.09.2026 - AMLMON, the anti-money-laundering
      *    monitoring run, after ODEXCESS; optional. Case
      *    TS015356844.
      *    Dante Cola 16.09.2026 - CLRPOST, the inward clearing run,
      *    after STORPOST so the trial balance and the GL extract
      *    take its postings; mandatory, done at return code 8,
      *    which holds only the clearing exchange. Case
      *    TS015357312.
      *
       01  RJ-JOB-VALUES.
           05  FILLER                   PIC X(11) VALUE 'INTACCR Y04'.
           05  FILLER                   PIC X(11) VALUE 'STORPOSTY04'.
           05  FILLER                   PIC X(11) VALUE 'CLRPOST Y08'.
           05  FILLER                   PIC X(11) VALUE 'TRIALBALY04'.
           05  FILLER                   PIC X(11) VALUE 'GLEXTR  Y04'.
           05  FILLER                   PIC X(11) VALUE 'RECONRPTY04'.
           05  FILLER                   PIC X(11) VALUE 'ODEXCESSN04'.
           05  FILLER                   PIC X(11) VALUE 'AMLMON  N04'.
           05  FILLER                   PIC X(11) VALUE 'CLOSPRG N04'.
           05  FILLER                   PIC X(11) VALUE 'JRNLHKP N04'.
           05  FILLER                   PIC X(11) VALUE 'DORMCHK N04'.
           05  FILLER                   PIC X(11) VALUE 'ACCTBKP Y04'.
       01  RJ-JOB-TABLE REDEFINES RJ-JOB-VALUES.
           05  RJ-JOB-ENTRY OCCURS 12 TIMES.
               10  RJ-PROGRAM           PIC X(08).
               10  RJ-MANDATORY-SW      PIC X(01).
                   88  RJ-MANDATORY             VALUE 'Y'.
               10  RJ-MAX-RC            PIC 9(02).
       01  RJ-JOB-COUNT                 PIC S9(04) COMP VALUE 12.
