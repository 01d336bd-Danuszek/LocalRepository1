      *    EXCSREC - OVERDRAFT EXCESS ARREARS FILE RECORD LAYOUT
      *    Keyed KSDS (ODARRS) kept by the nightly ODEXCESS run -
      *    one record for each account that is overdrawn beyond
      *    its arranged limit (ACCT-OD-LIMIT, no facility at all
      *    when the limit is zero or not numeric). The record is
      *    written the first night the account is found in
      *    excess and stays for as long as it is; the night the
      *    account is back within its limit it is deleted and its
      *    last image goes to the ODCURE closure log (layout
      *    EXCSLOG).
      *
      *    XS-DAYS-IN-EXCESS counts calendar days from
      *    XS-START-DATE to the business date of the last run,
      *    the start day included. XS-CURR-EXCESS is how far past
      *    the limit the account stood that night, XS-HIGH-EXCESS
      *    the most it has stood past it since the start.
      *    XS-STAGE is the last collection letter sent - none,
      *    reminder, formal demand, final notice - and
      *    XS-STAGE-DATE the business date it went out.
      *    XS-LAST-RUN-DATE is the business date of the run that
      *    last saw the account on ACCTMS.
      *
      *    Dante Cola 12.09.2026 - new for case TS015354708.
      *
           05  XS-ACCT-KEY              PIC X(10).
           05  XS-CUST-NO               PIC X(08).
           05  XS-START-DATE            PIC X(08).
           05  XS-DAYS-IN-EXCESS        PIC 9(05).
           05  XS-CURR-EXCESS           PIC S9(09)V99 COMP-3.
           05  XS-HIGH-EXCESS           PIC S9(09)V99 COMP-3.
           05  XS-HIGH-DATE             PIC X(08).
           05  XS-BALANCE               PIC S9(09)V99 COMP-3.
           05  XS-OD-LIMIT              PIC S9(09)V99 COMP-3.
           05  XS-STAGE                 PIC X(01).
               88  XS-STAGE-NONE                VALUE '0'.
               88  XS-STAGE-REMINDER            VALUE '1'.
               88  XS-STAGE-DEMAND              VALUE '2'.
               88  XS-STAGE-FINAL               VALUE '3'.
           05  XS-STAGE-DATE            PIC X(08).
           05  XS-LAST-RUN-DATE         PIC X(08).
           05  FILLER                   PIC X(20).
