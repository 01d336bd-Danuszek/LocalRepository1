      *    AMLREC - AML MONITORING ALERT FILE RECORD LAYOUT
      *    Keyed KSDS (AMLALRT) written by the nightly AMLMON
      *    monitoring run and worked online by compliance through
      *    the CICS012 alert review queue. One record per alert:
      *    the subject it was raised against (the customer number,
      *    or the account key for an account with no customer
      *    link), the rule that raised it, and the business date
      *    of the run. AL-KEY orders a subject's alerts of one
      *    type by date, which is how the monitoring run sees that
      *    a pattern is already under review and does not raise
      *    it again every night of the window.
      *
      *    Alert types:
      *        C - a single cash movement at or over the reporting
      *            threshold, booked on the run's business date
      *        S - structuring: repeated cash movements just under
      *            the threshold inside the window
      *        V - volume in the window out of line with the
      *            subject's own earlier pattern
      *        R - money in and straight back out by transfer
      *
      *    AL-AMOUNT is the figure that tripped the rule (cash
      *    total, structured total, window volume, amount
      *    transferred out) and AL-COMPARE-AMOUNT what it was held
      *    against (threshold, threshold, scaled baseline volume,
      *    amount in). Disposition fields are spaces until the
      *    alert is cleared or escalated; either disposition is
      *    final, so they are written once and always describe
      *    the disposition the status shows.
      *
      *    Dante Cola 06.09.2026 - new for case TS015348461.
      *    Dante Cola 14.09.2026 - an escalation is final too; the
      *    escalating note and officer are never overwritten.
      *    Case TS015356031.
      *
           05  AL-KEY.
               10  AL-SUBJECT           PIC X(10).
               10  AL-TYPE              PIC X(01).
                   88  AL-TYPE-CASH             VALUE 'C'.
                   88  AL-TYPE-STRUCTURING      VALUE 'S'.
                   88  AL-TYPE-VOLUME           VALUE 'V'.
                   88  AL-TYPE-RAPID            VALUE 'R'.
               10  AL-BUS-DATE          PIC X(08).
           05  AL-SUBJECT-KIND          PIC X(01).
               88  AL-SUBJ-CUSTOMER             VALUE 'C'.
               88  AL-SUBJ-ACCOUNT              VALUE 'A'.
           05  AL-CUST-NO               PIC X(08).
           05  AL-ACCT-KEY              PIC X(10).
           05  AL-STATUS                PIC X(01).
               88  AL-OPEN                      VALUE 'O'.
               88  AL-CLEARED                   VALUE 'C'.
               88  AL-ESCALATED                 VALUE 'E'.
           05  AL-MOVE-COUNT            PIC 9(05).
           05  AL-AMOUNT                PIC S9(11)V99 COMP-3.
           05  AL-COMPARE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  AL-WINDOW-START          PIC X(08).
           05  AL-RAISED-DATE           PIC X(08).
           05  AL-RAISED-TIME           PIC X(06).
           05  AL-DISP-DATE             PIC X(08).
           05  AL-DISP-TIME             PIC X(06).
           05  AL-DISP-OPID             PIC X(08).
           05  AL-NOTE                  PIC X(60).
           05  FILLER                   PIC X(38).
