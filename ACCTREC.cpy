      *    legacy default product - accounts from before types
      *    existed carry spaces and take the blank-type rate
      *    cards in INTACCR. Case TS015344928.
      *    Dante Cola 07.09.2026 - ACCT-DORMANT status D, set by
      *    the DORMCHK dormancy run on an account with no
      *    customer-initiated movement for the dormancy period.
      *    A dormant account takes credits but refuses debits
      *    until a reactivation (CICS001 Z) has been approved
      *    through CICS005. Case TS015349127.
      *
           05  ACCT-KEY                PIC X(10).
           05  ACCT-NAME                PIC X(30).
           05  ACCT-STATUS              PIC X(01).
               88  ACCT-ACTIVE                  VALUE 'A'.
               88  ACCT-CLOSED                  VALUE 'C'.
               88  ACCT-DORMANT                 VALUE 'D'.
           05  ACCT-OPEN-DATE           PIC X(08).
           05  ACCT-LAST-TRAN-DATE      PIC X(08).
           05  ACCT-LAST-TRAN-TIME      PIC X(06).
