      *    EXCSLOG - OVERDRAFT EXCESS CLOSURE LOG RECORD LAYOUT
      *    The fixed 130-byte records of the ODCURE log written by
      *    the nightly ODEXCESS run - a generation dataset, one
      *    generation per business date - so collections can see
      *    which excesses ended and how. One record per ODARRS
      *    arrears record deleted: the business date, why it
      *    closed, the balance and limit at the close, and the
      *    arrears record (layout EXCSREC) as it last stood -
      *    start date, days in excess, highest excess and the last
      *    letter sent.
      *
      *    Reasons:
      *        C - cured: the account is back within its limit
      *        G - gone: the account is no longer on ACCTMS
      *
      *    Dante Cola 12.09.2026 - new for case TS015354708.
      *
           05  XL-CLOSED-DATE           PIC X(08).
           05  XL-CLOSE-REASON          PIC X(01).
               88  XL-CURED                     VALUE 'C'.
               88  XL-ACCT-GONE                 VALUE 'G'.
           05  XL-CLOSE-BALANCE         PIC S9(09)V99 COMP-3.
           05  XL-CLOSE-LIMIT           PIC S9(09)V99 COMP-3.
           05  XL-ARREARS-IMAGE         PIC X(100).
           05  FILLER                   PIC X(09).
