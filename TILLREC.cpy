      *    TILLREC - TELLER TILL FILE RECORD LAYOUT
      *    Keyed KSDS (TILLMS), one record per operator per
      *    business date - the cash drawer the teller works from
      *    that day. The opening float is keyed on CICS011 (O);
      *    CICS001 adds every terminal deposit (P) and withdrawal
      *    (W) the operator posts into cash-in / cash-out, and
      *    creates the record open with a zero float if the
      *    teller posts before opening. Cash sent to or drawn
      *    from the vault is recorded through CICS011 (V, R).
      *    At close the teller declares the counted cash (D):
      *
      *        expected = float + cash-in - cash-out
      *                   + vault-in - vault-out
      *        over/short = declared - expected
      *
      *    and the till is balanced (B) or unbalanced (U) from
      *    then on - a declared till takes no more cash work.
      *    Transfers never touch the drawer; a CICS005-approved
      *    reversal of a terminal P or W takes the amount and one
      *    from the count back out of the original operator's
      *    till, refused once that till is declared. GLEXTR
      *    books declared overs and shorts for the extract date
      *    under their own posting class; CICS009 day-end warns
      *    while any till for the closing date is still open or
      *    unbalanced.
      *
      *    Dante Cola 04.09.2026 - new for case TS015347215.
      *    Dante Cola 14.09.2026 - reversals of terminal cash now
      *    come back out of the till. Case TS015356031.
      *
           05  TL-KEY.
               10  TL-OPERID            PIC X(08).
               10  TL-BUS-DATE          PIC X(08).
           05  TL-TERMID                PIC X(04).
           05  TL-STATUS                PIC X(01).
               88  TL-OPEN                      VALUE 'O'.
               88  TL-BALANCED                  VALUE 'B'.
               88  TL-UNBALANCED                VALUE 'U'.
           05  TL-OPEN-FLOAT            PIC S9(09)V99 COMP-3.
           05  TL-CASH-IN               PIC S9(09)V99 COMP-3.
           05  TL-CASH-IN-CNT           PIC 9(05).
           05  TL-CASH-OUT              PIC S9(09)V99 COMP-3.
           05  TL-CASH-OUT-CNT          PIC 9(05).
           05  TL-VAULT-IN              PIC S9(09)V99 COMP-3.
           05  TL-VAULT-OUT             PIC S9(09)V99 COMP-3.
           05  TL-DECLARED              PIC S9(09)V99 COMP-3.
           05  TL-OVER-SHORT            PIC S9(09)V99 COMP-3.
           05  TL-OPEN-DATE             PIC X(08).
           05  TL-OPEN-TIME             PIC X(06).
           05  TL-DECL-DATE             PIC X(08).
           05  TL-DECL-TIME             PIC X(06).
           05  FILLER                   PIC X(19).
