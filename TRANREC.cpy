      *    calendar date (it orders the key); accounting reads
      *    TH-BUS-DATE, treating spaces on records written
      *    before this change as TH-DATE. Case TS015341833.
      *    Dante Cola 03.09.2026 - posting reversals: CICS001
      *    function X contra-posts a P/W/T movement (TH-FUNCTION
      *    X, opposite direction, same amount) once CICS005 has
      *    approved it. TH-REV-STATUS R marks the original as
      *    reversed, with TH-REV-BUS-DATE the business date the
      *    contra booked under; C marks the contra itself, whose
      *    TH-ORIG-FUNCTION names the function it reversed.
      *    Spaces - the FILLER value on older records - is an
      *    ordinary movement. Case TS015346102.
      *    Dante Cola 05.09.2026 - the CLRPOST inward clearing run
      *    writes TH-FUNCTION Q for a cheque or direct debit paid
      *    (a debit, TH-OPERID CLRPOST), and F for the
      *    returned-item fee. Case TS015347902.
      *
           05  TH-KEY.
               10  TH-ACCT-KEY          PIC X(10).
           05  TH-OPERID                PIC X(08).
           05  TH-TERMID                PIC X(04).
           05  TH-BUS-DATE              PIC X(08).
           05  TH-REVERSAL-DATA.
               10  TH-REV-STATUS        PIC X(01).
                   88  TH-REVERSED              VALUE 'R'.
                   88  TH-CONTRA                VALUE 'C'.
               10  TH-REV-BUS-DATE      PIC X(08).
               10  TH-REV-ORIG-DATA REDEFINES TH-REV-BUS-DATE.
                   15  TH-ORIG-FUNCTION PIC X(01).
                   15  FILLER           PIC X(07).
