      *    TAXREC - INTEREST TAX RETURN FILE RECORD LAYOUT
      *    The fixed 200-byte layout of the annual interest return
      *    the tax authority takes from us, written by the TAXCERT
      *    year-end run (TAXRTN). One H header carrying the tax
      *    year and our reporting reference, one D record per
      *    customer with the credit interest paid and the debit
      *    interest charged across all of the customer's accounts
      *    for the year, one T trailer with the detail count and
      *    the two amount totals. Amounts are unsigned - credit
      *    interest paid and debit interest charged are reported
      *    apart, never netted.
      *
      *    Dante Cola 08.09.2026 - new for case TS015350214.
      *
           05  TX-REC-TYPE              PIC X(01).
               88  TX-HEADER                    VALUE 'H'.
               88  TX-DETAIL                    VALUE 'D'.
               88  TX-TRAILER                   VALUE 'T'.
           05  TX-DATA                  PIC X(199).
           05  TX-HEADER-DATA REDEFINES TX-DATA.
               10  TX-TAX-YEAR          PIC 9(04).
               10  TX-REPORTER-ID       PIC X(10).
               10  TX-CREATED-DATE      PIC X(08).
               10  FILLER               PIC X(177).
           05  TX-DETAIL-DATA REDEFINES TX-DATA.
               10  TX-CUST-NO           PIC X(08).
               10  TX-CUST-NAME         PIC X(30).
               10  TX-ADDR-LINE-1       PIC X(30).
               10  TX-ADDR-LINE-2       PIC X(30).
               10  TX-CITY              PIC X(20).
               10  TX-POSTCODE          PIC X(10).
               10  TX-ACCT-COUNT        PIC 9(03).
               10  TX-CR-INTEREST       PIC 9(11)V99.
               10  TX-DR-INTEREST       PIC 9(11)V99.
               10  FILLER               PIC X(42).
           05  TX-TRAILER-DATA REDEFINES TX-DATA.
               10  TX-DETAIL-COUNT      PIC 9(07).
               10  TX-CR-TOTAL          PIC 9(13)V99.
               10  TX-DR-TOTAL          PIC 9(13)V99.
               10  FILLER               PIC X(162).
