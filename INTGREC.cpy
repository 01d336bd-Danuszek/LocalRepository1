      *    INTGREC - INTEGRITY SWEEP EXCEPTIONS FILE RECORD LAYOUT
      *    The fixed 120-byte records of the INTGEXC exceptions
      *    file written by the weekly INTEGCHK referential
      *    integrity sweep - a generation dataset, one generation
      *    per run - for operations to load into their tracking
      *    and follow each broken relationship until it is fixed.
      *    One H header naming the business date swept and when
      *    the run was made; one D record per broken relationship;
      *    one T trailer with the detail count and the count per
      *    category. The category, the file and the record key
      *    together identify an item from one week to the next.
      *
      *    Categories (the INTEGCHK report prints them in order):
      *        1 - account's customer number not on CUSTMS
      *        2 - closed customer still owning an open account
      *        3 - open account on a product type withdrawn from
      *            (or never on) ACCTTYP
      *        4 - active standing order on a closed or purged
      *            account
      *        5 - active hold on a closed or purged account
      *        6 - dual-control item pending past the age limit
      *            against a closed or purged account
      *    Reasons: NOCU customer not on file, CUCL customer
      *    closed, NOTY type not on file, TYWD type withdrawn,
      *    NOAC account not on file, ACCL account closed.
      *
      *    IX-ACCT-KEY is the account the break is on;
      *    IX-REF-KEY what it points at or is held against (the
      *    customer number, the type code, the order's other
      *    account, the requesting operator). IX-ITEM-DATE and
      *    IX-AMOUNT are the record's own date and amount - open
      *    date and balance, next due date and order amount,
      *    placed date and hold amount, request date and the
      *    requested amount.
      *
      *    Dante Cola 11.09.2026 - new for case TS015353420.
      *
           05  IX-REC-TYPE              PIC X(01).
               88  IX-HEADER                    VALUE 'H'.
               88  IX-DETAIL                    VALUE 'D'.
               88  IX-TRAILER                   VALUE 'T'.
           05  IX-DATA                  PIC X(119).
           05  IX-HEADER-DATA REDEFINES IX-DATA.
               10  IX-HDR-BUS-DATE      PIC X(08).
               10  IX-RUN-DATE          PIC X(08).
               10  IX-RUN-TIME          PIC X(06).
               10  FILLER               PIC X(97).
           05  IX-DETAIL-DATA REDEFINES IX-DATA.
               10  IX-CATEGORY          PIC 9(01).
               10  IX-REASON            PIC X(04).
                   88  IX-REASON-NO-CUST        VALUE 'NOCU'.
                   88  IX-REASON-CUST-CLOSED    VALUE 'CUCL'.
                   88  IX-REASON-NO-TYPE        VALUE 'NOTY'.
                   88  IX-REASON-TYPE-WDRAWN    VALUE 'TYWD'.
                   88  IX-REASON-NO-ACCT        VALUE 'NOAC'.
                   88  IX-REASON-ACCT-CLOSED    VALUE 'ACCL'.
               10  IX-BUS-DATE          PIC X(08).
               10  IX-FILE              PIC X(08).
               10  IX-RECORD-KEY        PIC X(21).
               10  IX-ACCT-KEY          PIC X(10).
               10  IX-REF-KEY           PIC X(10).
               10  IX-ITEM-DATE         PIC X(08).
               10  IX-AMOUNT            PIC S9(09)V99.
               10  IX-TEXT              PIC X(32).
               10  FILLER               PIC X(06).
           05  IX-TRAILER-DATA REDEFINES IX-DATA.
               10  IX-DETAIL-COUNT      PIC 9(09).
               10  IX-CATEGORY-COUNT    PIC 9(07) OCCURS 6 TIMES.
               10  FILLER               PIC X(68).
