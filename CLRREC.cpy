      *    CLRREC - CLEARING HOUSE FILE RECORD LAYOUT
      *    The fixed 80-byte layout of the clearing house
      *    exchange, used both for the inward file (CLRIN - the
      *    cheques presented and direct debits drawn on our
      *    accounts each morning) and for the outward returns
      *    file (CLROUT - the items we send back unpaid). One H
      *    header, one D record per item, one T trailer with the
      *    item count and amount total. On a returned item the
      *    detail goes back exactly as it came in with the return
      *    reason filled in; the inward file carries it blank.
      *
      *    Return reasons (the clearing house standard set):
      *        01 - insufficient funds (refer to drawer)
      *        02 - account closed
      *        03 - no account
      *        04 - account dormant
      *
      *    Dante Cola 05.09.2026 - new for case TS015347902.
      *    Dante Cola 07.09.2026 - return reason 04 for an item
      *    drawn on an account in dormant status, case
      *    TS015349127.
      *
           05  CL-REC-TYPE              PIC X(01).
               88  CL-HEADER                    VALUE 'H'.
               88  CL-DETAIL                    VALUE 'D'.
               88  CL-TRAILER                   VALUE 'T'.
           05  CL-DATA                  PIC X(79).
           05  CL-HEADER-DATA REDEFINES CL-DATA.
               10  CL-CLEARING-DATE     PIC X(08).
               10  CL-FILE-SEQ          PIC 9(04).
               10  CL-SENDER            PIC X(08).
               10  CL-RECEIVER          PIC X(08).
               10  FILLER               PIC X(51).
           05  CL-DETAIL-DATA REDEFINES CL-DATA.
               10  CL-ITEM-TYPE         PIC X(01).
                   88  CL-CHEQUE                VALUE 'C'.
                   88  CL-DIRECT-DEBIT          VALUE 'D'.
               10  CL-ACCT-KEY          PIC X(10).
               10  CL-SERIAL            PIC X(10).
               10  CL-AMOUNT            PIC 9(09)V99.
               10  CL-PRESENTER         PIC X(08).
               10  CL-ORIGINATOR        PIC X(18).
               10  CL-RETURN-REASON     PIC X(02).
                   88  CL-RTN-NO-FUNDS          VALUE '01'.
                   88  CL-RTN-CLOSED            VALUE '02'.
                   88  CL-RTN-NO-ACCOUNT        VALUE '03'.
                   88  CL-RTN-DORMANT           VALUE '04'.
               10  FILLER               PIC X(19).
           05  CL-TRAILER-DATA REDEFINES CL-DATA.
               10  CL-ITEM-COUNT        PIC 9(07).
               10  CL-AMOUNT-TOTAL      PIC 9(13)V99.
               10  FILLER               PIC X(57).
