      *    FILLER so a parked update carries the requested
      *    product type and the apply does not quietly drop a
      *    type change. Case TS015344928.
      *    Dante Cola 03.09.2026 - posting reversals park here
      *    (PD-FUNCTION X): the PD-REVERSAL-DATA view carries the
      *    original movement's TRANHS date, time and task number
      *    and, for a transfer, the other leg's account, over the
      *    name and customer fields the function does not use.
      *    PD-OLD-BALANCE is the ledger balance at request time,
      *    PD-NEW-BALANCE the balance once the contra posts.
      *    Case TS015346102.
      *    Dante Cola 07.09.2026 - dormant account reactivations
      *    park here (PD-FUNCTION Z): PD-ACCT-NAME carries the
      *    requester's note and the PD-REACT-DATA view the
      *    reactivation reason code, over the customer number
      *    the function does not use. Both balance fields hold
      *    the ledger balance at request time. Case TS015349127.
      *
           05  PD-KEY.
               10  PD-DATE              PIC X(08).
               10  FILLER               PIC X(11).
               10  PD-HOLD-SEQ          PIC 9(03).
               10  FILLER               PIC X(91).
           05  PD-REVERSAL-DATA REDEFINES PD-DATA.
               10  FILLER               PIC X(11).
               10  PD-REV-DATE          PIC X(08).
               10  PD-REV-TIME          PIC X(06).
               10  PD-REV-TASKNO        PIC 9(07).
               10  PD-REV-OTHER-ACCT    PIC X(10).
               10  FILLER               PIC X(63).
           05  PD-REACT-DATA REDEFINES PD-DATA.
               10  FILLER               PIC X(41).
               10  PD-REACT-REASON      PIC X(04).
               10  FILLER               PIC X(60).
