      *    now rides into CA-ACCT-TYPE so head-office openings
      *    and corrections carry the product type, case
      *    TS015344928.
      *
      *    Dante Cola 07.09.2026 - a head-office debit against a
      *    dormant account comes back rejected with CICS001's
      *    dormant response (68) - the refusal lives in CICS001,
      *    nothing to do here. A reactivation request (Z) rides
      *    HOF-TO-ACCT-KEY for the reason code like any other
      *    CA-TO-ACCT-KEY use and comes back accepted as pending.
      *    Case TS015349127.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
