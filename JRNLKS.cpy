      *    Dante Cola 01.09.2026 - data area grown to 63 bytes
      *    for the JRNLREC business-date field; the overall
      *    record length is unchanged. Case TS015341833.
      *    Dante Cola 10.09.2026 - ACCTRCV rebuilds ACCTMS
      *    changes from this file; the HKPCARD retention must
      *    never be shorter than the ACCTBK backup cycle.
      *    Case TS015352187.
      *
           05  JK-KEY.
               10  JK-DATE              PIC X(08).
