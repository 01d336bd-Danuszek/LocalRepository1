      *    AUDITLOG LRECL and the JRNLKS data area grow with it).
      *    Spaces on entries written before this change mean
      *    JR-DATE is the accounting date. Case TS015341833.
      *    Dante Cola 07.09.2026 - on a dormant account
      *    reactivation entry (function Z, the CICS001 request
      *    and the CICS005 apply or reject) JR-ABEND-CODE carries
      *    the four-character reactivation reason code - an entry
      *    cut by a task abend still carries the abend code
      *    there. Case TS015349127.
      *    Dante Cola 09.09.2026 - on a CICS009 forced day-start
      *    override entry (function F, one per batch job passed
      *    over) JR-ACCT-KEY carries the program and JR-ABEND-CODE
      *    MISS, ACTV or the job's return code; on a CICS013 rerun
      *    flag entry (function R) JR-ACCT-KEY carries the program
      *    and JR-BUS-DATE the run date flagged. Case TS015351036.
      *
           05  JR-TRANID                PIC X(04).
           05  JR-TERMID                PIC X(04).
