      *    commarea grows from 100 to 110 bytes - CICS001's
      *    DFHCOMMAREA buffer grows with it, LENGTH OF callers
      *    follow automatically. Case TS015344928.
      *    Dante Cola 03.09.2026 - posting reversal (X): the
      *    original movement's TRANHS date, time and task number
      *    ride CA-ACCT-NAME (the CA-REV-TRAN-KEY view) and, for
      *    a transfer, the other leg's account rides
      *    CA-TO-ACCT-KEY. The request always parks on PENDAP for
      *    dual control. Case TS015346102.
      *    Dante Cola 04.09.2026 - till-closed response for a
      *    terminal deposit or withdrawal refused because the
      *    operator's till for the day is already declared, case
      *    TS015347215.
      *    Dante Cola 07.09.2026 - dormant accounts: the dormant
      *    response for a debit refused on an account in dormant
      *    status, and the reactivation request (Z) with its
      *    not-dormant response. For Z the reactivation reason
      *    code rides CA-TO-ACCT-KEY (the CA-REACT-DATA view) and
      *    an optional free-text note rides CA-ACCT-NAME; the
      *    request always parks on PENDAP for dual control.
      *    Reasons: CUST customer seen in branch with
      *    identification, LETT signed written instruction, ESTA
      *    executor or estate claim, BANK account wrongly marked
      *    dormant. Case TS015349127.
      *
           05  CA-FUNCTION             PIC X(01).
               88  CA-FUNC-INQUIRY             VALUE 'I'.
               88  CA-FUNC-RELEASE              VALUE 'R'.
               88  CA-FUNC-SETLIMIT             VALUE 'L'.
               88  CA-FUNC-HISTORY              VALUE 'M'.
               88  CA-FUNC-REVERSE              VALUE 'X'.
               88  CA-FUNC-REACTIVATE           VALUE 'Z'.
               88  CA-FUNC-NONE                 VALUE ' '.
           05  CA-CALL-MODE            PIC X(01).
               88  CA-MODE-TERMINAL            VALUE ' '.
               88  CA-MODE-GATEWAY             VALUE 'G'.
           05  CA-ACCT-KEY             PIC X(10).
           05  CA-TO-ACCT-KEY          PIC X(10).
           05  CA-REACT-DATA REDEFINES CA-TO-ACCT-KEY.
               10  CA-REACT-REASON     PIC X(04).
                   88  CA-REACT-VALID-REASON    VALUE 'CUST'
                                                      'LETT'
                                                      'ESTA'
                                                      'BANK'.
               10  FILLER              PIC X(06).
           05  CA-RESP-CODE            PIC 9(02).
               88  CA-RESP-OK                   VALUE 00.
               88  CA-RESP-NOTFND               VALUE 04.
               88  CA-RESP-NO-HOLD              VALUE 44.
               88  CA-RESP-POSTING-CLOSED       VALUE 48.
               88  CA-RESP-BAD-TYPE             VALUE 52.
               88  CA-RESP-NOT-REVERSIBLE       VALUE 56.
               88  CA-RESP-ALREADY-REVERSED     VALUE 60.
               88  CA-RESP-TILL-CLOSED          VALUE 64.
               88  CA-RESP-DORMANT              VALUE 68.
               88  CA-RESP-NOT-DORMANT          VALUE 72.
           05  CA-REASON-CODE          PIC 9(04).
           05  CA-DATA.
               10  CA-ACCT-NAME        PIC X(30).
               10  CA-REV-TRAN-KEY REDEFINES CA-ACCT-NAME.
                   15  CA-REV-DATE     PIC X(08).
                   15  CA-REV-TIME     PIC X(06).
                   15  CA-REV-TASKNO   PIC X(07).
                   15  FILLER          PIC X(09).
               10  CA-ACCT-BALANCE     PIC S9(09)V99.
               10  CA-ACCT-STATUS      PIC X(01).
                   88  CA-ACCT-ACTIVE           VALUE 'A'.
                   88  CA-ACCT-CLOSED           VALUE 'C'.
                   88  CA-ACCT-DORMANT          VALUE 'D'.
           05  CA-TRAN-AMOUNT          PIC S9(09)V99.
           05  CA-CUST-NO              PIC X(08).
           05  CA-AVAIL-BALANCE        PIC S9(09)V99.
