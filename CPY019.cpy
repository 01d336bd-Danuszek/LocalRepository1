      *    CPY019 - CICS011 COMMAREA LAYOUT
      *    Contract between the CICS011 teller till transaction
      *    and its screen round trips, in the CPY017 mould:
      *    function code, response and reason, plus the operator
      *    whose till is on the screen.
      *
      *    Dante Cola 04.09.2026 - new for case TS015347215.
      *
           05  TC-FUNCTION             PIC X(01).
               88  TC-FUNC-INQUIRY             VALUE 'I'.
               88  TC-FUNC-OPEN                VALUE 'O'.
               88  TC-FUNC-VAULT-IN            VALUE 'V'.
               88  TC-FUNC-VAULT-OUT           VALUE 'R'.
               88  TC-FUNC-DECLARE             VALUE 'D'.
               88  TC-FUNC-NONE                VALUE ' '.
           05  TC-RESP-CODE            PIC 9(02).
               88  TC-RESP-OK                   VALUE 00.
               88  TC-RESP-NOTFND               VALUE 04.
               88  TC-RESP-NOT-AUTH             VALUE 12.
               88  TC-RESP-SYS-ERROR            VALUE 16.
               88  TC-RESP-ALREADY              VALUE 20.
               88  TC-RESP-TILL-CLOSED          VALUE 24.
               88  TC-RESP-BAD-AMOUNT           VALUE 28.
               88  TC-RESP-POSTING-CLOSED       VALUE 32.
               88  TC-RESP-NO-CASH              VALUE 36.
               88  TC-RESP-NOT-OWN-TILL         VALUE 40.
           05  TC-REASON-CODE          PIC 9(04).
           05  TC-OPERID               PIC X(08).
           05  FILLER                  PIC X(25).
