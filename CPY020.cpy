      *    CPY020 - CICS012 COMMAREA LAYOUT
      *    Pseudo-conversational state for the AML alert review
      *    queue: function code, response and reason, the AMLALRT
      *    keys bounding the page on the screen so PF7/PF8 can
      *    reposition, the key behind each list row (a row number
      *    keyed on the screen selects through these), and the
      *    alert currently shown in the detail block.
      *
      *    Dante Cola 06.09.2026 - new for case TS015348461.
      *
           05  AR-FUNCTION             PIC X(01).
               88  AR-FUNC-LIST                VALUE 'L'.
               88  AR-FUNC-SHOW                VALUE 'S'.
               88  AR-FUNC-CLEAR               VALUE 'C'.
               88  AR-FUNC-ESCALATE            VALUE 'E'.
               88  AR-FUNC-NONE                VALUE ' '.
           05  AR-RESP-CODE            PIC 9(02).
               88  AR-RESP-OK                   VALUE 00.
               88  AR-RESP-NOTFND               VALUE 04.
               88  AR-RESP-NOT-AUTH             VALUE 12.
               88  AR-RESP-SYS-ERROR            VALUE 16.
               88  AR-RESP-ALREADY              VALUE 20.
               88  AR-RESP-NO-SELECTION         VALUE 24.
               88  AR-RESP-NOTE-REQUIRED        VALUE 28.
           05  AR-REASON-CODE          PIC 9(04).
           05  AR-TOP-KEY              PIC X(19).
           05  AR-BOT-KEY              PIC X(19).
           05  AR-SEL-KEY              PIC X(19).
           05  AR-ROW-KEY              PIC X(19) OCCURS 10 TIMES.
           05  FILLER                  PIC X(06).
