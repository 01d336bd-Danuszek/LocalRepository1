      *    CPY021 - CICS013 COMMAREA LAYOUT
      *    Pseudo-conversational state for the batch run-status
      *    screen: function code, response and reason, and the
      *    business date and program the last round trip showed,
      *    so ENTER on an untouched screen reshows the same night.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *
           05  RN-FUNCTION             PIC X(01).
               88  RN-FUNC-INQUIRY             VALUE 'I'.
               88  RN-FUNC-RERUN               VALUE 'R'.
               88  RN-FUNC-NONE                VALUE ' '.
           05  RN-RESP-CODE            PIC 9(02).
               88  RN-RESP-OK                   VALUE 00.
               88  RN-RESP-NOTFND               VALUE 04.
               88  RN-RESP-NOT-AUTH             VALUE 12.
               88  RN-RESP-SYS-ERROR            VALUE 16.
               88  RN-RESP-ALREADY              VALUE 20.
               88  RN-RESP-BAD-DATE             VALUE 24.
               88  RN-RESP-NO-PROGRAM           VALUE 28.
           05  RN-REASON-CODE          PIC 9(04).
           05  RN-BUS-DATE             PIC X(08).
           05  RN-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(17).
