      *    mould: function code, response and reason.
      *
      *    Dante Cola 01.09.2026 - new for case TS015341833.
      *    Dante Cola 09.09.2026 - supervisor day-start override
      *    (F) and the batch-incomplete response for a day-start
      *    refused while a mandatory batch job for the closing
      *    date is missing or failed, case TS015351036.
      *
           05  DC-FUNCTION             PIC X(01).
               88  DC-FUNC-INQUIRY             VALUE 'I'.
               88  DC-FUNC-DAY-END             VALUE 'E'.
               88  DC-FUNC-DAY-START           VALUE 'S'.
               88  DC-FUNC-FORCE-START         VALUE 'F'.
               88  DC-FUNC-NONE                VALUE ' '.
           05  DC-RESP-CODE            PIC 9(02).
               88  DC-RESP-OK                   VALUE 00.
               88  DC-RESP-SYS-ERROR            VALUE 16.
               88  DC-RESP-ALREADY              VALUE 20.
               88  DC-RESP-BAD-DATE             VALUE 24.
               88  DC-RESP-BATCH-INCOMPLETE     VALUE 28.
           05  DC-REASON-CODE          PIC 9(04).
           05  FILLER                  PIC X(33).
