      *    BKUPREC - ACCTMS POINT-IN-TIME BACKUP RECORD LAYOUT
      *    The fixed 100-byte records of the ACCTBK nightly backup
      *    of the account master written by ACCTBKP as the last
      *    step of the batch window - a generation dataset, one
      *    generation per business date - and read back by the
      *    ACCTRCV forward recovery. One H header naming the
      *    business date the backup closes, when it was taken and
      *    the highest TRANHS key on file at the time (the last
      *    movement the backup covers - spaces when TRANHS was
      *    empty); one D record per account carrying the 94-byte
      *    ACCTREC image exactly as it stood; one T trailer with
      *    the account count and the balance total, so a short or
      *    damaged backup is caught before anything is rebuilt
      *    from it.
      *
      *    Dante Cola 10.09.2026 - new for case TS015352187.
      *
           05  BK-REC-TYPE              PIC X(01).
               88  BK-HEADER                    VALUE 'H'.
               88  BK-DETAIL                    VALUE 'D'.
               88  BK-TRAILER                   VALUE 'T'.
           05  BK-DATA                  PIC X(99).
           05  BK-HEADER-DATA REDEFINES BK-DATA.
               10  BK-BUS-DATE          PIC X(08).
               10  BK-TAKEN-DATE        PIC X(08).
               10  BK-TAKEN-TIME        PIC X(06).
               10  BK-LAST-TH-KEY.
                   15  BK-LAST-TH-ACCT  PIC X(10).
                   15  BK-LAST-TH-STAMP.
                       20  BK-LAST-TH-DATE
                                        PIC X(08).
                       20  BK-LAST-TH-TIME
                                        PIC X(06).
                       20  BK-LAST-TH-TASKNO
                                        PIC X(07).
               10  FILLER               PIC X(46).
           05  BK-DETAIL-DATA REDEFINES BK-DATA.
               10  BK-ACCOUNT-IMAGE     PIC X(94).
               10  FILLER               PIC X(05).
           05  BK-TRAILER-DATA REDEFINES BK-DATA.
               10  BK-ACCT-COUNT        PIC 9(09).
               10  BK-BAL-TOTAL         PIC S9(13)V99.
               10  FILLER               PIC X(75).
