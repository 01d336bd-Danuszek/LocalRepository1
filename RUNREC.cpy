      *    RUNREC - BATCH RUN-CONTROL FILE RECORD LAYOUT
      *    Keyed KSDS (RUNCTL), one record per batch-window
      *    program per business date it ran for - the key is the
      *    business date then the program name, so one date's
      *    night reads together. Written only through the RUNREG
      *    subprogram the batch programs CALL as they start and
      *    as they end: the start writes the record in running
      *    status, the end stamps the end time, the step return
      *    code and up to three control totals the program
      *    chooses (a count or an amount each, told apart by the
      *    total type). A record still in running status after
      *    the step is over means the step abended.
      *
      *    A record already on file stops the next run for the
      *    same date until a supervisor flags a rerun on the AC13
      *    run-status screen (CICS013); the rerun clears the
      *    flag, counts the run and starts the record over, and
      *    the operator who flagged it stays on the record. The
      *    CICS009 day-start reads the closing date's records to
      *    decide whether the batch window finished.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *
           05  RG-KEY.
               10  RG-BUS-DATE          PIC X(08).
               10  RG-PROGRAM           PIC X(08).
           05  RG-STATUS                PIC X(01).
               88  RG-RUNNING                   VALUE 'R'.
               88  RG-ENDED                     VALUE 'E'.
           05  RG-RUN-COUNT             PIC 9(03).
           05  RG-START-DATE            PIC X(08).
           05  RG-START-TIME            PIC X(06).
           05  RG-END-DATE              PIC X(08).
           05  RG-END-TIME              PIC X(06).
           05  RG-RETURN-CODE           PIC 9(04).
           05  RG-RERUN-SW              PIC X(01).
               88  RG-RERUN-ALLOWED             VALUE 'Y'.
           05  RG-RERUN-OPID            PIC X(08).
           05  RG-RERUN-DATE            PIC X(08).
           05  RG-RERUN-TIME            PIC X(06).
           05  RG-TOTALS.
               10  RG-TOTAL OCCURS 3 TIMES.
                   15  RG-TOTAL-DESC    PIC X(12).
                   15  RG-TOTAL-TYPE    PIC X(01).
                       88  RG-TOTAL-COUNT       VALUE 'C'.
                       88  RG-TOTAL-AMOUNT      VALUE 'A'.
                   15  RG-TOTAL-VALUE   PIC S9(13)V99 COMP-3.
           05  FILLER                   PIC X(12).
