      *    RUNPARM - RUNREG CALL PARAMETER AREA
      *    Passed by every batch-window program on its two CALLs
      *    to the RUNREG run-control subprogram: function S as
      *    the step starts (before any file is opened) and E as
      *    it ends (after its return code is settled). The
      *    business date is left blank for RUNREG to take off
      *    the SYSCTL control record - after day-end that is the
      *    day just closed - or filled by a program that runs for
      *    a date of its own (the GLEXTR past-day rerun); RUNREG
      *    hands the date it used back so the end call books on
      *    the same record even if the day moves on meanwhile.
      *    The totals are copied to the RUNREC record as they
      *    stand, type C for a count and A for an amount.
      *
      *    RR-RESULT: 00 done; 04 the program has already run for
      *    that date and no rerun is flagged - the step must end
      *    without touching its files; 08 an end call found no
      *    run started; 12 the RUNCTL record could not be
      *    written.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *
           05  RR-FUNCTION              PIC X(01).
               88  RR-FUNC-START                VALUE 'S'.
               88  RR-FUNC-END                  VALUE 'E'.
           05  RR-PROGRAM               PIC X(08).
           05  RR-BUS-DATE              PIC X(08).
           05  RR-RETURN-CODE           PIC 9(04).
           05  RR-TOTAL OCCURS 3 TIMES.
               10  RR-TOTAL-DESC        PIC X(12).
               10  RR-TOTAL-TYPE        PIC X(01).
               10  RR-TOTAL-VALUE       PIC S9(13)V99 COMP-3.
           05  RR-RUN-COUNT             PIC 9(03).
           05  RR-RESULT                PIC 9(02).
               88  RR-OK                        VALUE 00.
               88  RR-ALREADY-RUN               VALUE 04.
               88  RR-NOT-STARTED               VALUE 08.
               88  RR-REGISTRY-ERROR            VALUE 12.
