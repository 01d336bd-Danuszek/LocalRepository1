      *    RUNMAP - SYMBOLIC MAP FOR MAPSET RUNMAP, MAP RUNMAP
      *    Hand-maintained equivalent of the BMS physical/symbolic
      *    map pair for the CICS013 batch run-status screen.
      *    Fields: RFUN (function code), RDAT (business date of
      *    the night shown, keyed), RPGM (program to flag for a
      *    rerun or to show the totals of, keyed), twelve rows of
      *    RJOB/RMND/RSTS/RRCD/RSTT/REND/RCNT/RVRD (program,
      *    mandatory flag, run status, return code, start time,
      *    end time, run count, day-start verdict), the detail
      *    block for RPGM - RDBY (rerun flagged by) and three
      *    rows of RTDS/RTVL (control total description and
      *    value) - and RMSG (message line). The rows sit under
      *    an OCCURS so the fill loops can subscript them, as on
      *    the AMLMAP screen.
      *
      *    Dante Cola 09.09.2026 - new for case TS015351036.
      *    Dante Cola 10.09.2026 - eight rows, one for the ACCTBKP
      *    backup step. Case TS015352187.
      *    Dante Cola 12.09.2026 - nine rows, one for the ODEXCESS
      *    overdraft excess run. Case TS015354708.
      *    Dante Cola 14.09.2026 - ten rows, one for the DORMCHK
      *    dormancy sweep. Case TS015356031.
      *    Dante Cola 15.09.2026 - eleven rows, one for the AMLMON
      *    monitoring run. Case TS015356844.
      *    Dante Cola 16.09.2026 - twelve rows, one for the CLRPOST
      *    inward clearing run. Case TS015357312.
      *
       01  RUNMAPI.
           02  FILLER                   PIC X(12).
           02  RFUNL                    PIC S9(4) COMP.
           02  RFUNF                    PIC X.
           02  FILLER REDEFINES RFUNF.
               03  RFUNA                PIC X.
           02  RFUNI                    PIC X(01).
           02  RDATL                    PIC S9(4) COMP.
           02  RDATF                    PIC X.
           02  FILLER REDEFINES RDATF.
               03  RDATA                PIC X.
           02  RDATI                    PIC X(08).
           02  RPGML                    PIC S9(4) COMP.
           02  RPGMF                    PIC X.
           02  FILLER REDEFINES RPGMF.
               03  RPGMA                PIC X.
           02  RPGMI                    PIC X(08).
           02  RUN-ROW OCCURS 12 TIMES.
               03  RJOBL                PIC S9(4) COMP.
               03  RJOBF                PIC X.
               03  RJOBI                PIC X(08).
               03  RMNDL                PIC S9(4) COMP.
               03  RMNDF                PIC X.
               03  RMNDI                PIC X(01).
               03  RSTSL                PIC S9(4) COMP.
               03  RSTSF                PIC X.
               03  RSTSI                PIC X(08).
               03  RRCDL                PIC S9(4) COMP.
               03  RRCDF                PIC X.
               03  RRCDI                PIC X(04).
               03  RSTTL                PIC S9(4) COMP.
               03  RSTTF                PIC X.
               03  RSTTI                PIC X(06).
               03  RENDL                PIC S9(4) COMP.
               03  RENDF                PIC X.
               03  RENDI                PIC X(06).
               03  RCNTL                PIC S9(4) COMP.
               03  RCNTF                PIC X.
               03  RCNTI                PIC X(03).
               03  RVRDL                PIC S9(4) COMP.
               03  RVRDF                PIC X.
               03  RVRDI                PIC X(08).
           02  RDBYL                    PIC S9(4) COMP.
           02  RDBYF                    PIC X.
           02  FILLER REDEFINES RDBYF.
               03  RDBYA                PIC X.
           02  RDBYI                    PIC X(08).
           02  RUN-TOTAL-ROW OCCURS 3 TIMES.
               03  RTDSL                PIC S9(4) COMP.
               03  RTDSF                PIC X.
               03  RTDSI                PIC X(12).
               03  RTVLL                PIC S9(4) COMP.
               03  RTVLF                PIC X.
               03  RTVLI                PIC X(18).
           02  RMSGL                    PIC S9(4) COMP.
           02  RMSGF                    PIC X.
           02  FILLER REDEFINES RMSGF.
               03  RMSGA                PIC X.
           02  RMSGI                    PIC X(40).
