      *    Hand-maintained equivalent of the BMS physical/symbolic
      *    map pair for the CICS010 transaction history inquiry
      *    screen. Fields: XACC (account key), ten list rows of
      *    XDTE/XFUN/XDIR/XAMT/XBAL/XCOR/XREF (movement date,
      *    function, direction, amount, balance after, correction
      *    marker, movement reference), and XMSG (message
      *    line). The list rows sit under an OCCURS so the fill
      *    loops can subscript them, as on the BRWSMAP screen.
      *
      *    Dante Cola 02.09.2026 - new for case TS015343790.
      *    Dante Cola 03.09.2026 - two more row fields: XCOR marks
      *    a correction pair (REV on a reversed original, COR on
      *    its contra) and XREF shows the movement's TRANHS date,
      *    time and task number - the reference a teller keys to
      *    request a reversal. Case TS015346102.
      *
       01  HISTMAPI.
           02  FILLER                   PIC X(12).
               03  XBALL                PIC S9(4) COMP.
               03  XBALF                PIC X.
               03  XBALI                PIC X(12).
               03  XCORL                PIC S9(4) COMP.
               03  XCORF                PIC X.
               03  XCORI                PIC X(03).
               03  XREFL                PIC S9(4) COMP.
               03  XREFF                PIC X.
               03  XREFI                PIC X(21).
           02  XMSGL                    PIC S9(4) COMP.
           02  XMSGF                    PIC X.
           02  FILLER REDEFINES XMSGF.
