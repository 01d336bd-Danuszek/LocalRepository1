      *    AMLMAP - SYMBOLIC MAP FOR MAPSET AMLMAP, MAP AMLMAP
      *    Hand-maintained equivalent of the BMS physical/symbolic
      *    map pair for the CICS012 AML alert review queue.
      *    Fields: LFUN (function code), LSEL (list row to
      *    select), ten list rows of LSUB/LTYP/LDTE/LACC/LCNT/
      *    LAMT/LSTA (subject, alert type, business date,
      *    account, movement count, amount, status), the detail
      *    block for the selected alert - LDSB (subject), LDTY
      *    (alert type text), LDDT (business date), LDAC
      *    (account), LDCT (movements), LDAM (amount), LDCM (held
      *    against), LDWN (window start), LDST (status text),
      *    LDNM/LDAD/LDCY (customer name, address line, city),
      *    LDBY (dispositioned by) - LNOT (disposition note,
      *    keyed) and LMSG (message line). The list rows sit
      *    under an OCCURS so the fill loops can subscript them,
      *    as on the HISTMAP screen.
      *
      *    Dante Cola 06.09.2026 - new for case TS015348461.
      *
       01  AMLMAPI.
           02  FILLER                   PIC X(12).
           02  LFUNL                    PIC S9(4) COMP.
           02  LFUNF                    PIC X.
           02  FILLER REDEFINES LFUNF.
               03  LFUNA                PIC X.
           02  LFUNI                    PIC X(01).
           02  LSELL                    PIC S9(4) COMP.
           02  LSELF                    PIC X.
           02  FILLER REDEFINES LSELF.
               03  LSELA                PIC X.
           02  LSELI                    PIC X(02).
           02  AML-ROW OCCURS 10 TIMES.
               03  LSUBL                PIC S9(4) COMP.
               03  LSUBF                PIC X.
               03  LSUBI                PIC X(10).
               03  LTYPL                PIC S9(4) COMP.
               03  LTYPF                PIC X.
               03  LTYPI                PIC X(01).
               03  LDTEL                PIC S9(4) COMP.
               03  LDTEF                PIC X.
               03  LDTEI                PIC X(08).
               03  LACCL                PIC S9(4) COMP.
               03  LACCF                PIC X.
               03  LACCI                PIC X(10).
               03  LCNTL                PIC S9(4) COMP.
               03  LCNTF                PIC X.
               03  LCNTI                PIC X(05).
               03  LAMTL                PIC S9(4) COMP.
               03  LAMTF                PIC X.
               03  LAMTI                PIC X(14).
               03  LSTAL                PIC S9(4) COMP.
               03  LSTAF                PIC X.
               03  LSTAI                PIC X(01).
           02  LDSBL                    PIC S9(4) COMP.
           02  LDSBF                    PIC X.
           02  FILLER REDEFINES LDSBF.
               03  LDSBA                PIC X.
           02  LDSBI                    PIC X(10).
           02  LDTYL                    PIC S9(4) COMP.
           02  LDTYF                    PIC X.
           02  FILLER REDEFINES LDTYF.
               03  LDTYA                PIC X.
           02  LDTYI                    PIC X(22).
           02  LDDTL                    PIC S9(4) COMP.
           02  LDDTF                    PIC X.
           02  FILLER REDEFINES LDDTF.
               03  LDDTA                PIC X.
           02  LDDTI                    PIC X(08).
           02  LDACL                    PIC S9(4) COMP.
           02  LDACF                    PIC X.
           02  FILLER REDEFINES LDACF.
               03  LDACA                PIC X.
           02  LDACI                    PIC X(10).
           02  LDCTL                    PIC S9(4) COMP.
           02  LDCTF                    PIC X.
           02  FILLER REDEFINES LDCTF.
               03  LDCTA                PIC X.
           02  LDCTI                    PIC X(05).
           02  LDAML                    PIC S9(4) COMP.
           02  LDAMF                    PIC X.
           02  FILLER REDEFINES LDAMF.
               03  LDAMA                PIC X.
           02  LDAMI                    PIC X(14).
           02  LDCML                    PIC S9(4) COMP.
           02  LDCMF                    PIC X.
           02  FILLER REDEFINES LDCMF.
               03  LDCMA                PIC X.
           02  LDCMI                    PIC X(14).
           02  LDWNL                    PIC S9(4) COMP.
           02  LDWNF                    PIC X.
           02  FILLER REDEFINES LDWNF.
               03  LDWNA                PIC X.
           02  LDWNI                    PIC X(08).
           02  LDSTL                    PIC S9(4) COMP.
           02  LDSTF                    PIC X.
           02  FILLER REDEFINES LDSTF.
               03  LDSTA                PIC X.
           02  LDSTI                    PIC X(10).
           02  LDNML                    PIC S9(4) COMP.
           02  LDNMF                    PIC X.
           02  FILLER REDEFINES LDNMF.
               03  LDNMA                PIC X.
           02  LDNMI                    PIC X(30).
           02  LDADL                    PIC S9(4) COMP.
           02  LDADF                    PIC X.
           02  FILLER REDEFINES LDADF.
               03  LDADA                PIC X.
           02  LDADI                    PIC X(30).
           02  LDCYL                    PIC S9(4) COMP.
           02  LDCYF                    PIC X.
           02  FILLER REDEFINES LDCYF.
               03  LDCYA                PIC X.
           02  LDCYI                    PIC X(20).
           02  LDBYL                    PIC S9(4) COMP.
           02  LDBYF                    PIC X.
           02  FILLER REDEFINES LDBYF.
               03  LDBYA                PIC X.
           02  LDBYI                    PIC X(08).
           02  LNOTL                    PIC S9(4) COMP.
           02  LNOTF                    PIC X.
           02  FILLER REDEFINES LNOTF.
               03  LNOTA                PIC X.
           02  LNOTI                    PIC X(60).
           02  LMSGL                    PIC S9(4) COMP.
           02  LMSGF                    PIC X.
           02  FILLER REDEFINES LMSGF.
               03  LMSGA                PIC X.
           02  LMSGI                    PIC X(40).
