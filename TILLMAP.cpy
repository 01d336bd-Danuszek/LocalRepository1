      *    TILLMAP - SYMBOLIC MAP FOR MAPSET TILLMAP, MAP TILLMAP
      *    Hand-maintained equivalent of the BMS physical/symbolic
      *    map pair for the CICS011 teller till screen.
      *    Fields: KFUN (function code), KOPR (operator whose till
      *    is shown - blank means the signed-on operator), KAMT
      *    (amount keyed for open, vault and declare), KBUS
      *    (business date, display), KSTA (till status, display),
      *    KFLT/KCIN/KCOT/KVIN/KVOT (float, cash-in, cash-out,
      *    vault-in, vault-out, display), KEXP (expected cash),
      *    KDEC (declared cash), KDIF (over/short), KMSG (message
      *    line). One symbolic map record is shared for SEND MAP
      *    and RECEIVE MAP, as on the CICSMAP screen.
      *
      *    Dante Cola 04.09.2026 - new for case TS015347215.
      *
       01  TILLMAPI.
           02  FILLER                   PIC X(12).
           02  KFUNL                    PIC S9(4) COMP.
           02  KFUNF                    PIC X.
           02  FILLER REDEFINES KFUNF.
               03  KFUNA                PIC X.
           02  KFUNI                    PIC X(01).
           02  KOPRL                    PIC S9(4) COMP.
           02  KOPRF                    PIC X.
           02  FILLER REDEFINES KOPRF.
               03  KOPRA                PIC X.
           02  KOPRI                    PIC X(08).
           02  KAMTL                    PIC S9(4) COMP.
           02  KAMTF                    PIC X.
           02  FILLER REDEFINES KAMTF.
               03  KAMTA                PIC X.
           02  KAMTI                    PIC X(12).
           02  KBUSL                    PIC S9(4) COMP.
           02  KBUSF                    PIC X.
           02  FILLER REDEFINES KBUSF.
               03  KBUSA                PIC X.
           02  KBUSI                    PIC X(08).
           02  KSTAL                    PIC S9(4) COMP.
           02  KSTAF                    PIC X.
           02  FILLER REDEFINES KSTAF.
               03  KSTAA                PIC X.
           02  KSTAI                    PIC X(10).
           02  KFLTL                    PIC S9(4) COMP.
           02  KFLTF                    PIC X.
           02  FILLER REDEFINES KFLTF.
               03  KFLTA                PIC X.
           02  KFLTI                    PIC X(12).
           02  KCINL                    PIC S9(4) COMP.
           02  KCINF                    PIC X.
           02  FILLER REDEFINES KCINF.
               03  KCINA                PIC X.
           02  KCINI                    PIC X(12).
           02  KCOTL                    PIC S9(4) COMP.
           02  KCOTF                    PIC X.
           02  FILLER REDEFINES KCOTF.
               03  KCOTA                PIC X.
           02  KCOTI                    PIC X(12).
           02  KVINL                    PIC S9(4) COMP.
           02  KVINF                    PIC X.
           02  FILLER REDEFINES KVINF.
               03  KVINA                PIC X.
           02  KVINI                    PIC X(12).
           02  KVOTL                    PIC S9(4) COMP.
           02  KVOTF                    PIC X.
           02  FILLER REDEFINES KVOTF.
               03  KVOTA                PIC X.
           02  KVOTI                    PIC X(12).
           02  KEXPL                    PIC S9(4) COMP.
           02  KEXPF                    PIC X.
           02  FILLER REDEFINES KEXPF.
               03  KEXPA                PIC X.
           02  KEXPI                    PIC X(12).
           02  KDECL                    PIC S9(4) COMP.
           02  KDECF                    PIC X.
           02  FILLER REDEFINES KDECF.
               03  KDECA                PIC X.
           02  KDECI                    PIC X(12).
           02  KDIFL                    PIC S9(4) COMP.
           02  KDIFF                    PIC X.
           02  FILLER REDEFINES KDIFF.
               03  KDIFA                PIC X.
           02  KDIFI                    PIC X(12).
           02  KMSGL                    PIC S9(4) COMP.
           02  KMSGF                    PIC X.
           02  FILLER REDEFINES KMSGF.
               03  KMSGA                PIC X.
           02  KMSGI                    PIC X(40).
