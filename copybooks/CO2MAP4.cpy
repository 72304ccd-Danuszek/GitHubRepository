      *
      *  CO2MAP4 - Symbolic map for the CO2ASET mapset, map CO2MAP4
      *  (the CALLCO2-AUTH-TABLE maintenance screen).  Hand-
      *  maintained to mirror what DFHMSD/DFHMDI/DFHMDF assembly of
      *  bms/CO2ASET.bms would generate, the same way CO2MAP1
      *  through CO2MAP3 are.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2MAP4I.
           05  FILLER                   PIC X(12).
           05  FUNCIL                   PIC S9(4) COMP.
           05  FUNCIF                   PIC X.
           05  FILLER REDEFINES FUNCIF.
               10  FUNCIA               PIC X.
           05  FUNCII                   PIC 9(01).
           05  CALLRIL                  PIC S9(4) COMP.
           05  CALLRIF                  PIC X.
           05  FILLER REDEFINES CALLRIF.
               10  CALLRIA              PIC X.
           05  CALLRII                  PIC X(08).
           05  STATIL                   PIC S9(4) COMP.
           05  STATIF                   PIC X.
           05  FILLER REDEFINES STATIF.
               10  STATIA               PIC X.
           05  STATII                   PIC X(01).
           05  MSGOL                    PIC S9(4) COMP.
           05  MSGOF                    PIC X.
           05  FILLER REDEFINES MSGOF.
               10  MSGOA                PIC X.
           05  MSGOI                    PIC X(70).

       01  CO2MAP4O REDEFINES CO2MAP4I.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  FUNCO                    PIC X(01).
           05  FILLER                   PIC X(03).
           05  CALLRO                   PIC X(08).
           05  FILLER                   PIC X(03).
           05  STATO                    PIC X(01).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(70).
