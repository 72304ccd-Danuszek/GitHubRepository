      *
      *  CO2MAP3 - Symbolic map for the CO2ISET mapset, map CO2MAP3
      *  (the CALLCO2 online lookup screen).  Hand-maintained to
      *  mirror what DFHMSD/DFHMDI/DFHMDF assembly of bms/CO2ISET.bms
      *  would generate, the same way CO2MAP1 and CO2MAP2 are.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2MAP3I.
           05  FILLER                   PIC X(12).
           05  CODEIL                   PIC S9(4) COMP.
           05  CODEIF                   PIC X.
           05  FILLER REDEFINES CODEIF.
               10  CODEIA               PIC X.
           05  CODEII                   PIC 9(02).
           05  BDATEIL                  PIC S9(4) COMP.
           05  BDATEIF                  PIC X.
           05  FILLER REDEFINES BDATEIF.
               10  BDATEIA              PIC X.
           05  BDATEII                  PIC X(08).
           05  RCIL                     PIC S9(4) COMP.
           05  RCIF                     PIC X.
           05  FILLER REDEFINES RCIF.
               10  RCIA                 PIC X.
           05  RCII                     PIC X(02).
           05  RCNMIL                   PIC S9(4) COMP.
           05  RCNMIF                   PIC X.
           05  FILLER REDEFINES RCNMIF.
               10  RCNMIA               PIC X.
           05  RCNMII                   PIC X(20).
           05  RSIL                     PIC S9(4) COMP.
           05  RSIF                     PIC X.
           05  FILLER REDEFINES RSIF.
               10  RSIA                 PIC X.
           05  RSII                     PIC X(02).
           05  RSNMIL                   PIC S9(4) COMP.
           05  RSNMIF                   PIC X.
           05  FILLER REDEFINES RSNMIF.
               10  RSNMIA               PIC X.
           05  RSNMII                   PIC X(20).
           05  CATIL                    PIC S9(4) COMP.
           05  CATIF                    PIC X.
           05  FILLER REDEFINES CATIF.
               10  CATIA                PIC X.
           05  CATII                    PIC X(02).
           05  CATNMIL                  PIC S9(4) COMP.
           05  CATNMIF                  PIC X.
           05  FILLER REDEFINES CATNMIF.
               10  CATNMIA              PIC X.
           05  CATNMII                  PIC X(20).
           05  EFFIL                    PIC S9(4) COMP.
           05  EFFIF                    PIC X.
           05  FILLER REDEFINES EFFIF.
               10  EFFIA                PIC X.
           05  EFFII                    PIC X(08).
           05  MSG3IL                   PIC S9(4) COMP.
           05  MSG3IF                   PIC X.
           05  FILLER REDEFINES MSG3IF.
               10  MSG3IA               PIC X.
           05  MSG3II                   PIC X(70).

       01  CO2MAP3O REDEFINES CO2MAP3I.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  CODEO                    PIC 9(02).
           05  FILLER                   PIC X(03).
           05  BDATEO                   PIC 9(08).
           05  FILLER                   PIC X(03).
           05  RCO                      PIC 9(02).
           05  FILLER                   PIC X(03).
           05  RCNMO                    PIC X(20).
           05  FILLER                   PIC X(03).
           05  RSO                      PIC 9(02).
           05  FILLER                   PIC X(03).
           05  RSNMO                    PIC X(20).
           05  FILLER                   PIC X(03).
           05  CATO                     PIC X(02).
           05  FILLER                   PIC X(03).
           05  CATNMO                   PIC X(20).
           05  FILLER                   PIC X(03).
           05  EFFO                     PIC 9(08).
           05  FILLER                   PIC X(03).
           05  MSG3O                    PIC X(70).
