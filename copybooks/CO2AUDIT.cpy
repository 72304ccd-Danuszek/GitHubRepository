      *                      stopped being unique when CALLCO2-OUT
      *                      became a multi-cycle accumulation, so
      *                      CO2RECON matches on cycle plus key.
      *    2026-10-15  RESP  Added CO2-AUD-SEQ-NO and CO2-AUD-CHAIN-
      *                      VALUE.  The sequence number runs on from
      *                      one run to the next off the CALLCO2-
      *                      AUDIT-CONTROL record (copybook CO2ASQ);
      *                      the chain value is CO2ACHN's control
      *                      value over this record's first 53 bytes
      *                      chained from the record before it, so a
      *                      deleted, duplicated, reordered or edited
      *                      record shows up under CO2AVFY.  Records
      *                      written before sequencing began, and
      *                      online records not yet merged by CO2AMRG,
      *                      carry zero in both.
      *
       01  CO2-AUDIT-RECORD.
           05  CO2-AUD-DATE             PIC 9(08).
           05  CO2-AUD-STATUS           PIC X(01).
           05  CO2-AUD-TRAN-KEY         PIC 9(06).
           05  CO2-AUD-CYCLE-ID         PIC X(02).
           05  CO2-AUD-SEQ-NO           PIC 9(12).
           05  CO2-AUD-CHAIN-VALUE      PIC 9(15).
