      *
      *  CO2VLDP - Control card for CO2VLD: the CO2BATCH cycle the
      *  feed being validated is for ('01' when blank or the card is
      *  omitted).  It only labels this step's CALLCO2-RUN-LEDGER
      *  entries, and should match the cycle on the CO2BPARM card of
      *  the run that follows.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2VLD-PARM-RECORD.
           05  CO2VLDP-CYCLE-ID         PIC X(02).
