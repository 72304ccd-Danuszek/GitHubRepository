      *
      *  CO2EDTP - Control card for CO2EDIT: the expected cycle
      *  business date.  Omit the card (empty CO2EDTP) to default to
      *  the current business date on CALLCO2-CALENDAR - the
      *  override exists for a rerun of a prior cycle in a recovery
      *  window.  CO2EDTP-CYCLE-ID names the CO2BATCH cycle the feed
      *  is for ('01' when blank or the card is omitted) - it only
      *  labels this step's CALLCO2-RUN-LEDGER entries, and should
      *  match the cycle on the CO2BPARM card of the run that
      *  follows.
      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-10-15  RESP  Omitted card now defaults to the
      *                      CALLCO2-CALENDAR business date, not
      *                      today.
      *    2026-10-15  RESP  Added CO2EDTP-CYCLE-ID for the run
      *                      ledger.
      *
       01  CO2EDIT-PARM-RECORD.
           05  CO2EDTP-DATE             PIC 9(08).
           05  CO2EDTP-CYCLE-ID         PIC X(02).
