      *
      *  CO2EODP - Control card for CO2EODS: the business date to
      *  report on (zero = the current business date on CALLCO2-
      *  CALENDAR) and the CO2BATCH cycle IDs expected that day, in
      *  the order they run.  With no cycle IDs on the card cycle
      *  '01' alone is expected.  Any other cycle found on the run
      *  ledger for the date is reported as well.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2EODS-PARM-RECORD.
           05  CO2EODP-BUSINESS-DATE    PIC 9(08).
           05  CO2EODP-CYCLE-ID         PIC X(02)
                   OCCURS 10 TIMES.
