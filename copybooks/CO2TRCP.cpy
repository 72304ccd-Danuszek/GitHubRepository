      *
      *  CO2TRCP - Control card for CO2TRC, one card per transaction
      *  to trace: the business date it came in on (zero = the date
      *  on the CO2BIN header, i.e. the daily files allocated to the
      *  run), its cycle ('01' when blank), its CALLCO2-IN key, and
      *  optionally the last date to look for re-drive calls on
      *  (zero or blank = the business date only).  One card is a
      *  single inquiry; a deck of them is a research report.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2TRC-PARM-RECORD.
           05  CO2TRCP-BUSINESS-DATE    PIC 9(08).
           05  CO2TRCP-CYCLE-ID         PIC X(02).
           05  CO2TRCP-TRAN-KEY         PIC 9(06).
           05  CO2TRCP-THROUGH-DATE     PIC 9(08).
