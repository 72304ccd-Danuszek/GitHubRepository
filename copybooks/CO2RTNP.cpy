      *
      *  CO2RTNP - Control card for CO2RTN: the intraday cycle whose
      *  results are returned ('01' when blank or omitted).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2RTN-PARM-RECORD.
           05  CO2RTNP-CYCLE-ID         PIC X(02).
