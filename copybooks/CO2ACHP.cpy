      *
      *  CO2ACHP - Parameter for CO2ACHN, the CALLCO2-AUDIT chain
      *  value routine.  The caller passes the chain value of the
      *  record before (zero ahead of the first sequenced record)
      *  and gets back the chain value for the record passed with
      *  it.  Writers store the result on CO2-AUD-CHAIN-VALUE;
      *  CO2AVFY recomputes it and compares.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2-ACHN-PARM.
           05  CO2-ACHN-PRIOR-VALUE     PIC 9(15).
           05  CO2-ACHN-CHAIN-VALUE     PIC 9(15).
