      *
      *  CO2SIMP - Control card for CO2SIM: the future as-of date to
      *  project CALLCO2-RC-TABLE to, the window of CALLCO2-AUDIT
      *  traffic to replay (business dates, inclusive), and the base
      *  date the projection is compared against.  A zero base date
      *  defaults to the current business date on CALLCO2-CALENDAR;
      *  a zero window defaults to the base date alone, and a zero
      *  to-date to the from-date.  The as-of date is required.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2SIM-PARM-RECORD.
           05  CO2SIMP-AS-OF-DATE       PIC 9(08).
           05  CO2SIMP-FROM-DATE        PIC 9(08).
           05  CO2SIMP-TO-DATE          PIC 9(08).
           05  CO2SIMP-BASE-DATE        PIC 9(08).
