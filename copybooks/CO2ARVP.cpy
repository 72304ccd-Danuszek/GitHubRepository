      *
      *  CO2ARVP - Control card for CO2AREV: the date the access
      *  review is taken as of, and how many days without a call
      *  make an active caller dormant.  A zero as-of date defaults
      *  to the current business date on CALLCO2-CALENDAR; zero
      *  dormant days defaults to 90, one quarter.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2AREV-PARM-RECORD.
           05  CO2ARVP-AS-OF-DATE       PIC 9(08).
           05  CO2ARVP-DORMANT-DAYS     PIC 9(04).
