      *
      *  CO2SAGP - Control card for CO2SAGE: the date the suspense
      *  workbench is aged as of, and the SLA - the most business
      *  days an open or in-progress item may wait before it is
      *  listed as a breach.  A zero as-of date defaults to the
      *  current business date on CALLCO2-CALENDAR; a zero SLA to
      *  5 business days.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2SAGE-PARM-RECORD.
           05  CO2SAGP-AS-OF-DATE       PIC 9(08).
           05  CO2SAGP-SLA-DAYS         PIC 9(03).
