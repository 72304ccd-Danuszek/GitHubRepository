      *
      *  CO2RBKP - Control card for CO2RBKO: which CO2RCBAT run to
      *  back out, named by the operator ID that run stamped on the
      *  change log (its CO2RCBP card) and the date/time window the
      *  run's change-log records fall in, plus the operator doing
      *  the back-out, for the reversal records' own stamp.  A zero
      *  to-date defaults to the from-date; a zero to-time to the
      *  end of that day.  Times are HHMMSSHH, as on CO2-RCL-TIME.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2RBKO-PARM-RECORD.
           05  CO2RBKP-RUN-OPERATOR-ID  PIC X(08).
           05  CO2RBKP-FROM-DATE        PIC 9(08).
           05  CO2RBKP-FROM-TIME        PIC 9(08).
           05  CO2RBKP-TO-DATE          PIC 9(08).
           05  CO2RBKP-TO-TIME          PIC 9(08).
           05  CO2RBKP-OPERATOR-ID      PIC X(08).
