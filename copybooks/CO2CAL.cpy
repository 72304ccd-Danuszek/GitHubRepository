      *
      *  CO2CAL - Record layout for CALLCO2-CALENDAR, the shop
      *  processing calendar.  A VSAM KSDS holding one control
      *  record (key 'CURR') that names the current business date,
      *  the prior business date, and the holidays the date roll
      *  skips over.  CALLCO2 resolves CALLCO2-RC-TABLE entries and
      *  stamps CALLCO2-AUDIT with CO2-CAL-BUSINESS-DATE instead of
      *  the system clock, so a cycle run after midnight, or a rerun
      *  of a day not yet rolled, still works to the right day.
      *  CO2DROLL advances it once end-of-day is complete.
      *  Holidays are kept in ascending date order; unused slots are
      *  zero.  Weekends are never business days and need not be
      *  listed.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2-CAL-RECORD.
           05  CO2-CAL-KEY              PIC X(04).
               88  CO2-CAL-KEY-CURRENT           VALUE 'CURR'.
           05  CO2-CAL-BUSINESS-DATE    PIC 9(08).
           05  CO2-CAL-PRIOR-DATE       PIC 9(08).
           05  CO2-CAL-ROLL-DATE        PIC 9(08).
           05  CO2-CAL-ROLL-TIME        PIC 9(08).
           05  CO2-CAL-HOLIDAY-COUNT    PIC 9(03).
           05  CO2-CAL-HOLIDAY-DATE     PIC 9(08)
                   OCCURS 40 TIMES
                   INDEXED BY CO2-CAL-HOL-IDX.
