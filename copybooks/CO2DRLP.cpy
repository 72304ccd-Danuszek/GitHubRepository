      *
      *  CO2DRLP - Control card for CO2DROLL: the business date the
      *  operator expects to be rolling FROM.  The roll is refused
      *  when CALLCO2-CALENDAR is not on that date, so a job
      *  resubmitted by mistake cannot advance the calendar twice.
      *  Omit the card (empty CO2DRLP) to roll whatever date the
      *  calendar holds.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2DROLL-PARM-RECORD.
           05  CO2DRLP-FROM-DATE        PIC 9(08).
