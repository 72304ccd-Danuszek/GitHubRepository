      *
      *  CO2RTL - Results return log record, appended by CO2RTN once
      *  per return file built: the source system, business date and
      *  cycle it answers, its send number, the format version and
      *  control totals off the trailer, and when it was built.  The
      *  header of the file itself carries the same send number and
      *  build stamp, so any copy a source system holds can be tied
      *  back to one entry here - the proof of what was sent and
      *  when, including every resend.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2-RTL-RECORD.
           05  CO2-RTL-SOURCE-SYSTEM    PIC X(08).
           05  CO2-RTL-BUSINESS-DATE    PIC 9(08).
           05  CO2-RTL-CYCLE-ID         PIC X(02).
           05  CO2-RTL-SEND-NO          PIC 9(03).
           05  CO2-RTL-FORMAT-VERSION   PIC X(02).
           05  CO2-RTL-DETAIL-COUNT     PIC 9(09).
           05  CO2-RTL-ERROR-COUNT      PIC 9(09).
           05  CO2-RTL-BUILD-DATE       PIC 9(08).
           05  CO2-RTL-BUILD-TIME       PIC 9(08).
