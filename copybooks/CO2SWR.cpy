      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-10-15  RESP  Added CO2-SWB-OPEN-DATE - the business
      *                      date CO2SLOAD put the item on the
      *                      workbench.
      *                      CO2-SWB-WORK-DATE moves every time an
      *                      operator touches the item, so it cannot
      *                      say how long the item has been waiting;
      *                      CO2SAGE ages items off this date instead.
      *
       01  CO2-SWB-RECORD.
           05  CO2-SWB-KEY.
           05  CO2-SWB-NOTE             PIC X(20).
           05  CO2-SWB-OPERATOR-ID      PIC X(08).
           05  CO2-SWB-WORK-DATE        PIC 9(08).
           05  CO2-SWB-OPEN-DATE        PIC 9(08).
