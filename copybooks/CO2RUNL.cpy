      *
      *  CO2RUNL - Run ledger record, CALLCO2-RUN-LEDGER.  Every step
      *  of the daily chain (CO2EDIT, CO2VLD, CO2BATCH, CO2RTN,
      *  CO2SLOAD, CO2RECON, CO2FEED, CO2FACK) appends two of these
      *  through CO2RUNW: a start record (S) once it knows the
      *  business date it is working to, and an end record (E)
      *  carrying its return code and counts just before it ends.
      *  The end record repeats the start date and time, which is how
      *  CO2EODS pairs the two - a start with no end means the step
      *  abended or was stopped part way.  The cycle ID is blank for
      *  the steps that run once a day rather than once per cycle.
      *  Which counts a step fills in, and what it counts as an error
      *  or an exception, is noted in that program's log-end
      *  paragraph; unused counts are zero.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2-RUNL-RECORD.
           05  CO2-RUNL-JOB-NAME        PIC X(08).
           05  CO2-RUNL-BUSINESS-DATE   PIC 9(08).
           05  CO2-RUNL-CYCLE-ID        PIC X(02).
           05  CO2-RUNL-EVENT           PIC X(01).
               88  CO2-RUNL-EVENT-START          VALUE 'S'.
               88  CO2-RUNL-EVENT-END            VALUE 'E'.
           05  CO2-RUNL-START-DATE      PIC 9(08).
           05  CO2-RUNL-START-TIME      PIC 9(08).
           05  CO2-RUNL-END-DATE        PIC 9(08).
           05  CO2-RUNL-END-TIME        PIC 9(08).
           05  CO2-RUNL-RETURN-CODE     PIC 9(04).
           05  CO2-RUNL-READ-COUNT      PIC 9(09).
           05  CO2-RUNL-WRITTEN-COUNT   PIC 9(09).
           05  CO2-RUNL-ERROR-COUNT     PIC 9(09).
           05  CO2-RUNL-EXCEPTION-COUNT PIC 9(09).
           05  CO2-RUNL-RUN-MODE        PIC X(01).
           05  FILLER                   PIC X(08).
