      *
      *  CO2ASQ - Record layout for CALLCO2-AUDIT-CONTROL, the audit
      *  trail sequence control.  A VSAM KSDS holding one control
      *  record (key 'AUDT') with the sequence number and chain value
      *  of the last record written to CALLCO2-AUDIT, so numbering
      *  runs on unbroken from one run to the next.  CALLCO2 and
      *  CO2AMRG, the only programs that append to the audit file,
      *  advance it record by record; CO2ARCH records in it where
      *  the archive ends and the live file starts, so CO2AVFY can
      *  check the live file alone without re-reading the archive.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2-ASQ-RECORD.
           05  CO2-ASQ-KEY              PIC X(04).
               88  CO2-ASQ-KEY-AUDIT             VALUE 'AUDT'.
           05  CO2-ASQ-LAST-SEQ-NO      PIC 9(12).
           05  CO2-ASQ-LAST-CHAIN-VALUE PIC 9(15).
           05  CO2-ASQ-LAST-DATE        PIC 9(08).
           05  CO2-ASQ-LAST-TIME        PIC 9(08).
           05  CO2-ASQ-ARCH-SEQ-NO      PIC 9(12).
           05  CO2-ASQ-ARCH-CHAIN-VALUE PIC 9(15).
           05  CO2-ASQ-ARCH-CUTOFF-DATE PIC 9(08).
