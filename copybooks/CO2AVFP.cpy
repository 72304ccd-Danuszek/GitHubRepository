      *
      *  CO2AVFP - Control card for CO2AVFY: which part of the audit
      *  trail to verify.  'F' walks the CO2ARCH archive, then the
      *  live file, and checks the rollup against the archive; 'L'
      *  (or a blank or missing card) checks the live file alone,
      *  picking up from where CALLCO2-AUDIT-CONTROL says the
      *  archive ends.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2AVFY-PARM-RECORD.
           05  CO2AVFP-SCOPE            PIC X(01).
               88  CO2AVFP-SCOPE-FULL            VALUE 'F'.
               88  CO2AVFP-SCOPE-LIVE            VALUE 'L' ' '.
