       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2ACHN".
      *
      *  Chain value routine for CALLCO2-AUDIT.  Called by every
      *  program that appends to the audit file (CALLCO2, CO2AMRG)
      *  and by the verification job (CO2AVFY), so all three compute
      *  it exactly the same way.  The value folds every byte of the
      *  record up to and including CO2-AUD-SEQ-NO into the chain
      *  value of the record before it: change any field, drop a
      *  record, or move one, and the value stored on that record or
      *  the next one no longer matches what this routine gives.
      *
      *  Each byte is folded in as value = (value * 31 + byte) modulo
      *  a prime just under 10**15, so the result always fits the
      *  15-digit CO2-AUD-CHAIN-VALUE and a one-byte change anywhere
      *  changes it.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CO2AC-BYTE-IDX               PIC 9(04)  VALUE ZERO COMP.
       01  CO2AC-CHAINED-BYTES          PIC 9(04)  VALUE 53 COMP.
       01  CO2AC-MULTIPLIER             PIC 9(02)  VALUE 31.
       01  CO2AC-MODULUS                PIC 9(15)
                                        VALUE 999999999999989.
       01  CO2AC-WORK-VALUE             PIC 9(18)  COMP-3.

       LINKAGE SECTION.
       COPY CO2ACHP.
       01  CO2AC-AUDIT-BYTES.
           05  CO2AC-BYTE               PIC X(01)
                   OCCURS 53 TIMES.
           05  FILLER                   PIC X(15).

       PROCEDURE DIVISION USING CO2-ACHN-PARM, CO2AC-AUDIT-BYTES.
       ACH-1.
           MOVE CO2-ACHN-PRIOR-VALUE TO CO2AC-WORK-VALUE.
           PERFORM ACH-1-FOLD-BYTE
               VARYING CO2AC-BYTE-IDX FROM 1 BY 1
                   UNTIL CO2AC-BYTE-IDX > CO2AC-CHAINED-BYTES.
           MOVE CO2AC-WORK-VALUE TO CO2-ACHN-CHAIN-VALUE.
           GOBACK.

       ACH-1-FOLD-BYTE.
           COMPUTE CO2AC-WORK-VALUE =
               FUNCTION MOD (CO2AC-WORK-VALUE * CO2AC-MULTIPLIER
                   + FUNCTION ORD (CO2AC-BYTE (CO2AC-BYTE-IDX)),
                   CO2AC-MODULUS).

       END PROGRAM "CO2ACHN".
