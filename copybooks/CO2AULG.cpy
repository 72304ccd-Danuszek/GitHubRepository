      *
      *  CO2AULG - Change-history record for CALLCO2-AUTH-TABLE
      *  maintenance done through CO2AMNT.  One record is written for
      *  every ADD, ACTIVATE or DEACTIVATE, carrying the caller's
      *  status before and after the change plus who made it and
      *  when, so the access review (CO2AREV) and an auditor can
      *  answer who let a given caller in, or locked it out, and
      *  when.  The before status is spaces on an ADD.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
       01  CO2-AULOG-RECORD.
           05  CO2-AUL-DATE             PIC 9(08).
           05  CO2-AUL-TIME             PIC 9(08).
           05  CO2-AUL-OPERATOR-ID      PIC X(08).
           05  CO2-AUL-FUNCTION         PIC X(01).
               88  CO2-AUL-FUNC-ADD              VALUE '2'.
               88  CO2-AUL-FUNC-ACTIVATE         VALUE '3'.
               88  CO2-AUL-FUNC-DEACTIVATE       VALUE '4'.
           05  CO2-AUL-CALLER-ID        PIC X(08).
           05  CO2-AUL-BEFORE-STATUS    PIC X(01).
           05  CO2-AUL-AFTER-STATUS     PIC X(01).
