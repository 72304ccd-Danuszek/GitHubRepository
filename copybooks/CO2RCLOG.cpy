      *                      dated entries, so CO2-RCL-KEY (the input
      *                      code alone) is no longer enough to say
      *                      which entry a log record is about.
      *    2026-10-15  RESP  Added CO2-RCL-FUNC-BACKOUT-ADD and
      *                      CO2-RCL-FUNC-BACKOUT-CHANGE for the
      *                      reversals CO2RBKO writes when it backs
      *                      out a CO2RCBAT run.  Their before image
      *                      is the entry as the run left it, their
      *                      after image what it was put back to
      *                      (zeros/spaces for an ADD that was
      *                      deleted), and CO2-RCL-EFF-FROM-DATE is
      *                      the entry the run added, as on the
      *                      record being reversed.
      *
       01  CO2-RCLOG-RECORD.
           05  CO2-RCL-DATE             PIC 9(08).
           05  CO2-RCL-FUNCTION         PIC X(01).
               88  CO2-RCL-FUNC-ADD              VALUE '2'.
               88  CO2-RCL-FUNC-CHANGE           VALUE '3'.
               88  CO2-RCL-FUNC-BACKOUT-ADD      VALUE '4'.
               88  CO2-RCL-FUNC-BACKOUT-CHANGE   VALUE '5'.
           05  CO2-RCL-KEY              PIC 99.
           05  CO2-RCL-EFF-FROM-DATE    PIC 9(08).
           05  CO2-RCL-BEFORE-IMAGE.
