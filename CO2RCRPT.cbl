      *  after result/reason/category side by side - with a change
      *  count per operator at the end.  This is the audit evidence
      *  for "who changed input code 07 in July and what did it say
      *  before".  A CO2RBKO back-out of a CO2RCBAT run shows as
      *  REVADD (an added entry deleted) or REVCHG (a closed entry
      *  reopened and the new one deleted) under the back-out
      *  operator.
      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-10-15  RESP  Print CO2RBKO back-out records as REVADD
      *                      and REVCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CO2-RCL-DATE TO CO2RCR-DL-DATE.
           MOVE CO2-RCL-TIME TO CO2RCR-DL-TIME.
           MOVE CO2-RCL-OPERATOR-ID TO CO2RCR-DL-OPERATOR.
           EVALUATE TRUE
               WHEN CO2-RCL-FUNC-ADD
                   MOVE 'ADD' TO CO2RCR-DL-FUNC
               WHEN CO2-RCL-FUNC-CHANGE
                   MOVE 'CHANGE' TO CO2RCR-DL-FUNC
               WHEN CO2-RCL-FUNC-BACKOUT-ADD
                   MOVE 'REVADD' TO CO2RCR-DL-FUNC
               WHEN CO2-RCL-FUNC-BACKOUT-CHANGE
                   MOVE 'REVCHG' TO CO2RCR-DL-FUNC
               WHEN OTHER
                   MOVE '?' TO CO2RCR-DL-FUNC
           END-EVALUATE.
           MOVE CO2-RCL-KEY TO CO2RCR-DL-CODE.
           MOVE CO2-RCL-EFF-FROM-DATE TO CO2RCR-DL-EFF-FROM.
           MOVE CO2-RCL-BEFORE-RESULT-CODE TO CO2RCR-DL-BEF-RC.
