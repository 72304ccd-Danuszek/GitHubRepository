      *  reporting program can answer a historical date range from it
      *  without touching the archived detail.
      *
      *  The archive and the live file together make one unbroken
      *  audit trail in CO2-AUD-SEQ-NO order, so the split is taken
      *  at a single point: records are archived from the front of
      *  the live file up to the first one dated after the cutoff,
      *  and everything from there on stays live - including any
      *  record dated on or before the cutoff that was written after
      *  it (a rerun of a prior business day), which goes out with
      *  the next period's archive instead.  The sequence number and
      *  chain value of the last record archived are recorded on
      *  CALLCO2-AUDIT-CONTROL, where CO2AVFY picks the live file up
      *  from.
      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-09-02  RESP  Restructured into a counting pass and a
      *                      rollup datasets are never left holding
      *                      partial output that a rerun would
      *                      append on top of.
      *    2026-10-15  RESP  Audit records widened for the sequence
      *                      number and chain value.  The split now
      *                      stops archiving at the first record
      *                      dated after the cutoff, so archive and
      *                      live file stay one contiguous trail, and
      *                      the end of the archive is recorded on
      *                      CALLCO2-AUDIT-CONTROL.  A control record
      *                      that cannot be read refuses the run
      *                      before anything is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-ROLLUP ASSIGN TO CO2ARLO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-AUDIT-CONTROL ASSIGN TO CO2ASQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-ASQ-KEY
               FILE STATUS IS CO2ARC-ASQ-STATUS.
           SELECT CO2ARCH-CTL ASSIGN TO CO2ARCO
               ORGANIZATION IS SEQUENTIAL.


       FD  CALLCO2-AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  CO2ARC-ARCHIVE-RECORD        PIC X(068).

       FD  CALLCO2-AUDIT-NEW
           RECORDING MODE IS F.
       01  CO2ARC-NEW-RECORD            PIC X(068).

       FD  CALLCO2-ROLLUP
           RECORDING MODE IS F.
       COPY CO2ARLP.

       FD  CALLCO2-AUDIT-CONTROL.
       COPY CO2ASQ.

       FD  CO2ARCH-CTL
           RECORDING MODE IS F.
       01  CO2ARCO-LINE                 PIC X(080).
               88  CO2ARC-FOUND                     VALUE 'Y'.
           05  CO2ARC-OVERFLOW-SW       PIC X(01)  VALUE 'N'.
               88  CO2ARC-OVERFLOW                  VALUE 'Y'.
           05  CO2ARC-PAST-CUTOFF-SW    PIC X(01)  VALUE 'N'.
               88  CO2ARC-PAST-CUTOFF               VALUE 'Y'.
           05  CO2ARC-ASQ-FAILED-SW     PIC X(01)  VALUE 'N'.
               88  CO2ARC-ASQ-FAILED                VALUE 'Y'.
           05  CO2ARC-ASQ-OPEN-OK-SW    PIC X(01)  VALUE 'N'.
               88  CO2ARC-ASQ-OPEN-OK               VALUE 'Y'.
           05  CO2ARC-ASQ-NOT-UPDATED-SW PIC X(01) VALUE 'N'.
               88  CO2ARC-ASQ-NOT-UPDATED           VALUE 'Y'.
       01  CO2ARC-ASQ-STATUS            PIC X(02).
       01  CO2ARC-CUTOFF-DATE           PIC 9(08)  VALUE ZERO.
       01  CO2ARC-READ-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2ARC-ARCHIVED-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2ARC-KEPT-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2ARC-HELD-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2ARC-LAST-SEQ-NO           PIC 9(12)  VALUE ZERO.
       01  CO2ARC-LAST-CHAIN-VALUE      PIC 9(15)  VALUE ZERO.
       01  CO2ARC-ROLLUP-COUNT          PIC 9(09)  VALUE ZERO.

       01  CO2ARC-ENTRY-COUNT           PIC 9(04)  VALUE ZERO COMP.
                   VALUE 'EN - RERUN A SHORTER PERIOD'.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  CO2ARC-ASQ-FAILED-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'AUDIT CONTROL RECORD NOT READ - FILE STATUS '.
           05  CO2ARC-AF-STATUS         PIC X(02).
           05  FILLER                   PIC X(34)
                   VALUE ' - NOTHING WRITTEN'.

       01  CO2ARC-ASQ-UPDATE-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'ARCHIVE WRITTEN BUT AUDIT CONTROL NOT UPDATE'.
           05  FILLER                   PIC X(36)
                   VALUE 'D - SET ARCH SEQ/CHAIN BY HAND'.

       01  CO2ARC-HEADING-LINE.
           05  FILLER                   PIC X(31)
                   VALUE 'CO2ARCH AUDIT ARCHIVE - CUTOFF '.
           05  CO2ARC-DL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2ARC-SEQ-LINE.
           05  FILLER                   PIC X(030)
                   VALUE 'ARCHIVE NOW ENDS AT SEQUENCE'.
           05  CO2ARC-SL-SEQ-NO         PIC 9(12).
           05  FILLER                   PIC X(038) VALUE SPACES.

       PROCEDURE DIVISION.
      *  Two passes over the live audit file.  The first pass only
      *  counts and builds the rollup table in WORKING-STORAGE; not
           PERFORM A-1-INIT.
           PERFORM A-1-COUNT-AUDIT UNTIL CO2ARC-AUD-EOF.
           CLOSE CALLCO2-AUDIT.
           IF NOT CO2ARC-OVERFLOW AND NOT CO2ARC-ASQ-FAILED
               PERFORM A-1-SPLIT-FILES
               PERFORM A-1-UPDATE-AUDIT-CONTROL
           END-IF.
           IF CO2ARC-ASQ-OPEN-OK
               CLOSE CALLCO2-AUDIT-CONTROL
           END-IF.
           PERFORM A-1-PRINT-CONTROL-REPORT.
           GOBACK.
                   MOVE CO2ARCP-CUTOFF-DATE TO CO2ARC-CUTOFF-DATE
           END-READ.
           CLOSE CO2ARCH-PARM.
           OPEN I-O CALLCO2-AUDIT-CONTROL.
           IF CO2ARC-ASQ-STATUS = '00'
               SET CO2ARC-ASQ-OPEN-OK TO TRUE
               SET CO2-ASQ-KEY-AUDIT TO TRUE
               READ CALLCO2-AUDIT-CONTROL
                   INVALID KEY
                       SET CO2ARC-ASQ-FAILED TO TRUE
               END-READ
           ELSE
               SET CO2ARC-ASQ-FAILED TO TRUE
           END-IF.
           OPEN INPUT CALLCO2-AUDIT.

      *  A missing or zero cutoff card archives nothing - every record
                   SET CO2ARC-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2ARC-READ-COUNT
                   PERFORM A-1-CHECK-CUTOFF
                   IF CO2ARC-PAST-CUTOFF
                       ADD 1 TO CO2ARC-KEPT-COUNT
                       IF CO2-AUD-DATE <= CO2ARC-CUTOFF-DATE
                           ADD 1 TO CO2ARC-HELD-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO CO2ARC-ARCHIVED-COUNT
                       PERFORM A-1-ACCUMULATE
                   END-IF
           END-READ.

      *  Once the first record dated after the cutoff goes by, the
      *  rest of the file stays live whatever its dates.
       A-1-CHECK-CUTOFF.
           IF CO2-AUD-DATE > CO2ARC-CUTOFF-DATE
               SET CO2ARC-PAST-CUTOFF TO TRUE
           END-IF.

      *  Second pass - the rollup table held, so now the file is
      *  actually split and the rollup rows written.
       A-1-SPLIT-FILES.
           MOVE 'N' TO CO2ARC-AUD-EOF-SW.
           MOVE 'N' TO CO2ARC-PAST-CUTOFF-SW.
           OPEN INPUT CALLCO2-AUDIT.
           OPEN EXTEND CALLCO2-AUDIT-ARCHIVE.
           OPEN OUTPUT CALLCO2-AUDIT-NEW.
               AT END
                   SET CO2ARC-AUD-EOF TO TRUE
               NOT AT END
                   PERFORM A-1-CHECK-CUTOFF
                   IF CO2ARC-PAST-CUTOFF
                       WRITE CO2ARC-NEW-RECORD FROM CO2-AUDIT-RECORD
                   ELSE
                       WRITE CO2ARC-ARCHIVE-RECORD
                           FROM CO2-AUDIT-RECORD
                       IF CO2-AUD-SEQ-NO > ZERO
                           MOVE CO2-AUD-SEQ-NO TO CO2ARC-LAST-SEQ-NO
                           MOVE CO2-AUD-CHAIN-VALUE
                               TO CO2ARC-LAST-CHAIN-VALUE
                       END-IF
                   END-IF
           END-READ.

      *  Records written before sequencing began carry no number, so
      *  an archive of nothing but those leaves the control record
      *  as it was.
       A-1-UPDATE-AUDIT-CONTROL.
           IF CO2ARC-LAST-SEQ-NO > ZERO
               MOVE CO2ARC-LAST-SEQ-NO TO CO2-ASQ-ARCH-SEQ-NO
               MOVE CO2ARC-LAST-CHAIN-VALUE
                   TO CO2-ASQ-ARCH-CHAIN-VALUE
               MOVE CO2ARC-CUTOFF-DATE TO CO2-ASQ-ARCH-CUTOFF-DATE
               REWRITE CO2-ASQ-RECORD
                   INVALID KEY
                       SET CO2ARC-ASQ-NOT-UPDATED TO TRUE
               END-REWRITE
               IF CO2ARC-ASQ-STATUS NOT = '00'
                   SET CO2ARC-ASQ-NOT-UPDATED TO TRUE
               END-IF
           END-IF.

       A-1-ACCUMULATE.
           MOVE 'N' TO CO2ARC-FOUND-SW.
           MOVE ZERO TO CO2ARC-SEARCH-IDX.
      *  the run ends RC=8, the JCL swap steps are bypassed, and a
      *  rerun with a shorter archive period starts clean against
      *  untouched datasets.
      *  The same goes for a control record that could not be read.
      *  A control record that could not be rewritten after the split
      *  ends RC=4: archive and new live file are complete and the
      *  JCL still swaps them in, but CO2AVFY will not find the live
      *  file where the control record says until it is corrected.
       A-1-PRINT-CONTROL-REPORT.
           OPEN OUTPUT CO2ARCH-CTL.
           MOVE CO2ARC-CUTOFF-DATE TO CO2ARC-H-CUTOFF.
               WRITE CO2ARCO-LINE FROM CO2ARC-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CO2ARC-ASQ-FAILED
               MOVE CO2ARC-ASQ-STATUS TO CO2ARC-AF-STATUS
               WRITE CO2ARCO-LINE FROM CO2ARC-ASQ-FAILED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CO2ARC-ASQ-NOT-UPDATED
               WRITE CO2ARCO-LINE FROM CO2ARC-ASQ-UPDATE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'AUDIT RECORDS READ' TO CO2ARC-DL-LABEL.
           MOVE CO2ARC-READ-COUNT TO CO2ARC-DL-COUNT.
           WRITE CO2ARCO-LINE FROM CO2ARC-DETAIL-LINE.
           MOVE 'RECORDS KEPT ON LIVE FILE' TO CO2ARC-DL-LABEL.
           MOVE CO2ARC-KEPT-COUNT TO CO2ARC-DL-COUNT.
           WRITE CO2ARCO-LINE FROM CO2ARC-DETAIL-LINE.
           MOVE '  OF WHICH DATED TO CUTOFF' TO CO2ARC-DL-LABEL.
           MOVE CO2ARC-HELD-COUNT TO CO2ARC-DL-COUNT.
           WRITE CO2ARCO-LINE FROM CO2ARC-DETAIL-LINE.
           MOVE 'ROLLUP ROWS WRITTEN' TO CO2ARC-DL-LABEL.
           MOVE CO2ARC-ROLLUP-COUNT TO CO2ARC-DL-COUNT.
           WRITE CO2ARCO-LINE FROM CO2ARC-DETAIL-LINE.
           IF CO2ARC-LAST-SEQ-NO > ZERO
               MOVE CO2ARC-LAST-SEQ-NO TO CO2ARC-SL-SEQ-NO
               WRITE CO2ARCO-LINE FROM CO2ARC-SEQ-LINE
           END-IF.
           CLOSE CO2ARCH-CTL.

       END PROGRAM "CO2ARCH".
