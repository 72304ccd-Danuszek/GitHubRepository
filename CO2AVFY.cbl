       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2AVFY".
      *
      *  Integrity check of the CALLCO2-AUDIT trail.  Every audit
      *  record carries CO2-AUD-SEQ-NO, numbered on unbroken from
      *  one run to the next off CALLCO2-AUDIT-CONTROL, and CO2-AUD-
      *  CHAIN-VALUE, the CO2ACHN control value of the record
      *  chained from the one before it.  This job walks the trail
      *  in file order and reports, record by record:
      *    - gaps (numbers missing - a record deleted or lost);
      *    - duplicate numbers (a record copied back in);
      *    - numbers out of order (records moved);
      *    - control values that do not check (a record edited);
      *    - unnumbered records inside the numbered trail (a record
      *      inserted by hand);
      *  and at the end whether the trail finishes on the sequence
      *  number and control value the control record holds (records
      *  cut off the end).
      *
      *  The CO2AVFP card picks the scope.  'F' (full) walks the
      *  CO2ARCH archive and then the live file as one trail, checks
      *  the archive ends where the control record says CO2ARCH left
      *  it, and checks the rollup against the archive date by date
      *  (records and errors per date).  'L' (live, the default)
      *  walks the live file alone, starting from the sequence number
      *  and control value the control record says the archive ends
      *  on.  Records written before sequencing began carry a zero
      *  number and are counted, not checked, while they lead the
      *  trail.
      *
      *  Return code: 0 = trail intact, 4 = trail intact but the
      *  rollup could not be checked in full (more dates than the
      *  table holds), 8 = trail broken - CO2ARCH and CO2FEED are
      *  held behind it.  9999 = the control record could not be
      *  read, nothing checked.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2AVFY-PARM ASSIGN TO CO2AVFP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-AUDIT-ARCHIVE ASSIGN TO CO2AARC
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-AUDIT ASSIGN TO CO2AUDT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-ROLLUP ASSIGN TO CO2ARLO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-AUDIT-CONTROL ASSIGN TO CO2ASQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-ASQ-KEY
               FILE STATUS IS CO2AV-ASQ-STATUS.
           SELECT CO2AVFY-OUT ASSIGN TO CO2AVFO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2AVFY-PARM
           RECORDING MODE IS F.
       COPY CO2AVFP.

       FD  CALLCO2-AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  CO2AV-ARCHIVE-RECORD         PIC X(068).

       FD  CALLCO2-AUDIT
           RECORDING MODE IS F.
       01  CO2AV-LIVE-RECORD            PIC X(068).

       FD  CALLCO2-ROLLUP
           RECORDING MODE IS F.
       COPY CO2ARLP.

       FD  CALLCO2-AUDIT-CONTROL.
       COPY CO2ASQ.

       FD  CO2AVFY-OUT
           RECORDING MODE IS F.
       01  CO2AV-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2AV-SWITCHES.
           05  CO2AV-EOF-SW             PIC X(01)  VALUE 'N'.
               88  CO2AV-EOF                        VALUE 'Y'.
           05  CO2AV-SCOPE-SW           PIC X(01)  VALUE 'L'.
               88  CO2AV-FULL                       VALUE 'F'.
               88  CO2AV-LIVE-ONLY                  VALUE 'L'.
           05  CO2AV-SEQUENCED-SW       PIC X(01)  VALUE 'N'.
               88  CO2AV-SEQUENCED                  VALUE 'Y'.
           05  CO2AV-IN-ARCHIVE-SW      PIC X(01)  VALUE 'N'.
               88  CO2AV-IN-ARCHIVE                 VALUE 'Y'.
           05  CO2AV-DATE-FOUND-SW      PIC X(01)  VALUE 'N'.
               88  CO2AV-DATE-FOUND                 VALUE 'Y'.
           05  CO2AV-DATE-OVERFLOW-SW   PIC X(01)  VALUE 'N'.
               88  CO2AV-DATE-OVERFLOW              VALUE 'Y'.
       01  CO2AV-ASQ-STATUS             PIC X(02).

       COPY CO2AUDIT.
       COPY CO2ACHP.

      *  Where the walk has got to: the next number expected, the
      *  highest number accepted so far and the control value stored
      *  on that record, which the next record is chained from.
       01  CO2AV-EXPECTED-SEQ-NO        PIC 9(12)  VALUE ZERO.
       01  CO2AV-HIGH-SEQ-NO            PIC 9(12)  VALUE ZERO.
       01  CO2AV-PRIOR-CHAIN-VALUE      PIC 9(15)  VALUE ZERO.
       01  CO2AV-MISSING                PIC 9(12)  VALUE ZERO.

       01  CO2AV-ARCHIVE-READ-COUNT     PIC 9(09)  VALUE ZERO.
       01  CO2AV-LIVE-READ-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2AV-PRESEQ-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2AV-GAP-COUNT              PIC 9(09)  VALUE ZERO.
       01  CO2AV-MISSING-COUNT          PIC 9(12)  VALUE ZERO.
       01  CO2AV-DUPLICATE-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2AV-ORDER-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2AV-CHAIN-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2AV-UNSEQ-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2AV-END-COUNT              PIC 9(09)  VALUE ZERO.
       01  CO2AV-ROLLUP-BAD-COUNT       PIC 9(09)  VALUE ZERO.
       01  CO2AV-ROLLUP-READ-COUNT      PIC 9(09)  VALUE ZERO.
       01  CO2AV-EXCEPTION-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2AV-PRINTED-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2AV-PRINT-LIMIT            PIC 9(09)  VALUE 500.

      *  One entry per audit date met in the archive or the rollup,
      *  for the rollup check.  Archive detail runs in date order, so
      *  the entry last hit is tried before the table is searched.
       01  CO2AV-DATE-COUNT             PIC 9(04)  VALUE ZERO COMP.
       01  CO2AV-DATE-MAX-ENTRIES       PIC 9(04)  VALUE 4000 COMP.
       01  CO2AV-DATE-SEARCH-IDX        PIC 9(04)  VALUE ZERO COMP.
       01  CO2AV-DATE-LAST-HIT          PIC 9(04)  VALUE ZERO COMP.
       01  CO2AV-LOOKUP-DATE            PIC 9(08)  VALUE ZERO.
       01  CO2AV-DATE-TABLE.
           05  CO2AV-DATE-ENTRY OCCURS 4000 TIMES
                   INDEXED BY CO2AV-DATE-IDX.
               10  CO2AV-D-DATE         PIC 9(08).
               10  CO2AV-D-ARCH-COUNT   PIC 9(09)  COMP.
               10  CO2AV-D-ARCH-ERRORS  PIC 9(09)  COMP.
               10  CO2AV-D-ROLL-COUNT   PIC 9(09)  COMP.
               10  CO2AV-D-ROLL-ERRORS  PIC 9(09)  COMP.

       01  CO2AV-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'CALLCO2 AUDIT TRAIL VERIFICATION - SCOPE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2AV-H-SCOPE            PIC X(07).
           05  FILLER                   PIC X(05) VALUE ' RUN '.
           05  CO2AV-H-RUN-DATE         PIC 9(08).
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  CO2AV-CONTROL-LINE.
           05  FILLER                   PIC X(21)
                   VALUE 'CONTROL: LAST SEQ NO '.
           05  CO2AV-CL-LAST-SEQ        PIC 9(12).
           05  FILLER                   PIC X(20)
                   VALUE '  ARCHIVE ENDS AT   '.
           05  CO2AV-CL-ARCH-SEQ        PIC 9(12).
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  CO2AV-COLUMN-LINE.
           05  FILLER                   PIC X(08) VALUE 'FILE'.
           05  FILLER                   PIC X(13) VALUE 'SEQUENCE NO'.
           05  FILLER                   PIC X(09) VALUE 'DATE'.
           05  FILLER                   PIC X(09) VALUE 'TIME'.
           05  FILLER                   PIC X(41) VALUE 'EXCEPTION'.

       01  CO2AV-EXCEPTION-LINE.
           05  CO2AV-EL-FILE            PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2AV-EL-SEQ-NO          PIC 9(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2AV-EL-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2AV-EL-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2AV-EL-TEXT            PIC X(29).
           05  CO2AV-EL-COUNT           PIC Z(11)9 BLANK WHEN ZERO.

       01  CO2AV-ROLLUP-LINE.
           05  FILLER                   PIC X(08) VALUE 'ROLLUP'.
           05  CO2AV-RL-DATE            PIC 9(08).
           05  FILLER                   PIC X(10) VALUE ' ARCHIVE '.
           05  CO2AV-RL-ARCH-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  CO2AV-RL-ARCH-ERRORS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE ' ROLLUP '.
           05  CO2AV-RL-ROLL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  CO2AV-RL-ROLL-ERRORS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  CO2AV-MORE-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'FURTHER EXCEPTIONS COUNTED BUT NOT LISTED'.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  CO2AV-OVERFLOW-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'MORE THAN 4000 AUDIT DATES - ROLLUP CHECKED '.
           05  FILLER                   PIC X(36)
                   VALUE 'ONLY FOR THE FIRST 4000'.

       01  CO2AV-DETAIL-LINE.
           05  CO2AV-DL-LABEL           PIC X(030).
           05  CO2AV-DL-COUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(035) VALUE SPACES.

       01  CO2AV-CLEAN-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'AUDIT TRAIL VERIFIED - NO EXCEPTIONS'.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  CO2AV-BROKEN-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'AUDIT TRAIL IS BROKEN - DO NOT ARCHIVE OR FE'.
           05  FILLER                   PIC X(36)
                   VALUE 'ED IT UNTIL THE EXCEPTIONS ARE CLEAR'.

       01  CO2AV-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       AV-1.
           PERFORM AV-1-INIT.
           IF CO2AV-FULL
               PERFORM AV-1-WALK-ARCHIVE
               PERFORM AV-1-CHECK-ARCHIVE-END
           END-IF.
           PERFORM AV-1-WALK-LIVE.
           PERFORM AV-1-CHECK-TRAIL-END.
           IF CO2AV-FULL
               PERFORM AV-1-CHECK-ROLLUP
           END-IF.
           PERFORM AV-1-PRINT-TOTALS.
           PERFORM AV-1-TERM.
           GOBACK.

       AV-1-INIT.
           OPEN INPUT CO2AVFY-PARM.
           READ CO2AVFY-PARM
               AT END
                   SET CO2AV-LIVE-ONLY TO TRUE
               NOT AT END
                   IF CO2AVFP-SCOPE-FULL
                       SET CO2AV-FULL TO TRUE
                   ELSE
                       SET CO2AV-LIVE-ONLY TO TRUE
                   END-IF
           END-READ.
           CLOSE CO2AVFY-PARM.
           OPEN INPUT CALLCO2-AUDIT-CONTROL.
           IF CO2AV-ASQ-STATUS NOT = '00'
               DISPLAY 'CO2AVFY: AUDIT CONTROL OPEN FAILED, STATUS '
                   CO2AV-ASQ-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CO2-ASQ-KEY-AUDIT TO TRUE.
           READ CALLCO2-AUDIT-CONTROL
               INVALID KEY
                   DISPLAY 'CO2AVFY: NO AUDIT CONTROL RECORD'
                   MOVE 9999 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CALLCO2-AUDIT-CONTROL.
           IF CO2AV-FULL
               MOVE 1 TO CO2AV-EXPECTED-SEQ-NO
               MOVE ZERO TO CO2AV-PRIOR-CHAIN-VALUE
           ELSE
               COMPUTE CO2AV-EXPECTED-SEQ-NO =
                   CO2-ASQ-ARCH-SEQ-NO + 1
               MOVE CO2-ASQ-ARCH-CHAIN-VALUE TO CO2AV-PRIOR-CHAIN-VALUE
               IF CO2-ASQ-ARCH-SEQ-NO > ZERO
                   SET CO2AV-SEQUENCED TO TRUE
               END-IF
           END-IF.
           COMPUTE CO2AV-HIGH-SEQ-NO = CO2AV-EXPECTED-SEQ-NO - 1.
           OPEN OUTPUT CO2AVFY-OUT.
           IF CO2AV-FULL
               MOVE 'FULL' TO CO2AV-H-SCOPE
           ELSE
               MOVE 'LIVE' TO CO2AV-H-SCOPE
           END-IF.
           ACCEPT CO2AV-H-RUN-DATE FROM DATE YYYYMMDD.
           WRITE CO2AV-LINE FROM CO2AV-HEADING-LINE.
           MOVE CO2-ASQ-LAST-SEQ-NO TO CO2AV-CL-LAST-SEQ.
           MOVE CO2-ASQ-ARCH-SEQ-NO TO CO2AV-CL-ARCH-SEQ.
           WRITE CO2AV-LINE FROM CO2AV-CONTROL-LINE.
           WRITE CO2AV-LINE FROM CO2AV-BLANK-LINE.
           WRITE CO2AV-LINE FROM CO2AV-COLUMN-LINE.

       AV-1-WALK-ARCHIVE.
           SET CO2AV-IN-ARCHIVE TO TRUE.
           MOVE 'N' TO CO2AV-EOF-SW.
           OPEN INPUT CALLCO2-AUDIT-ARCHIVE.
           PERFORM AV-1-READ-ARCHIVE UNTIL CO2AV-EOF.
           CLOSE CALLCO2-AUDIT-ARCHIVE.
           MOVE 'N' TO CO2AV-IN-ARCHIVE-SW.

       AV-1-READ-ARCHIVE.
           READ CALLCO2-AUDIT-ARCHIVE INTO CO2-AUDIT-RECORD
               AT END
                   SET CO2AV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2AV-ARCHIVE-READ-COUNT
                   PERFORM AV-1-CHECK-RECORD
                   PERFORM AV-1-COUNT-ARCHIVE-DATE
           END-READ.

       AV-1-WALK-LIVE.
           MOVE 'N' TO CO2AV-EOF-SW.
           OPEN INPUT CALLCO2-AUDIT.
           PERFORM AV-1-READ-LIVE UNTIL CO2AV-EOF.
           CLOSE CALLCO2-AUDIT.

       AV-1-READ-LIVE.
           READ CALLCO2-AUDIT INTO CO2-AUDIT-RECORD
               AT END
                   SET CO2AV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2AV-LIVE-READ-COUNT
                   PERFORM AV-1-CHECK-RECORD
           END-READ.

      *  Only a record that lands on the number expected is chain-
      *  checked - after a gap, duplicate or reordering its chain is
      *  bound to fail and would only report the same break twice.
      *  The next record is chained from the control value stored on
      *  this one, not from a recomputed one, so one edited record is
      *  reported once and the check picks up again behind it.
       AV-1-CHECK-RECORD.
           IF CO2-AUD-SEQ-NO = ZERO
               IF CO2AV-SEQUENCED
                   ADD 1 TO CO2AV-UNSEQ-COUNT
                   MOVE 'UNSEQUENCED RECORD IN TRAIL' TO CO2AV-EL-TEXT
                   MOVE ZERO TO CO2AV-EL-COUNT
                   PERFORM AV-1-PRINT-EXCEPTION
               ELSE
                   ADD 1 TO CO2AV-PRESEQ-COUNT
               END-IF
           ELSE
               SET CO2AV-SEQUENCED TO TRUE
               EVALUATE TRUE
                   WHEN CO2-AUD-SEQ-NO = CO2AV-EXPECTED-SEQ-NO
                       PERFORM AV-1-CHECK-CHAIN
                       PERFORM AV-1-ACCEPT-RECORD
                   WHEN CO2-AUD-SEQ-NO > CO2AV-EXPECTED-SEQ-NO
                       ADD 1 TO CO2AV-GAP-COUNT
                       COMPUTE CO2AV-MISSING =
                           CO2-AUD-SEQ-NO - CO2AV-EXPECTED-SEQ-NO
                       ADD CO2AV-MISSING TO CO2AV-MISSING-COUNT
                       MOVE 'GAP - RECORDS MISSING BEFORE' TO
                           CO2AV-EL-TEXT
                       MOVE CO2AV-MISSING TO CO2AV-EL-COUNT
                       PERFORM AV-1-PRINT-EXCEPTION
                       PERFORM AV-1-ACCEPT-RECORD
                   WHEN CO2-AUD-SEQ-NO = CO2AV-HIGH-SEQ-NO
                       ADD 1 TO CO2AV-DUPLICATE-COUNT
                       MOVE 'DUPLICATE SEQUENCE NUMBER' TO
                           CO2AV-EL-TEXT
                       MOVE ZERO TO CO2AV-EL-COUNT
                       PERFORM AV-1-PRINT-EXCEPTION
                   WHEN OTHER
                       ADD 1 TO CO2AV-ORDER-COUNT
                       MOVE 'OUT OF SEQUENCE - EXPECTED' TO
                           CO2AV-EL-TEXT
                       MOVE CO2AV-EXPECTED-SEQ-NO TO CO2AV-EL-COUNT
                       PERFORM AV-1-PRINT-EXCEPTION
               END-EVALUATE
           END-IF.

       AV-1-CHECK-CHAIN.
           MOVE CO2AV-PRIOR-CHAIN-VALUE TO CO2-ACHN-PRIOR-VALUE.
           CALL "CO2ACHN" USING CO2-ACHN-PARM, CO2-AUDIT-RECORD.
           IF CO2-ACHN-CHAIN-VALUE NOT = CO2-AUD-CHAIN-VALUE
               ADD 1 TO CO2AV-CHAIN-COUNT
               MOVE 'CONTROL VALUE DOES NOT CHECK' TO CO2AV-EL-TEXT
               MOVE ZERO TO CO2AV-EL-COUNT
               PERFORM AV-1-PRINT-EXCEPTION
           END-IF.

       AV-1-ACCEPT-RECORD.
           MOVE CO2-AUD-SEQ-NO TO CO2AV-HIGH-SEQ-NO.
           COMPUTE CO2AV-EXPECTED-SEQ-NO = CO2-AUD-SEQ-NO + 1.
           MOVE CO2-AUD-CHAIN-VALUE TO CO2AV-PRIOR-CHAIN-VALUE.

       AV-1-PRINT-EXCEPTION.
           ADD 1 TO CO2AV-EXCEPTION-COUNT.
           IF CO2AV-IN-ARCHIVE
               MOVE 'ARCHIVE' TO CO2AV-EL-FILE
           ELSE
               MOVE 'LIVE' TO CO2AV-EL-FILE
           END-IF.
           MOVE CO2-AUD-SEQ-NO TO CO2AV-EL-SEQ-NO.
           MOVE CO2-AUD-DATE TO CO2AV-EL-DATE.
           MOVE CO2-AUD-TIME TO CO2AV-EL-TIME.
           PERFORM AV-1-WRITE-EXCEPTION-LINE.

       AV-1-WRITE-EXCEPTION-LINE.
           ADD 1 TO CO2AV-PRINTED-COUNT.
           IF CO2AV-PRINTED-COUNT <= CO2AV-PRINT-LIMIT
               WRITE CO2AV-LINE FROM CO2AV-EXCEPTION-LINE
           ELSE
               IF CO2AV-PRINTED-COUNT = CO2AV-PRINT-LIMIT + 1
                   WRITE CO2AV-LINE FROM CO2AV-MORE-LINE
               END-IF
           END-IF.

      *  CO2ARCH records on the control record the last number it
      *  archived; the archive must end on exactly that record.
       AV-1-CHECK-ARCHIVE-END.
           IF CO2AV-HIGH-SEQ-NO NOT = CO2-ASQ-ARCH-SEQ-NO
               MOVE 'CONTROL SAYS ARCHIVE ENDS AT' TO CO2AV-EL-TEXT
               MOVE CO2-ASQ-ARCH-SEQ-NO TO CO2AV-EL-COUNT
               PERFORM AV-1-PRINT-END-EXCEPTION
           ELSE
               IF CO2-ASQ-ARCH-SEQ-NO > ZERO
                       AND CO2AV-PRIOR-CHAIN-VALUE
                           NOT = CO2-ASQ-ARCH-CHAIN-VALUE
                   MOVE 'ARCHIVE ENDS ON WRONG VALUE' TO CO2AV-EL-TEXT
                   MOVE ZERO TO CO2AV-EL-COUNT
                   PERFORM AV-1-PRINT-END-EXCEPTION
               END-IF
           END-IF.

      *  Records cut off the end of the live file leave no gap to
      *  find - only the control record knows how far the trail
      *  should run.
       AV-1-CHECK-TRAIL-END.
           IF CO2AV-HIGH-SEQ-NO NOT = CO2-ASQ-LAST-SEQ-NO
               MOVE 'CONTROL SAYS TRAIL ENDS AT' TO CO2AV-EL-TEXT
               MOVE CO2-ASQ-LAST-SEQ-NO TO CO2AV-EL-COUNT
               PERFORM AV-1-PRINT-END-EXCEPTION
           ELSE
               IF CO2-ASQ-LAST-SEQ-NO > ZERO
                       AND CO2AV-PRIOR-CHAIN-VALUE
                           NOT = CO2-ASQ-LAST-CHAIN-VALUE
                   MOVE 'TRAIL ENDS ON WRONG VALUE' TO CO2AV-EL-TEXT
                   MOVE ZERO TO CO2AV-EL-COUNT
                   PERFORM AV-1-PRINT-END-EXCEPTION
               END-IF
           END-IF.

       AV-1-PRINT-END-EXCEPTION.
           ADD 1 TO CO2AV-END-COUNT.
           ADD 1 TO CO2AV-EXCEPTION-COUNT.
           MOVE 'CONTROL' TO CO2AV-EL-FILE.
           MOVE CO2AV-HIGH-SEQ-NO TO CO2AV-EL-SEQ-NO.
           MOVE ZERO TO CO2AV-EL-DATE.
           MOVE ZERO TO CO2AV-EL-TIME.
           PERFORM AV-1-WRITE-EXCEPTION-LINE.

       AV-1-COUNT-ARCHIVE-DATE.
           MOVE CO2-AUD-DATE TO CO2AV-LOOKUP-DATE.
           PERFORM AV-1-FIND-DATE.
           IF CO2AV-DATE-FOUND
               ADD 1 TO CO2AV-D-ARCH-COUNT (CO2AV-DATE-IDX)
               IF CO2-AUD-STATUS = 'E' OR CO2-AUD-STATUS = 'U'
                   ADD 1 TO CO2AV-D-ARCH-ERRORS (CO2AV-DATE-IDX)
               END-IF
           END-IF.

      *  Leaves CO2AV-DATE-IDX on the entry for CO2AV-LOOKUP-DATE,
      *  adding one if there is room.
       AV-1-FIND-DATE.
           MOVE 'N' TO CO2AV-DATE-FOUND-SW.
           IF CO2AV-DATE-LAST-HIT > ZERO
               SET CO2AV-DATE-IDX TO CO2AV-DATE-LAST-HIT
               IF CO2AV-D-DATE (CO2AV-DATE-IDX) = CO2AV-LOOKUP-DATE
                   SET CO2AV-DATE-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT CO2AV-DATE-FOUND
               MOVE ZERO TO CO2AV-DATE-SEARCH-IDX
               PERFORM AV-1-FIND-DATE-ENTRY
                   UNTIL CO2AV-DATE-SEARCH-IDX >= CO2AV-DATE-COUNT
                       OR CO2AV-DATE-FOUND
           END-IF.
           IF NOT CO2AV-DATE-FOUND
               IF CO2AV-DATE-COUNT < CO2AV-DATE-MAX-ENTRIES
                   ADD 1 TO CO2AV-DATE-COUNT
                   SET CO2AV-DATE-IDX TO CO2AV-DATE-COUNT
                   MOVE CO2AV-LOOKUP-DATE
                       TO CO2AV-D-DATE (CO2AV-DATE-IDX)
                   MOVE ZERO TO CO2AV-D-ARCH-COUNT (CO2AV-DATE-IDX)
                   MOVE ZERO TO CO2AV-D-ARCH-ERRORS (CO2AV-DATE-IDX)
                   MOVE ZERO TO CO2AV-D-ROLL-COUNT (CO2AV-DATE-IDX)
                   MOVE ZERO TO CO2AV-D-ROLL-ERRORS (CO2AV-DATE-IDX)
                   SET CO2AV-DATE-FOUND TO TRUE
               ELSE
                   SET CO2AV-DATE-OVERFLOW TO TRUE
               END-IF
           END-IF.
           IF CO2AV-DATE-FOUND
               SET CO2AV-DATE-LAST-HIT TO CO2AV-DATE-IDX
           END-IF.

       AV-1-FIND-DATE-ENTRY.
           ADD 1 TO CO2AV-DATE-SEARCH-IDX.
           SET CO2AV-DATE-IDX TO CO2AV-DATE-SEARCH-IDX.
           IF CO2AV-D-DATE (CO2AV-DATE-IDX) = CO2AV-LOOKUP-DATE
               SET CO2AV-DATE-FOUND TO TRUE
           END-IF.

      *  The rollup is extended one archived period at a time, so
      *  each date's rows are summed before the comparison.
       AV-1-CHECK-ROLLUP.
           MOVE 'N' TO CO2AV-EOF-SW.
           OPEN INPUT CALLCO2-ROLLUP.
           PERFORM AV-1-READ-ROLLUP UNTIL CO2AV-EOF.
           CLOSE CALLCO2-ROLLUP.
           PERFORM AV-1-COMPARE-DATE
               VARYING CO2AV-DATE-IDX FROM 1 BY 1
                   UNTIL CO2AV-DATE-IDX > CO2AV-DATE-COUNT.
           IF CO2AV-DATE-OVERFLOW
               WRITE CO2AV-LINE FROM CO2AV-OVERFLOW-LINE
           END-IF.

       AV-1-READ-ROLLUP.
           READ CALLCO2-ROLLUP
               AT END
                   SET CO2AV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2AV-ROLLUP-READ-COUNT
                   MOVE CO2-ARL-DATE TO CO2AV-LOOKUP-DATE
                   PERFORM AV-1-FIND-DATE
                   IF CO2AV-DATE-FOUND
                       ADD CO2-ARL-COUNT
                           TO CO2AV-D-ROLL-COUNT (CO2AV-DATE-IDX)
                       ADD CO2-ARL-ERROR-COUNT
                           TO CO2AV-D-ROLL-ERRORS (CO2AV-DATE-IDX)
                   END-IF
           END-READ.

       AV-1-COMPARE-DATE.
           IF CO2AV-D-ARCH-COUNT (CO2AV-DATE-IDX)
                   NOT = CO2AV-D-ROLL-COUNT (CO2AV-DATE-IDX)
                   OR CO2AV-D-ARCH-ERRORS (CO2AV-DATE-IDX)
                       NOT = CO2AV-D-ROLL-ERRORS (CO2AV-DATE-IDX)
               ADD 1 TO CO2AV-ROLLUP-BAD-COUNT
               ADD 1 TO CO2AV-EXCEPTION-COUNT
               MOVE CO2AV-D-DATE (CO2AV-DATE-IDX) TO CO2AV-RL-DATE
               MOVE CO2AV-D-ARCH-COUNT (CO2AV-DATE-IDX)
                   TO CO2AV-RL-ARCH-COUNT
               MOVE CO2AV-D-ARCH-ERRORS (CO2AV-DATE-IDX)
                   TO CO2AV-RL-ARCH-ERRORS
               MOVE CO2AV-D-ROLL-COUNT (CO2AV-DATE-IDX)
                   TO CO2AV-RL-ROLL-COUNT
               MOVE CO2AV-D-ROLL-ERRORS (CO2AV-DATE-IDX)
                   TO CO2AV-RL-ROLL-ERRORS
               WRITE CO2AV-LINE FROM CO2AV-ROLLUP-LINE
           END-IF.

       AV-1-PRINT-TOTALS.
           WRITE CO2AV-LINE FROM CO2AV-BLANK-LINE.
           IF CO2AV-FULL
               MOVE 'ARCHIVE RECORDS READ' TO CO2AV-DL-LABEL
               MOVE CO2AV-ARCHIVE-READ-COUNT TO CO2AV-DL-COUNT
               WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE
           END-IF.
           MOVE 'LIVE RECORDS READ' TO CO2AV-DL-LABEL.
           MOVE CO2AV-LIVE-READ-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'WRITTEN BEFORE SEQUENCING' TO CO2AV-DL-LABEL.
           MOVE CO2AV-PRESEQ-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'GAPS IN SEQUENCE' TO CO2AV-DL-LABEL.
           MOVE CO2AV-GAP-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE '  RECORDS MISSING IN GAPS' TO CO2AV-DL-LABEL.
           MOVE CO2AV-MISSING-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'DUPLICATE SEQUENCE NUMBERS' TO CO2AV-DL-LABEL.
           MOVE CO2AV-DUPLICATE-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'RECORDS OUT OF ORDER' TO CO2AV-DL-LABEL.
           MOVE CO2AV-ORDER-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'CONTROL VALUES NOT CHECKING' TO CO2AV-DL-LABEL.
           MOVE CO2AV-CHAIN-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'UNSEQUENCED RECORDS IN TRAIL' TO CO2AV-DL-LABEL.
           MOVE CO2AV-UNSEQ-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           MOVE 'TRAIL/ARCHIVE END MISMATCHES' TO CO2AV-DL-LABEL.
           MOVE CO2AV-END-COUNT TO CO2AV-DL-COUNT.
           WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE.
           IF CO2AV-FULL
               MOVE 'ROLLUP RECORDS READ' TO CO2AV-DL-LABEL
               MOVE CO2AV-ROLLUP-READ-COUNT TO CO2AV-DL-COUNT
               WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE
               MOVE 'ROLLUP DATES NOT AGREEING' TO CO2AV-DL-LABEL
               MOVE CO2AV-ROLLUP-BAD-COUNT TO CO2AV-DL-COUNT
               WRITE CO2AV-LINE FROM CO2AV-DETAIL-LINE
           END-IF.
           WRITE CO2AV-LINE FROM CO2AV-BLANK-LINE.
           IF CO2AV-EXCEPTION-COUNT = ZERO
               WRITE CO2AV-LINE FROM CO2AV-CLEAN-LINE
           ELSE
               WRITE CO2AV-LINE FROM CO2AV-BROKEN-LINE
           END-IF.

       AV-1-TERM.
           CLOSE CO2AVFY-OUT.
           EVALUATE TRUE
               WHEN CO2AV-EXCEPTION-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN CO2AV-DATE-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM "CO2AVFY".
