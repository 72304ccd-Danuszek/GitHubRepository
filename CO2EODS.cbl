       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2EODS".
      *
      *  End-of-day run status off CALLCO2-RUN-LEDGER (layout
      *  CO2RUNL).  For one business date it shows, cycle by cycle,
      *  whether CO2EDIT, CO2VLD, CO2BATCH and CO2RTN ran, and then
      *  whether the once-a-day steps CO2SLOAD, CO2RECON, CO2FEED and
      *  CO2FACK ran - one status per step, taken from its latest run
      *  for the date and cycle:
      *
      *    OK          ended RC 0 with no errors or exceptions
      *    WARNING     ended RC 1-4, or RC 0 with errors or
      *                exceptions counted
      *    FAILED      ended RC 5 or more
      *    INCOMPLETE  started but no end record - abended or
      *                stopped part way
      *    NOT RUN     no ledger record for the date at all
      *
      *  with the run's start date and time, end time, return code
      *  and counts.  A step that stops before it knows its business
      *  date (calendar unreadable) writes no ledger record and shows
      *  as NOT RUN - its job log has the reason.
      *
      *  The same report holds CO2FEED: unless CO2RECON's latest run
      *  for the date is OK the report says HOLD and ends RC 8, and
      *  the CO2FEED job runs it as the step ahead of the feed with
      *  COND=(4,LT) on the feed step.
      *
      *  Return code: 0 = every step OK, 4 = some step not OK but
      *  CO2RECON clean (including, mid-day, steps yet to run),
      *  8 = CO2RECON not clean, or nothing reported (no business
      *  date, or the ledger would not open).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *    2026-10-15  RESP  CO2RTN, the results return file, is now
      *                      reported with each cycle's steps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2EODS-PARM ASSIGN TO CO2EODP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2EO-CAL-STATUS.
           SELECT CALLCO2-RUN-LEDGER ASSIGN TO CO2RUNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO2EO-LEDGER-STATUS.
           SELECT CO2EODS-OUT ASSIGN TO CO2EODO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2EODS-PARM
           RECORDING MODE IS F.
       COPY CO2EODP.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       FD  CALLCO2-RUN-LEDGER
           RECORDING MODE IS F.
       COPY CO2RUNL.

       FD  CO2EODS-OUT
           RECORDING MODE IS F.
       01  CO2EO-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2EO-SWITCHES.
           05  CO2EO-LEDGER-EOF-SW      PIC X(01)  VALUE 'N'.
               88  CO2EO-LEDGER-EOF                 VALUE 'Y'.
           05  CO2EO-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2EO-REFUSED                    VALUE 'Y'.
           05  CO2EO-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  CO2EO-FOUND                      VALUE 'Y'.
           05  CO2EO-OVERFLOW-SW        PIC X(01)  VALUE 'N'.
               88  CO2EO-OVERFLOW                   VALUE 'Y'.
           05  CO2EO-CYCLE-FOUND-SW     PIC X(01)  VALUE 'N'.
               88  CO2EO-CYCLE-FOUND                VALUE 'Y'.
           05  CO2EO-HOLD-FEED-SW       PIC X(01)  VALUE 'N'.
               88  CO2EO-HOLD-FEED                  VALUE 'Y'.
       01  CO2EO-CAL-STATUS             PIC X(02).
       01  CO2EO-LEDGER-STATUS          PIC X(02).
       01  CO2EO-REFUSE-REASON          PIC X(60)  VALUE SPACES.
       01  CO2EO-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
       01  CO2EO-LEDGER-READ-COUNT      PIC 9(09)  VALUE ZERO.
       01  CO2EO-DATE-RECORD-COUNT      PIC 9(09)  VALUE ZERO.
       01  CO2EO-NOT-CLEAN-COUNT        PIC 9(09)  VALUE ZERO.

      *  Steps expected once per cycle, then once per day.
       01  CO2EO-CYCLE-STEP-NAMES.
           05  FILLER                   PIC X(08) VALUE 'CO2EDIT'.
           05  FILLER                   PIC X(08) VALUE 'CO2VLD'.
           05  FILLER                   PIC X(08) VALUE 'CO2BATCH'.
           05  FILLER                   PIC X(08) VALUE 'CO2RTN'.
       01  FILLER REDEFINES CO2EO-CYCLE-STEP-NAMES.
           05  CO2EO-CYCLE-STEP         PIC X(08)
                   OCCURS 4 TIMES.
       01  CO2EO-DAILY-STEP-NAMES.
           05  FILLER                   PIC X(08) VALUE 'CO2SLOAD'.
           05  FILLER                   PIC X(08) VALUE 'CO2RECON'.
           05  FILLER                   PIC X(08) VALUE 'CO2FEED'.
           05  FILLER                   PIC X(08) VALUE 'CO2FACK'.
       01  FILLER REDEFINES CO2EO-DAILY-STEP-NAMES.
           05  CO2EO-DAILY-STEP         PIC X(08)
                   OCCURS 4 TIMES.
       01  CO2EO-STEP-SUB               PIC 9(04)  VALUE ZERO COMP.
       01  CO2EO-CARD-SUB               PIC 9(04)  VALUE ZERO COMP.

      *  The cycles to report - the card's, in card order, then any
      *  other cycle the ledger shows for the date.
       01  CO2EO-CARD-CYCLES.
           05  CO2EO-CARD-CYCLE-ID      PIC X(02)
                   OCCURS 10 TIMES.
       01  CO2EO-CYCLE-COUNT            PIC 9(04)  VALUE ZERO COMP.
       01  CO2EO-CYCLE-SEARCH-IDX       PIC 9(04)  VALUE ZERO COMP.
       01  CO2EO-CYCLE-MAX-ENTRIES      PIC 9(04)  VALUE 20 COMP.
       01  CO2EO-CYCLE-TABLE.
           05  CO2EO-CY-ID              PIC X(02)
                   OCCURS 20 TIMES
                   INDEXED BY CO2EO-CY-IDX.
       01  CO2EO-LOOK-CYCLE-ID          PIC X(02)  VALUE SPACES.

      *  One entry per job and cycle seen on the ledger for the date,
      *  holding that step's latest run.  A run is identified by its
      *  start date and time, which the end record repeats.
       01  CO2EO-STEP-COUNT             PIC 9(04)  VALUE ZERO COMP.
       01  CO2EO-STEP-SEARCH-IDX        PIC 9(04)  VALUE ZERO COMP.
       01  CO2EO-STEP-MAX-ENTRIES       PIC 9(04)  VALUE 100 COMP.
       01  CO2EO-LOOK-JOB               PIC X(08)  VALUE SPACES.
       01  CO2EO-LOOK-CYCLE             PIC X(02)  VALUE SPACES.
       01  CO2EO-REC-STAMP.
           05  CO2EO-REC-START-DATE     PIC 9(08).
           05  CO2EO-REC-START-TIME     PIC 9(08).
       01  CO2EO-STEP-TABLE.
           05  CO2EO-STEP-ENTRY OCCURS 100 TIMES
                   INDEXED BY CO2EO-ST-IDX.
               10  CO2EO-S-JOB          PIC X(08).
               10  CO2EO-S-CYCLE        PIC X(02).
               10  CO2EO-S-RUNS         PIC 9(04)  COMP.
               10  CO2EO-S-STAMP.
                   15  CO2EO-S-START-DATE
                                        PIC 9(08).
                   15  CO2EO-S-START-TIME
                                        PIC 9(08).
               10  CO2EO-S-ENDED-SW     PIC X(01).
                   88  CO2EO-S-ENDED              VALUE 'Y'.
               10  CO2EO-S-END-TIME     PIC 9(08).
               10  CO2EO-S-RETURN-CODE  PIC 9(04).
               10  CO2EO-S-READ         PIC 9(09).
               10  CO2EO-S-WRITTEN      PIC 9(09).
               10  CO2EO-S-ERRORS       PIC 9(09).
               10  CO2EO-S-EXCEPTIONS   PIC 9(09).
               10  CO2EO-S-RUN-MODE     PIC X(01).

       01  CO2EO-STEP-STATUS            PIC X(10)  VALUE SPACES.
           88  CO2EO-STEP-OK                        VALUE 'OK'.
       01  CO2EO-TIME-WORK              PIC 9(08)  VALUE ZERO.
       01  FILLER REDEFINES CO2EO-TIME-WORK.
           05  CO2EO-TIME-HHMMSS        PIC X(06).
           05  FILLER                   PIC X(02).

       01  CO2EO-HEADING-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CALLCO2 END-OF-DAY RUN STATUS - BUSINESS DAT'.
           05  FILLER                   PIC X(02) VALUE 'E '.
           05  CO2EO-H-DATE             PIC 9(08).
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  CO2EO-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING REPORTED - '.
           05  CO2EO-RF-REASON          PIC X(60).

       01  CO2EO-OVERFLOW-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - MORE THAN 100 STEPS ON THE LEDGER '.
           05  FILLER                   PIC X(29)
                   VALUE 'FOR THE DATE - REPORT PARTIAL'.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  CO2EO-CYCLE-LINE.
           05  FILLER                   PIC X(06) VALUE 'CYCLE '.
           05  CO2EO-CL-CYCLE           PIC X(02).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  CO2EO-DAILY-LINE.
           05  FILLER                   PIC X(11) VALUE 'DAILY STEPS'.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  CO2EO-COLUMN-LINE.
           05  FILLER                   PIC X(09) VALUE 'STEP'.
           05  FILLER                   PIC X(11) VALUE 'STATUS'.
           05  FILLER                   PIC X(03) VALUE 'RUN'.
           05  FILLER                   PIC X(09) VALUE 'STARTED'.
           05  FILLER                   PIC X(07) VALUE 'AT'.
           05  FILLER                   PIC X(07) VALUE 'ENDED'.
           05  FILLER                   PIC X(04) VALUE '  RC'.
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  CO2EO-STEP-LINE.
           05  CO2EO-SL-JOB             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-STATUS          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-RUNS            PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-START-DATE      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-START-TIME      PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-END-TIME        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-RC              PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2EO-SL-NOTE            PIC X(10).
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  CO2EO-COUNT-LINE.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'READ '.
           05  CO2EO-CT-READ            PIC Z(08)9.
           05  FILLER                   PIC X(09) VALUE ' WRITTEN '.
           05  CO2EO-CT-WRITTEN         PIC Z(08)9.
           05  FILLER                   PIC X(08) VALUE ' ERRORS '.
           05  CO2EO-CT-ERRORS          PIC Z(08)9.
           05  FILLER                   PIC X(12) VALUE ' EXCEPTIONS '.
           05  CO2EO-CT-EXCEPTIONS      PIC Z(08)9.
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  CO2EO-RC-EDIT                PIC ZZZ9.

       01  CO2EO-HOLD-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'HOLD CO2FEED - CO2RECON DID NOT END CLEAN FO'.
           05  FILLER                   PIC X(14)
                   VALUE 'R THIS DATE   '.
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  CO2EO-RELEASE-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CO2RECON ENDED CLEAN - CO2FEED MAY RUN      '.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  CO2EO-TOTAL-LINE.
           05  CO2EO-TOT-LABEL          PIC X(030).
           05  CO2EO-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2EO-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       EO-1.
           PERFORM EO-1-INIT.
           IF NOT CO2EO-REFUSED
               PERFORM EO-1-READ-LEDGER UNTIL CO2EO-LEDGER-EOF
               CLOSE CALLCO2-RUN-LEDGER
               PERFORM EO-1-BUILD-CYCLES
           END-IF.
           PERFORM EO-1-PRINT-HEADING.
           IF NOT CO2EO-REFUSED
               PERFORM EO-1-PRINT-CYCLE
                   VARYING CO2EO-CY-IDX FROM 1 BY 1
                       UNTIL CO2EO-CY-IDX > CO2EO-CYCLE-COUNT
               PERFORM EO-1-PRINT-DAILY
               PERFORM EO-1-PRINT-TOTALS
           END-IF.
           PERFORM EO-1-SET-RETURN-CODE.
           CLOSE CO2EODS-OUT.
           GOBACK.

       EO-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2EO-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2EO-HOLD-FEED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2EO-NOT-CLEAN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       EO-1-INIT.
           MOVE SPACES TO CO2EO-CARD-CYCLES.
           OPEN OUTPUT CO2EODS-OUT.
           OPEN INPUT CO2EODS-PARM.
           READ CO2EODS-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO2EODP-BUSINESS-DATE TO CO2EO-BUSINESS-DATE
                   PERFORM EO-1-SAVE-CARD-CYCLE
                       VARYING CO2EO-CARD-SUB FROM 1 BY 1
                           UNTIL CO2EO-CARD-SUB > 10
           END-READ.
           CLOSE CO2EODS-PARM.
           IF CO2EO-BUSINESS-DATE = ZERO
               PERFORM EO-1-GET-BUSINESS-DATE
           END-IF.
           IF NOT CO2EO-REFUSED
               OPEN INPUT CALLCO2-RUN-LEDGER
               IF CO2EO-LEDGER-STATUS NOT = '00'
                   STRING 'RUN LEDGER DID NOT OPEN - FILE STATUS '
                           DELIMITED BY SIZE
                       CO2EO-LEDGER-STATUS DELIMITED BY SIZE
                       INTO CO2EO-REFUSE-REASON
                   END-STRING
                   SET CO2EO-REFUSED TO TRUE
               END-IF
           END-IF.

       EO-1-SAVE-CARD-CYCLE.
           MOVE CO2EODP-CYCLE-ID (CO2EO-CARD-SUB)
               TO CO2EO-CARD-CYCLE-ID (CO2EO-CARD-SUB).

       EO-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2EO-CAL-STATUS = '00'
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE
                           TO CO2EO-BUSINESS-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.
           IF CO2EO-BUSINESS-DATE = ZERO
               MOVE 'CALENDAR NOT READ AND NO BUSINESS DATE ON THE CARD'
                   TO CO2EO-REFUSE-REASON
               SET CO2EO-REFUSED TO TRUE
           END-IF.

       EO-1-READ-LEDGER.
           READ CALLCO2-RUN-LEDGER
               AT END
                   SET CO2EO-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2EO-LEDGER-READ-COUNT
                   IF CO2-RUNL-BUSINESS-DATE = CO2EO-BUSINESS-DATE
                       ADD 1 TO CO2EO-DATE-RECORD-COUNT
                       PERFORM EO-1-POST-RUN
                   END-IF
           END-READ.

      *  The ledger is appended in time order, but a run is only
      *  taken as the step's latest if it started no earlier than the
      *  one already held, so a late-written record cannot step back
      *  over a later run.  An end record whose start record is
      *  missing still counts as a run of its own.
       EO-1-POST-RUN.
           MOVE CO2-RUNL-JOB-NAME TO CO2EO-LOOK-JOB.
           MOVE CO2-RUNL-CYCLE-ID TO CO2EO-LOOK-CYCLE.
           PERFORM EO-1-FIND-STEP.
           IF NOT CO2EO-FOUND
               IF CO2EO-STEP-COUNT < CO2EO-STEP-MAX-ENTRIES
                   ADD 1 TO CO2EO-STEP-COUNT
                   SET CO2EO-ST-IDX TO CO2EO-STEP-COUNT
                   MOVE CO2EO-LOOK-JOB TO CO2EO-S-JOB (CO2EO-ST-IDX)
                   MOVE CO2EO-LOOK-CYCLE
                       TO CO2EO-S-CYCLE (CO2EO-ST-IDX)
                   MOVE ZERO TO CO2EO-S-RUNS (CO2EO-ST-IDX)
                   MOVE ZERO TO CO2EO-S-STAMP (CO2EO-ST-IDX)
                   MOVE 'N' TO CO2EO-S-ENDED-SW (CO2EO-ST-IDX)
                   SET CO2EO-FOUND TO TRUE
               ELSE
                   SET CO2EO-OVERFLOW TO TRUE
               END-IF
           END-IF.
           IF CO2EO-FOUND
               MOVE CO2-RUNL-START-DATE TO CO2EO-REC-START-DATE
               MOVE CO2-RUNL-START-TIME TO CO2EO-REC-START-TIME
               IF CO2-RUNL-EVENT-START
                   PERFORM EO-1-POST-START
               ELSE
                   PERFORM EO-1-POST-END
               END-IF
           END-IF.

       EO-1-FIND-STEP.
           MOVE 'N' TO CO2EO-FOUND-SW.
           MOVE ZERO TO CO2EO-STEP-SEARCH-IDX.
           PERFORM EO-1-MATCH-STEP
               UNTIL CO2EO-STEP-SEARCH-IDX >= CO2EO-STEP-COUNT
                   OR CO2EO-FOUND.

       EO-1-MATCH-STEP.
           ADD 1 TO CO2EO-STEP-SEARCH-IDX.
           SET CO2EO-ST-IDX TO CO2EO-STEP-SEARCH-IDX.
           IF CO2EO-S-JOB (CO2EO-ST-IDX) = CO2EO-LOOK-JOB
                   AND CO2EO-S-CYCLE (CO2EO-ST-IDX) = CO2EO-LOOK-CYCLE
               SET CO2EO-FOUND TO TRUE
           END-IF.

       EO-1-POST-START.
           ADD 1 TO CO2EO-S-RUNS (CO2EO-ST-IDX).
           IF CO2EO-REC-STAMP NOT < CO2EO-S-STAMP (CO2EO-ST-IDX)
               MOVE CO2EO-REC-STAMP TO CO2EO-S-STAMP (CO2EO-ST-IDX)
               MOVE 'N' TO CO2EO-S-ENDED-SW (CO2EO-ST-IDX)
               MOVE CO2-RUNL-RUN-MODE
                   TO CO2EO-S-RUN-MODE (CO2EO-ST-IDX)
           END-IF.

       EO-1-POST-END.
           IF CO2EO-REC-STAMP NOT < CO2EO-S-STAMP (CO2EO-ST-IDX)
               IF CO2EO-REC-STAMP > CO2EO-S-STAMP (CO2EO-ST-IDX)
                       OR CO2EO-S-RUNS (CO2EO-ST-IDX) = ZERO
                   ADD 1 TO CO2EO-S-RUNS (CO2EO-ST-IDX)
               END-IF
               MOVE CO2EO-REC-STAMP TO CO2EO-S-STAMP (CO2EO-ST-IDX)
               SET CO2EO-S-ENDED (CO2EO-ST-IDX) TO TRUE
               MOVE CO2-RUNL-END-TIME
                   TO CO2EO-S-END-TIME (CO2EO-ST-IDX)
               MOVE CO2-RUNL-RETURN-CODE
                   TO CO2EO-S-RETURN-CODE (CO2EO-ST-IDX)
               MOVE CO2-RUNL-READ-COUNT TO CO2EO-S-READ (CO2EO-ST-IDX)
               MOVE CO2-RUNL-WRITTEN-COUNT
                   TO CO2EO-S-WRITTEN (CO2EO-ST-IDX)
               MOVE CO2-RUNL-ERROR-COUNT
                   TO CO2EO-S-ERRORS (CO2EO-ST-IDX)
               MOVE CO2-RUNL-EXCEPTION-COUNT
                   TO CO2EO-S-EXCEPTIONS (CO2EO-ST-IDX)
               MOVE CO2-RUNL-RUN-MODE
                   TO CO2EO-S-RUN-MODE (CO2EO-ST-IDX)
           END-IF.

      *  The card's cycles first ('01' when it names none), then any
      *  other cycle a per-cycle step logged for the date.
       EO-1-BUILD-CYCLES.
           PERFORM EO-1-ADD-CARD-CYCLE
               VARYING CO2EO-CARD-SUB FROM 1 BY 1
                   UNTIL CO2EO-CARD-SUB > 10.
           IF CO2EO-CYCLE-COUNT = ZERO
               MOVE '01' TO CO2EO-LOOK-CYCLE-ID
               PERFORM EO-1-ADD-CYCLE
           END-IF.
           PERFORM EO-1-ADD-LEDGER-CYCLE
               VARYING CO2EO-ST-IDX FROM 1 BY 1
                   UNTIL CO2EO-ST-IDX > CO2EO-STEP-COUNT.

       EO-1-ADD-CARD-CYCLE.
           IF CO2EO-CARD-CYCLE-ID (CO2EO-CARD-SUB) NOT = SPACES
               MOVE CO2EO-CARD-CYCLE-ID (CO2EO-CARD-SUB)
                   TO CO2EO-LOOK-CYCLE-ID
               PERFORM EO-1-ADD-CYCLE
           END-IF.

       EO-1-ADD-LEDGER-CYCLE.
           IF CO2EO-S-CYCLE (CO2EO-ST-IDX) NOT = SPACES
               MOVE CO2EO-S-CYCLE (CO2EO-ST-IDX) TO CO2EO-LOOK-CYCLE-ID
               PERFORM EO-1-ADD-CYCLE
           END-IF.

       EO-1-ADD-CYCLE.
           MOVE 'N' TO CO2EO-CYCLE-FOUND-SW.
           MOVE ZERO TO CO2EO-CYCLE-SEARCH-IDX.
           PERFORM EO-1-MATCH-CYCLE
               UNTIL CO2EO-CYCLE-SEARCH-IDX >= CO2EO-CYCLE-COUNT
                   OR CO2EO-CYCLE-FOUND.
           IF NOT CO2EO-CYCLE-FOUND
                   AND CO2EO-CYCLE-COUNT < CO2EO-CYCLE-MAX-ENTRIES
               ADD 1 TO CO2EO-CYCLE-COUNT
               SET CO2EO-CY-IDX TO CO2EO-CYCLE-COUNT
               MOVE CO2EO-LOOK-CYCLE-ID TO CO2EO-CY-ID (CO2EO-CY-IDX)
           END-IF.

       EO-1-MATCH-CYCLE.
           ADD 1 TO CO2EO-CYCLE-SEARCH-IDX.
           SET CO2EO-CY-IDX TO CO2EO-CYCLE-SEARCH-IDX.
           IF CO2EO-CY-ID (CO2EO-CY-IDX) = CO2EO-LOOK-CYCLE-ID
               SET CO2EO-CYCLE-FOUND TO TRUE
           END-IF.

       EO-1-PRINT-HEADING.
           MOVE CO2EO-BUSINESS-DATE TO CO2EO-H-DATE.
           WRITE CO2EO-LINE FROM CO2EO-HEADING-LINE.
           IF CO2EO-REFUSED
               WRITE CO2EO-LINE FROM CO2EO-BLANK-LINE
               MOVE CO2EO-REFUSE-REASON TO CO2EO-RF-REASON
               WRITE CO2EO-LINE FROM CO2EO-REFUSED-LINE
           ELSE
               IF CO2EO-OVERFLOW
                   WRITE CO2EO-LINE FROM CO2EO-OVERFLOW-LINE
               END-IF
           END-IF.

       EO-1-PRINT-CYCLE.
           WRITE CO2EO-LINE FROM CO2EO-BLANK-LINE.
           MOVE CO2EO-CY-ID (CO2EO-CY-IDX) TO CO2EO-CL-CYCLE.
           WRITE CO2EO-LINE FROM CO2EO-CYCLE-LINE.
           WRITE CO2EO-LINE FROM CO2EO-COLUMN-LINE.
           MOVE CO2EO-CY-ID (CO2EO-CY-IDX) TO CO2EO-LOOK-CYCLE.
           PERFORM EO-1-PRINT-CYCLE-STEP
               VARYING CO2EO-STEP-SUB FROM 1 BY 1
                   UNTIL CO2EO-STEP-SUB > 4.

       EO-1-PRINT-CYCLE-STEP.
           MOVE CO2EO-CYCLE-STEP (CO2EO-STEP-SUB) TO CO2EO-LOOK-JOB.
           PERFORM EO-1-PRINT-STEP.

       EO-1-PRINT-DAILY.
           WRITE CO2EO-LINE FROM CO2EO-BLANK-LINE.
           WRITE CO2EO-LINE FROM CO2EO-DAILY-LINE.
           WRITE CO2EO-LINE FROM CO2EO-COLUMN-LINE.
           MOVE SPACES TO CO2EO-LOOK-CYCLE.
           PERFORM EO-1-PRINT-DAILY-STEP
               VARYING CO2EO-STEP-SUB FROM 1 BY 1
                   UNTIL CO2EO-STEP-SUB > 4.

       EO-1-PRINT-DAILY-STEP.
           MOVE CO2EO-DAILY-STEP (CO2EO-STEP-SUB) TO CO2EO-LOOK-JOB.
           PERFORM EO-1-PRINT-STEP.
           IF CO2EO-LOOK-JOB = 'CO2RECON' AND NOT CO2EO-STEP-OK
               SET CO2EO-HOLD-FEED TO TRUE
           END-IF.

      *  CO2EO-LOOK-JOB and CO2EO-LOOK-CYCLE name the step; prints
      *  its status line and, when it ran, its counts.
       EO-1-PRINT-STEP.
           PERFORM EO-1-FIND-STEP.
           MOVE SPACES TO CO2EO-STEP-LINE.
           MOVE CO2EO-LOOK-JOB TO CO2EO-SL-JOB.
           IF NOT CO2EO-FOUND
               MOVE 'NOT RUN' TO CO2EO-STEP-STATUS
               MOVE CO2EO-STEP-STATUS TO CO2EO-SL-STATUS
               WRITE CO2EO-LINE FROM CO2EO-STEP-LINE
           ELSE
               PERFORM EO-1-SET-STEP-STATUS
               MOVE CO2EO-STEP-STATUS TO CO2EO-SL-STATUS
               MOVE CO2EO-S-RUNS (CO2EO-ST-IDX) TO CO2EO-SL-RUNS
               MOVE CO2EO-S-START-DATE (CO2EO-ST-IDX)
                   TO CO2EO-SL-START-DATE
               MOVE CO2EO-S-START-TIME (CO2EO-ST-IDX)
                   TO CO2EO-TIME-WORK
               MOVE CO2EO-TIME-HHMMSS TO CO2EO-SL-START-TIME
               IF CO2EO-S-RUN-MODE (CO2EO-ST-IDX) = 'R'
                   MOVE 'RE-DRIVE' TO CO2EO-SL-NOTE
               END-IF
               IF CO2EO-S-ENDED (CO2EO-ST-IDX)
                   MOVE CO2EO-S-END-TIME (CO2EO-ST-IDX)
                       TO CO2EO-TIME-WORK
                   MOVE CO2EO-TIME-HHMMSS TO CO2EO-SL-END-TIME
                   MOVE CO2EO-S-RETURN-CODE (CO2EO-ST-IDX)
                       TO CO2EO-RC-EDIT
                   MOVE CO2EO-RC-EDIT TO CO2EO-SL-RC
               END-IF
               WRITE CO2EO-LINE FROM CO2EO-STEP-LINE
               IF CO2EO-S-ENDED (CO2EO-ST-IDX)
                   PERFORM EO-1-PRINT-COUNTS
               END-IF
           END-IF.
           IF NOT CO2EO-STEP-OK
               ADD 1 TO CO2EO-NOT-CLEAN-COUNT
           END-IF.

       EO-1-SET-STEP-STATUS.
           EVALUATE TRUE
               WHEN NOT CO2EO-S-ENDED (CO2EO-ST-IDX)
                   MOVE 'INCOMPLETE' TO CO2EO-STEP-STATUS
               WHEN CO2EO-S-RETURN-CODE (CO2EO-ST-IDX) > 4
                   MOVE 'FAILED' TO CO2EO-STEP-STATUS
               WHEN CO2EO-S-RETURN-CODE (CO2EO-ST-IDX) > ZERO
                   MOVE 'WARNING' TO CO2EO-STEP-STATUS
               WHEN CO2EO-S-ERRORS (CO2EO-ST-IDX) > ZERO
                   MOVE 'WARNING' TO CO2EO-STEP-STATUS
               WHEN CO2EO-S-EXCEPTIONS (CO2EO-ST-IDX) > ZERO
                   MOVE 'WARNING' TO CO2EO-STEP-STATUS
               WHEN OTHER
                   MOVE 'OK' TO CO2EO-STEP-STATUS
           END-EVALUATE.

       EO-1-PRINT-COUNTS.
           MOVE CO2EO-S-READ (CO2EO-ST-IDX) TO CO2EO-CT-READ.
           MOVE CO2EO-S-WRITTEN (CO2EO-ST-IDX) TO CO2EO-CT-WRITTEN.
           MOVE CO2EO-S-ERRORS (CO2EO-ST-IDX) TO CO2EO-CT-ERRORS.
           MOVE CO2EO-S-EXCEPTIONS (CO2EO-ST-IDX)
               TO CO2EO-CT-EXCEPTIONS.
           WRITE CO2EO-LINE FROM CO2EO-COUNT-LINE.

       EO-1-PRINT-TOTALS.
           WRITE CO2EO-LINE FROM CO2EO-BLANK-LINE.
           IF CO2EO-HOLD-FEED
               WRITE CO2EO-LINE FROM CO2EO-HOLD-LINE
           ELSE
               WRITE CO2EO-LINE FROM CO2EO-RELEASE-LINE
           END-IF.
           WRITE CO2EO-LINE FROM CO2EO-BLANK-LINE.
           MOVE 'LEDGER RECORDS READ' TO CO2EO-TOT-LABEL.
           MOVE CO2EO-LEDGER-READ-COUNT TO CO2EO-TOT-COUNT.
           WRITE CO2EO-LINE FROM CO2EO-TOTAL-LINE.
           MOVE 'LEDGER RECORDS FOR THE DATE' TO CO2EO-TOT-LABEL.
           MOVE CO2EO-DATE-RECORD-COUNT TO CO2EO-TOT-COUNT.
           WRITE CO2EO-LINE FROM CO2EO-TOTAL-LINE.
           MOVE 'STEPS NOT OK' TO CO2EO-TOT-LABEL.
           MOVE CO2EO-NOT-CLEAN-COUNT TO CO2EO-TOT-COUNT.
           WRITE CO2EO-LINE FROM CO2EO-TOTAL-LINE.

       END PROGRAM "CO2EODS".
