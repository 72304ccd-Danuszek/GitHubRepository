       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2SAGE".
      *
      *  Daily aging report off the CALLCO2-SUSPENSE workbench (the
      *  KSDS the CO2S screen works, layout CO2SWR).  Every item
      *  still open (O) or in progress (W) is aged in business days
      *  from CO2-SWB-OPEN-DATE, the business day CO2SLOAD put it on
      *  the workbench, to the as-of date - weekends and the holidays on
      *  CALLCO2-CALENDAR do not count, the same days CO2DROLL skips.
      *  Items are bucketed 0-1, 2-3, 4-7 and over 7 business days,
      *  by work status, by the operator working them (open items
      *  nobody has picked up show as operator (NONE)) and by input
      *  code and reason.  Every item older than the SLA on the
      *  CO2SAGP card is then listed in workbench key order, so the
      *  desk supervisor can chase it.  Resolved (R) and released
      *  (L) items are finished with and are not aged.
      *
      *  The workbench is read twice - once to count, once to list
      *  the breaches - so there is no limit on how many breaches
      *  can be listed.  An item whose open date is not a valid date
      *  is aged 9999 and listed as a breach, so it is looked at
      *  rather than lost.
      *
      *  Return code: 0 = nothing past the SLA, 4 = at least one
      *  item past the SLA (the scheduler pages the supervisor on
      *  it), 8 = nothing aged (no as-of date, or the workbench
      *  would not open).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2SAGE-PARM ASSIGN TO CO2SAGP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2SA-CAL-STATUS.
           SELECT CALLCO2-WORKBENCH ASSIGN TO CO2SWBV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO2-SWB-KEY
               FILE STATUS IS CO2SA-WB-STATUS.
           SELECT CO2SAGE-OUT ASSIGN TO CO2SAGO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2SAGE-PARM
           RECORDING MODE IS F.
       COPY CO2SAGP.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       FD  CALLCO2-WORKBENCH.
       COPY CO2SWR.

       FD  CO2SAGE-OUT
           RECORDING MODE IS F.
       01  CO2SA-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2SA-SWITCHES.
           05  CO2SA-WB-EOF-SW          PIC X(01)  VALUE 'N'.
               88  CO2SA-WB-EOF                     VALUE 'Y'.
           05  CO2SA-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2SA-REFUSED                    VALUE 'Y'.
           05  CO2SA-HOLIDAYS-SW        PIC X(01)  VALUE 'N'.
               88  CO2SA-HOLIDAYS-LOADED            VALUE 'Y'.
           05  CO2SA-HOLIDAY-SW         PIC X(01)  VALUE 'N'.
               88  CO2SA-HOLIDAY                    VALUE 'Y'.
           05  CO2SA-AGE-FOUND-SW       PIC X(01)  VALUE 'N'.
               88  CO2SA-AGE-FOUND                  VALUE 'Y'.
           05  CO2SA-OP-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  CO2SA-OP-FOUND                   VALUE 'Y'.
           05  CO2SA-OP-OVERFLOW-SW     PIC X(01)  VALUE 'N'.
               88  CO2SA-OP-OVERFLOW                VALUE 'Y'.
           05  CO2SA-CODE-FOUND-SW      PIC X(01)  VALUE 'N'.
               88  CO2SA-CODE-FOUND                 VALUE 'Y'.
           05  CO2SA-CODE-OVERFLOW-SW   PIC X(01)  VALUE 'N'.
               88  CO2SA-CODE-OVERFLOW              VALUE 'Y'.
       01  CO2SA-CAL-STATUS             PIC X(02).
       01  CO2SA-WB-STATUS              PIC X(02).
       01  CO2SA-REFUSE-REASON          PIC X(60)  VALUE SPACES.

       01  CO2SA-AS-OF-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2SA-SLA-DAYS               PIC 9(03)  VALUE ZERO.
       01  CO2SA-DEFAULT-SLA-DAYS       PIC 9(03)  VALUE 5.
       01  CO2SA-LOW-DATE               PIC 9(08)  VALUE 16010101.
       01  CO2SA-BAD-DATE-AGE           PIC 9(04)  VALUE 9999.

       01  CO2SA-READ-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2SA-AGED-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2SA-BREACH-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2SA-BAD-DATE-COUNT         PIC 9(09)  VALUE ZERO.

      *  Business-day arithmetic.  Day 1 of FUNCTION INTEGER-OF-DATE
      *  (1601-01-01) was a Monday, so the day number MOD 7 is 0 on
      *  a Sunday and 6 on a Saturday, as in CO2DROLL.
       01  CO2SA-ITEM-AGE               PIC 9(04)  VALUE ZERO.
       01  CO2SA-JULIAN-DAY             PIC 9(09)  VALUE ZERO.
       01  CO2SA-END-JULIAN-DAY         PIC 9(09)  VALUE ZERO.
       01  CO2SA-DAY-DATE               PIC 9(08)  VALUE ZERO.
       01  CO2SA-WEEKDAY                PIC 9(01)  VALUE ZERO.
           88  CO2SA-WEEKEND                        VALUE 0 6.
       01  CO2SA-BUCKET-SUB             PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-COL-SUB                PIC 9(04)  VALUE ZERO COMP.

       01  CO2SA-HOL-COUNT              PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-HOL-TABLE.
           05  CO2SA-HOL-DATE           PIC 9(08)
                   OCCURS 40 TIMES
                   INDEXED BY CO2SA-HOL-IDX.

      *  Every item opened on the same day has the same age, so each
      *  open date is aged once and remembered.  Once the cache is
      *  full, further dates are simply worked out each time.
       01  CO2SA-AGE-COUNT              PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-AGE-SEARCH-IDX         PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-AGE-MAX-ENTRIES        PIC 9(04)  VALUE 400 COMP.
       01  CO2SA-AGE-TABLE.
           05  CO2SA-AGE-ENTRY OCCURS 400 TIMES
                   INDEXED BY CO2SA-AGE-IDX.
               10  CO2SA-A-OPEN-DATE    PIC 9(08).
               10  CO2SA-A-AGE          PIC 9(04).

      *  Bucket counts: subscript 1 = 0-1 business days, 2 = 2-3,
      *  3 = 4-7, 4 = over 7.
       01  CO2SA-STATUS-BUCKETS.
           05  CO2SA-OPEN-BUCKET        PIC 9(09)  COMP
                   OCCURS 4 TIMES.
           05  CO2SA-WIP-BUCKET         PIC 9(09)  COMP
                   OCCURS 4 TIMES.
           05  CO2SA-ALL-BUCKET         PIC 9(09)  COMP
                   OCCURS 4 TIMES.

       01  CO2SA-OP-COUNT               PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-OP-SEARCH-IDX          PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-OP-MAX-ENTRIES         PIC 9(04)  VALUE 100 COMP.
       01  CO2SA-LOOK-OPERATOR          PIC X(08)  VALUE SPACES.
       01  CO2SA-OP-TABLE.
           05  CO2SA-OP-ENTRY OCCURS 100 TIMES
                   INDEXED BY CO2SA-OP-IDX.
               10  CO2SA-O-ID           PIC X(08).
               10  CO2SA-O-BUCKET       PIC 9(09)  COMP
                       OCCURS 4 TIMES.

       01  CO2SA-CODE-COUNT             PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-CODE-SEARCH-IDX        PIC 9(04)  VALUE ZERO COMP.
       01  CO2SA-CODE-MAX-ENTRIES       PIC 9(04)  VALUE 200 COMP.
       01  CO2SA-CODE-TABLE.
           05  CO2SA-CODE-ENTRY OCCURS 200 TIMES
                   INDEXED BY CO2SA-CODE-IDX.
               10  CO2SA-C-INPUT-CODE   PIC 99.
               10  CO2SA-C-REASON-CODE  PIC 99.
               10  CO2SA-C-REASON-TEXT  PIC X(20).
               10  CO2SA-C-BUCKET       PIC 9(09)  COMP
                       OCCURS 4 TIMES.

      *  One row of bucket counts as printed, loaded from whichever
      *  table is being printed.
       01  CO2SA-ROW-BUCKETS.
           05  CO2SA-ROW-BUCKET         PIC 9(09)  COMP
                   OCCURS 4 TIMES.
       01  CO2SA-ROW-TOTAL              PIC 9(09)  VALUE ZERO.

       01  CO2SA-HEADING-LINE.
           05  FILLER                   PIC X(29)
                   VALUE 'CALLCO2 SUSPENSE AGING AS OF '.
           05  CO2SA-H-AS-OF            PIC 9(08).
           05  FILLER                   PIC X(06) VALUE '  SLA '.
           05  CO2SA-H-SLA              PIC ZZ9.
           05  FILLER                   PIC X(14)
                   VALUE ' BUSINESS DAYS'.
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  CO2SA-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING AGED - '.
           05  CO2SA-RF-REASON          PIC X(60).

       01  CO2SA-NO-HOLIDAY-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - CALENDAR NOT READ - AGES SKIP WEEK'.
           05  FILLER                   PIC X(27)
                   VALUE 'ENDS BUT NOT HOLIDAYS'.
           05  FILLER                   PIC X(09) VALUE SPACES.

       01  CO2SA-TITLE-LINE.
           05  CO2SA-TL-TEXT            PIC X(40).
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  CO2SA-BUCKET-HEADING-LINE.
           05  CO2SA-BH-LABEL           PIC X(20).
           05  FILLER                   PIC X(09) VALUE '      0-1'.
           05  FILLER                   PIC X(09) VALUE '      2-3'.
           05  FILLER                   PIC X(09) VALUE '      4-7'.
           05  FILLER                   PIC X(09) VALUE '       >7'.
           05  FILLER                   PIC X(09) VALUE '    TOTAL'.
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  CO2SA-BUCKET-LINE.
           05  CO2SA-BL-LABEL           PIC X(20).
           05  CO2SA-BL-COLUMN OCCURS 5 TIMES.
               10  FILLER               PIC X(02) VALUE SPACES.
               10  CO2SA-BL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  CO2SA-CODE-LABEL.
           05  CO2SA-CL-INPUT-CODE      PIC 99.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  CO2SA-CL-REASON-CODE     PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CO2SA-CL-REASON-TEXT     PIC X(14).

       01  CO2SA-OP-OVERFLOW-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - MORE THAN 100 OPERATORS - SECTION '.
           05  FILLER                   PIC X(10) VALUE 'IS PARTIAL'.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  CO2SA-CODE-OVERFLOW-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - MORE THAN 200 CODE/REASON PAIRS - '.
           05  FILLER                   PIC X(18)
                   VALUE 'SECTION IS PARTIAL'.
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  CO2SA-BREACH-TITLE-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'ITEMS PAST THE SLA ('.
           05  CO2SA-BT-SLA             PIC ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE ' BUSINESS DAYS)'.
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  CO2SA-BREACH-HEADING-LINE.
           05  FILLER                   PIC X(03) VALUE 'CY'.
           05  FILLER                   PIC X(07) VALUE 'KEY'.
           05  FILLER                   PIC X(03) VALUE 'CD'.
           05  FILLER                   PIC X(03) VALUE 'RS'.
           05  FILLER                   PIC X(02) VALUE 'W'.
           05  FILLER                   PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                   PIC X(09) VALUE 'OPENED'.
           05  FILLER                   PIC X(09) VALUE 'LAST WRK'.
           05  FILLER                   PIC X(05) VALUE ' AGE'.
           05  FILLER                   PIC X(20) VALUE 'REASON'.
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  CO2SA-BREACH-LINE.
           05  CO2SA-BR-CYCLE           PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-KEY             PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-CODE            PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-REASON-CODE     PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-WORK-STATUS     PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-OPERATOR        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-OPEN-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-WORK-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-AGE             PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SA-BR-REASON-TEXT     PIC X(20).
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  CO2SA-NONE-LINE.
           05  FILLER                   PIC X(04) VALUE 'NONE'.
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  CO2SA-TOTAL-LINE.
           05  CO2SA-TOT-LABEL          PIC X(030).
           05  CO2SA-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2SA-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       SA-1.
           PERFORM SA-1-INIT.
           IF NOT CO2SA-REFUSED
               PERFORM SA-1-OPEN-WORKBENCH
           END-IF.
           IF NOT CO2SA-REFUSED
               PERFORM SA-1-COUNT-ITEM UNTIL CO2SA-WB-EOF
               CLOSE CALLCO2-WORKBENCH
           END-IF.
           PERFORM SA-1-PRINT-HEADING.
           IF NOT CO2SA-REFUSED
               PERFORM SA-1-PRINT-BY-STATUS
               PERFORM SA-1-PRINT-BY-OPERATOR
               PERFORM SA-1-PRINT-BY-CODE
               PERFORM SA-1-PRINT-BREACHES
               PERFORM SA-1-PRINT-TOTALS
           END-IF.
           PERFORM SA-1-SET-RETURN-CODE.
           CLOSE CO2SAGE-OUT.
           GOBACK.

       SA-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2SA-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2SA-BREACH-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       SA-1-INIT.
           PERFORM SA-1-CLEAR-STATUS-BUCKET
               VARYING CO2SA-BUCKET-SUB FROM 1 BY 1
                   UNTIL CO2SA-BUCKET-SUB > 4.
           OPEN OUTPUT CO2SAGE-OUT.
           OPEN INPUT CO2SAGE-PARM.
           READ CO2SAGE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO2SAGP-AS-OF-DATE TO CO2SA-AS-OF-DATE
                   MOVE CO2SAGP-SLA-DAYS TO CO2SA-SLA-DAYS
           END-READ.
           CLOSE CO2SAGE-PARM.
           IF CO2SA-SLA-DAYS = ZERO
               MOVE CO2SA-DEFAULT-SLA-DAYS TO CO2SA-SLA-DAYS
           END-IF.
           PERFORM SA-1-READ-CALENDAR.
           IF NOT CO2SA-REFUSED AND CO2SA-AS-OF-DATE < CO2SA-LOW-DATE
               MOVE 'AS-OF DATE ON THE CO2SAGP CARD IS NOT A VALID DATE'
                   TO CO2SA-REFUSE-REASON
               SET CO2SA-REFUSED TO TRUE
           END-IF.

       SA-1-CLEAR-STATUS-BUCKET.
           MOVE ZERO TO CO2SA-OPEN-BUCKET (CO2SA-BUCKET-SUB).
           MOVE ZERO TO CO2SA-WIP-BUCKET (CO2SA-BUCKET-SUB).
           MOVE ZERO TO CO2SA-ALL-BUCKET (CO2SA-BUCKET-SUB).

      *  The calendar gives the holidays to skip and, when the card
      *  has no as-of date, the business date to age to.  With an
      *  as-of date on the card the job still runs without the
      *  calendar, skipping weekends only, and says so on the report.
       SA-1-READ-CALENDAR.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2SA-CAL-STATUS = '00'
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CO2SA-HOLIDAYS-LOADED TO TRUE
                       IF CO2SA-AS-OF-DATE = ZERO
                           MOVE CO2-CAL-BUSINESS-DATE
                               TO CO2SA-AS-OF-DATE
                       END-IF
                       PERFORM SA-1-LOAD-HOLIDAY
                           VARYING CO2-CAL-HOL-IDX FROM 1 BY 1
                               UNTIL CO2-CAL-HOL-IDX
                                       > CO2-CAL-HOLIDAY-COUNT
                                   OR CO2-CAL-HOL-IDX > 40
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.
           IF CO2SA-AS-OF-DATE = ZERO
               MOVE 'CALENDAR NOT READ AND NO AS-OF DATE ON THE CARD'
                   TO CO2SA-REFUSE-REASON
               SET CO2SA-REFUSED TO TRUE
           END-IF.

       SA-1-LOAD-HOLIDAY.
           ADD 1 TO CO2SA-HOL-COUNT.
           SET CO2SA-HOL-IDX TO CO2SA-HOL-COUNT.
           MOVE CO2-CAL-HOLIDAY-DATE (CO2-CAL-HOL-IDX)
               TO CO2SA-HOL-DATE (CO2SA-HOL-IDX).

       SA-1-OPEN-WORKBENCH.
           MOVE 'N' TO CO2SA-WB-EOF-SW.
           OPEN INPUT CALLCO2-WORKBENCH.
           IF CO2SA-WB-STATUS NOT = '00'
               STRING 'WORKBENCH DID NOT OPEN - FILE STATUS '
                       DELIMITED BY SIZE
                   CO2SA-WB-STATUS DELIMITED BY SIZE
                   INTO CO2SA-REFUSE-REASON
               END-STRING
               SET CO2SA-REFUSED TO TRUE
           END-IF.

      *  First pass - count every open and in-progress item into its
      *  age bucket by work status, by operator and by code/reason.
       SA-1-COUNT-ITEM.
           READ CALLCO2-WORKBENCH NEXT RECORD
               AT END
                   SET CO2SA-WB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2SA-READ-COUNT
                   IF CO2-SWB-WORK-OPEN OR CO2-SWB-WORK-IN-PROGRESS
                       ADD 1 TO CO2SA-AGED-COUNT
                       PERFORM SA-1-AGE-ITEM
                       PERFORM SA-1-BUCKET-ITEM
                       IF CO2SA-ITEM-AGE > CO2SA-SLA-DAYS
                           ADD 1 TO CO2SA-BREACH-COUNT
                       END-IF
                   END-IF
           END-READ.

      *  CO2SA-ITEM-AGE = the number of business days after the open
      *  date up to and including the as-of date, so an item opened
      *  today is 0 and one opened the business day before is 1.
       SA-1-AGE-ITEM.
           IF CO2-SWB-OPEN-DATE IS NOT NUMERIC
                   OR CO2-SWB-OPEN-DATE < CO2SA-LOW-DATE
               MOVE CO2SA-BAD-DATE-AGE TO CO2SA-ITEM-AGE
           ELSE
               IF CO2-SWB-OPEN-DATE NOT < CO2SA-AS-OF-DATE
                   MOVE ZERO TO CO2SA-ITEM-AGE
               ELSE
                   MOVE 'N' TO CO2SA-AGE-FOUND-SW
                   MOVE ZERO TO CO2SA-AGE-SEARCH-IDX
                   PERFORM SA-1-FIND-AGE
                       UNTIL CO2SA-AGE-SEARCH-IDX >= CO2SA-AGE-COUNT
                           OR CO2SA-AGE-FOUND
                   IF NOT CO2SA-AGE-FOUND
                       PERFORM SA-1-COUNT-BUSINESS-DAYS
                       IF CO2SA-AGE-COUNT < CO2SA-AGE-MAX-ENTRIES
                           ADD 1 TO CO2SA-AGE-COUNT
                           SET CO2SA-AGE-IDX TO CO2SA-AGE-COUNT
                           MOVE CO2-SWB-OPEN-DATE
                               TO CO2SA-A-OPEN-DATE (CO2SA-AGE-IDX)
                           MOVE CO2SA-ITEM-AGE
                               TO CO2SA-A-AGE (CO2SA-AGE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SA-1-FIND-AGE.
           ADD 1 TO CO2SA-AGE-SEARCH-IDX.
           SET CO2SA-AGE-IDX TO CO2SA-AGE-SEARCH-IDX.
           IF CO2SA-A-OPEN-DATE (CO2SA-AGE-IDX) = CO2-SWB-OPEN-DATE
               MOVE CO2SA-A-AGE (CO2SA-AGE-IDX) TO CO2SA-ITEM-AGE
               SET CO2SA-AGE-FOUND TO TRUE
           END-IF.

       SA-1-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO CO2SA-ITEM-AGE.
           COMPUTE CO2SA-JULIAN-DAY =
               FUNCTION INTEGER-OF-DATE (CO2-SWB-OPEN-DATE).
           COMPUTE CO2SA-END-JULIAN-DAY =
               FUNCTION INTEGER-OF-DATE (CO2SA-AS-OF-DATE).
           PERFORM SA-1-NEXT-DAY
               UNTIL CO2SA-JULIAN-DAY >= CO2SA-END-JULIAN-DAY
                   OR CO2SA-ITEM-AGE >= CO2SA-BAD-DATE-AGE.

       SA-1-NEXT-DAY.
           ADD 1 TO CO2SA-JULIAN-DAY.
           COMPUTE CO2SA-WEEKDAY = FUNCTION MOD (CO2SA-JULIAN-DAY, 7).
           IF NOT CO2SA-WEEKEND
               COMPUTE CO2SA-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER (CO2SA-JULIAN-DAY)
               MOVE 'N' TO CO2SA-HOLIDAY-SW
               PERFORM SA-1-FIND-HOLIDAY
                   VARYING CO2SA-HOL-IDX FROM 1 BY 1
                       UNTIL CO2SA-HOL-IDX > CO2SA-HOL-COUNT
                           OR CO2SA-HOLIDAY
               IF NOT CO2SA-HOLIDAY
                   ADD 1 TO CO2SA-ITEM-AGE
               END-IF
           END-IF.

       SA-1-FIND-HOLIDAY.
           IF CO2SA-HOL-DATE (CO2SA-HOL-IDX) = CO2SA-DAY-DATE
               SET CO2SA-HOLIDAY TO TRUE
           END-IF.

       SA-1-BUCKET-ITEM.
           EVALUATE TRUE
               WHEN CO2SA-ITEM-AGE <= 1
                   MOVE 1 TO CO2SA-BUCKET-SUB
               WHEN CO2SA-ITEM-AGE <= 3
                   MOVE 2 TO CO2SA-BUCKET-SUB
               WHEN CO2SA-ITEM-AGE <= 7
                   MOVE 3 TO CO2SA-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO CO2SA-BUCKET-SUB
           END-EVALUATE.
           IF CO2-SWB-WORK-OPEN
               ADD 1 TO CO2SA-OPEN-BUCKET (CO2SA-BUCKET-SUB)
           ELSE
               ADD 1 TO CO2SA-WIP-BUCKET (CO2SA-BUCKET-SUB)
           END-IF.
           ADD 1 TO CO2SA-ALL-BUCKET (CO2SA-BUCKET-SUB).
           IF CO2SA-ITEM-AGE = CO2SA-BAD-DATE-AGE
               ADD 1 TO CO2SA-BAD-DATE-COUNT
           END-IF.
           PERFORM SA-1-COUNT-OPERATOR.
           PERFORM SA-1-COUNT-CODE.

       SA-1-COUNT-OPERATOR.
           MOVE CO2-SWB-OPERATOR-ID TO CO2SA-LOOK-OPERATOR.
           IF CO2SA-LOOK-OPERATOR = SPACES
               MOVE '(NONE)' TO CO2SA-LOOK-OPERATOR
           END-IF.
           MOVE 'N' TO CO2SA-OP-FOUND-SW.
           MOVE ZERO TO CO2SA-OP-SEARCH-IDX.
           PERFORM SA-1-FIND-OPERATOR
               UNTIL CO2SA-OP-SEARCH-IDX >= CO2SA-OP-COUNT
                   OR CO2SA-OP-FOUND.
           IF NOT CO2SA-OP-FOUND
               IF CO2SA-OP-COUNT < CO2SA-OP-MAX-ENTRIES
                   ADD 1 TO CO2SA-OP-COUNT
                   SET CO2SA-OP-IDX TO CO2SA-OP-COUNT
                   MOVE CO2SA-LOOK-OPERATOR TO CO2SA-O-ID (CO2SA-OP-IDX)
                   PERFORM SA-1-CLEAR-OP-BUCKET
                       VARYING CO2SA-COL-SUB FROM 1 BY 1
                           UNTIL CO2SA-COL-SUB > 4
                   ADD 1 TO CO2SA-O-BUCKET
                       (CO2SA-OP-IDX, CO2SA-BUCKET-SUB)
               ELSE
                   SET CO2SA-OP-OVERFLOW TO TRUE
               END-IF
           END-IF.

       SA-1-FIND-OPERATOR.
           ADD 1 TO CO2SA-OP-SEARCH-IDX.
           SET CO2SA-OP-IDX TO CO2SA-OP-SEARCH-IDX.
           IF CO2SA-O-ID (CO2SA-OP-IDX) = CO2SA-LOOK-OPERATOR
               ADD 1 TO CO2SA-O-BUCKET (CO2SA-OP-IDX, CO2SA-BUCKET-SUB)
               SET CO2SA-OP-FOUND TO TRUE
           END-IF.

       SA-1-CLEAR-OP-BUCKET.
           MOVE ZERO TO CO2SA-O-BUCKET (CO2SA-OP-IDX, CO2SA-COL-SUB).

       SA-1-COUNT-CODE.
           MOVE 'N' TO CO2SA-CODE-FOUND-SW.
           MOVE ZERO TO CO2SA-CODE-SEARCH-IDX.
           PERFORM SA-1-FIND-CODE
               UNTIL CO2SA-CODE-SEARCH-IDX >= CO2SA-CODE-COUNT
                   OR CO2SA-CODE-FOUND.
           IF NOT CO2SA-CODE-FOUND
               IF CO2SA-CODE-COUNT < CO2SA-CODE-MAX-ENTRIES
                   ADD 1 TO CO2SA-CODE-COUNT
                   SET CO2SA-CODE-IDX TO CO2SA-CODE-COUNT
                   MOVE CO2-SWB-INPUT-CODE
                       TO CO2SA-C-INPUT-CODE (CO2SA-CODE-IDX)
                   MOVE CO2-SWB-REASON-CODE
                       TO CO2SA-C-REASON-CODE (CO2SA-CODE-IDX)
                   MOVE CO2-SWB-REASON-TEXT
                       TO CO2SA-C-REASON-TEXT (CO2SA-CODE-IDX)
                   PERFORM SA-1-CLEAR-CODE-BUCKET
                       VARYING CO2SA-COL-SUB FROM 1 BY 1
                           UNTIL CO2SA-COL-SUB > 4
                   ADD 1 TO CO2SA-C-BUCKET
                       (CO2SA-CODE-IDX, CO2SA-BUCKET-SUB)
               ELSE
                   SET CO2SA-CODE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       SA-1-FIND-CODE.
           ADD 1 TO CO2SA-CODE-SEARCH-IDX.
           SET CO2SA-CODE-IDX TO CO2SA-CODE-SEARCH-IDX.
           IF CO2SA-C-INPUT-CODE (CO2SA-CODE-IDX) = CO2-SWB-INPUT-CODE
               AND CO2SA-C-REASON-CODE (CO2SA-CODE-IDX)
                   = CO2-SWB-REASON-CODE
               ADD 1 TO CO2SA-C-BUCKET
                   (CO2SA-CODE-IDX, CO2SA-BUCKET-SUB)
               SET CO2SA-CODE-FOUND TO TRUE
           END-IF.

       SA-1-CLEAR-CODE-BUCKET.
           MOVE ZERO TO CO2SA-C-BUCKET (CO2SA-CODE-IDX, CO2SA-COL-SUB).

       SA-1-PRINT-HEADING.
           MOVE CO2SA-AS-OF-DATE TO CO2SA-H-AS-OF.
           MOVE CO2SA-SLA-DAYS TO CO2SA-H-SLA.
           WRITE CO2SA-LINE FROM CO2SA-HEADING-LINE.
           IF CO2SA-REFUSED
               WRITE CO2SA-LINE FROM CO2SA-BLANK-LINE
               MOVE CO2SA-REFUSE-REASON TO CO2SA-RF-REASON
               WRITE CO2SA-LINE FROM CO2SA-REFUSED-LINE
           ELSE
               IF NOT CO2SA-HOLIDAYS-LOADED
                   WRITE CO2SA-LINE FROM CO2SA-NO-HOLIDAY-LINE
               END-IF
           END-IF.

       SA-1-PRINT-BY-STATUS.
           WRITE CO2SA-LINE FROM CO2SA-BLANK-LINE.
           MOVE 'OPEN AND IN-PROGRESS ITEMS BY AGE' TO CO2SA-TL-TEXT.
           WRITE CO2SA-LINE FROM CO2SA-TITLE-LINE.
           MOVE 'WORK STATUS' TO CO2SA-BH-LABEL.
           WRITE CO2SA-LINE FROM CO2SA-BUCKET-HEADING-LINE.
           MOVE 'OPEN' TO CO2SA-BL-LABEL.
           PERFORM SA-1-LOAD-OPEN-ROW
               VARYING CO2SA-COL-SUB FROM 1 BY 1
                   UNTIL CO2SA-COL-SUB > 4.
           PERFORM SA-1-WRITE-BUCKET-LINE.
           MOVE 'IN PROGRESS' TO CO2SA-BL-LABEL.
           PERFORM SA-1-LOAD-WIP-ROW
               VARYING CO2SA-COL-SUB FROM 1 BY 1
                   UNTIL CO2SA-COL-SUB > 4.
           PERFORM SA-1-WRITE-BUCKET-LINE.
           MOVE 'TOTAL' TO CO2SA-BL-LABEL.
           PERFORM SA-1-LOAD-ALL-ROW
               VARYING CO2SA-COL-SUB FROM 1 BY 1
                   UNTIL CO2SA-COL-SUB > 4.
           PERFORM SA-1-WRITE-BUCKET-LINE.

       SA-1-LOAD-OPEN-ROW.
           MOVE CO2SA-OPEN-BUCKET (CO2SA-COL-SUB)
               TO CO2SA-ROW-BUCKET (CO2SA-COL-SUB).

       SA-1-LOAD-WIP-ROW.
           MOVE CO2SA-WIP-BUCKET (CO2SA-COL-SUB)
               TO CO2SA-ROW-BUCKET (CO2SA-COL-SUB).

       SA-1-LOAD-ALL-ROW.
           MOVE CO2SA-ALL-BUCKET (CO2SA-COL-SUB)
               TO CO2SA-ROW-BUCKET (CO2SA-COL-SUB).

      *  CO2SA-BL-LABEL and CO2SA-ROW-BUCKETS are set by the caller;
      *  this fills in the four counts and the row total.
       SA-1-WRITE-BUCKET-LINE.
           MOVE ZERO TO CO2SA-ROW-TOTAL.
           PERFORM SA-1-EDIT-BUCKET-COLUMN
               VARYING CO2SA-COL-SUB FROM 1 BY 1
                   UNTIL CO2SA-COL-SUB > 4.
           MOVE CO2SA-ROW-TOTAL TO CO2SA-BL-COUNT (5).
           WRITE CO2SA-LINE FROM CO2SA-BUCKET-LINE.

       SA-1-EDIT-BUCKET-COLUMN.
           MOVE CO2SA-ROW-BUCKET (CO2SA-COL-SUB)
               TO CO2SA-BL-COUNT (CO2SA-COL-SUB).
           ADD CO2SA-ROW-BUCKET (CO2SA-COL-SUB) TO CO2SA-ROW-TOTAL.

       SA-1-PRINT-BY-OPERATOR.
           WRITE CO2SA-LINE FROM CO2SA-BLANK-LINE.
           MOVE 'BY OPERATOR  ((NONE) = NOT PICKED UP)'
               TO CO2SA-TL-TEXT.
           WRITE CO2SA-LINE FROM CO2SA-TITLE-LINE.
           IF CO2SA-OP-OVERFLOW
               WRITE CO2SA-LINE FROM CO2SA-OP-OVERFLOW-LINE
           END-IF.
           MOVE 'OPERATOR' TO CO2SA-BH-LABEL.
           WRITE CO2SA-LINE FROM CO2SA-BUCKET-HEADING-LINE.
           PERFORM SA-1-PRINT-OPERATOR
               VARYING CO2SA-OP-IDX FROM 1 BY 1
                   UNTIL CO2SA-OP-IDX > CO2SA-OP-COUNT.

       SA-1-PRINT-OPERATOR.
           MOVE CO2SA-O-ID (CO2SA-OP-IDX) TO CO2SA-BL-LABEL.
           PERFORM SA-1-LOAD-OP-ROW
               VARYING CO2SA-COL-SUB FROM 1 BY 1
                   UNTIL CO2SA-COL-SUB > 4.
           PERFORM SA-1-WRITE-BUCKET-LINE.

       SA-1-LOAD-OP-ROW.
           MOVE CO2SA-O-BUCKET (CO2SA-OP-IDX, CO2SA-COL-SUB)
               TO CO2SA-ROW-BUCKET (CO2SA-COL-SUB).

       SA-1-PRINT-BY-CODE.
           WRITE CO2SA-LINE FROM CO2SA-BLANK-LINE.
           MOVE 'BY INPUT CODE / REASON' TO CO2SA-TL-TEXT.
           WRITE CO2SA-LINE FROM CO2SA-TITLE-LINE.
           IF CO2SA-CODE-OVERFLOW
               WRITE CO2SA-LINE FROM CO2SA-CODE-OVERFLOW-LINE
           END-IF.
           MOVE 'CD/RS REASON' TO CO2SA-BH-LABEL.
           WRITE CO2SA-LINE FROM CO2SA-BUCKET-HEADING-LINE.
           PERFORM SA-1-PRINT-CODE
               VARYING CO2SA-CODE-IDX FROM 1 BY 1
                   UNTIL CO2SA-CODE-IDX > CO2SA-CODE-COUNT.

       SA-1-PRINT-CODE.
           MOVE CO2SA-C-INPUT-CODE (CO2SA-CODE-IDX)
               TO CO2SA-CL-INPUT-CODE.
           MOVE CO2SA-C-REASON-CODE (CO2SA-CODE-IDX)
               TO CO2SA-CL-REASON-CODE.
           MOVE CO2SA-C-REASON-TEXT (CO2SA-CODE-IDX)
               TO CO2SA-CL-REASON-TEXT.
           MOVE CO2SA-CODE-LABEL TO CO2SA-BL-LABEL.
           PERFORM SA-1-LOAD-CODE-ROW
               VARYING CO2SA-COL-SUB FROM 1 BY 1
                   UNTIL CO2SA-COL-SUB > 4.
           PERFORM SA-1-WRITE-BUCKET-LINE.

       SA-1-LOAD-CODE-ROW.
           MOVE CO2SA-C-BUCKET (CO2SA-CODE-IDX, CO2SA-COL-SUB)
               TO CO2SA-ROW-BUCKET (CO2SA-COL-SUB).

      *  Second pass - list every item past the SLA.  The ages come
      *  back out of the cache the first pass filled.
       SA-1-PRINT-BREACHES.
           WRITE CO2SA-LINE FROM CO2SA-BLANK-LINE.
           MOVE CO2SA-SLA-DAYS TO CO2SA-BT-SLA.
           WRITE CO2SA-LINE FROM CO2SA-BREACH-TITLE-LINE.
           IF CO2SA-BREACH-COUNT = ZERO
               WRITE CO2SA-LINE FROM CO2SA-NONE-LINE
           ELSE
               WRITE CO2SA-LINE FROM CO2SA-BREACH-HEADING-LINE
               PERFORM SA-1-OPEN-WORKBENCH
               IF NOT CO2SA-REFUSED
                   PERFORM SA-1-LIST-ITEM UNTIL CO2SA-WB-EOF
                   CLOSE CALLCO2-WORKBENCH
               ELSE
                   MOVE CO2SA-REFUSE-REASON TO CO2SA-TL-TEXT
                   WRITE CO2SA-LINE FROM CO2SA-TITLE-LINE
               END-IF
           END-IF.

       SA-1-LIST-ITEM.
           READ CALLCO2-WORKBENCH NEXT RECORD
               AT END
                   SET CO2SA-WB-EOF TO TRUE
               NOT AT END
                   IF CO2-SWB-WORK-OPEN OR CO2-SWB-WORK-IN-PROGRESS
                       PERFORM SA-1-AGE-ITEM
                       IF CO2SA-ITEM-AGE > CO2SA-SLA-DAYS
                           PERFORM SA-1-PRINT-BREACH
                       END-IF
                   END-IF
           END-READ.

       SA-1-PRINT-BREACH.
           MOVE CO2-SWB-CYCLE-ID TO CO2SA-BR-CYCLE.
           MOVE CO2-SWB-TRAN-KEY TO CO2SA-BR-KEY.
           MOVE CO2-SWB-INPUT-CODE TO CO2SA-BR-CODE.
           MOVE CO2-SWB-REASON-CODE TO CO2SA-BR-REASON-CODE.
           MOVE CO2-SWB-WORK-STATUS TO CO2SA-BR-WORK-STATUS.
           MOVE CO2-SWB-OPERATOR-ID TO CO2SA-BR-OPERATOR.
           MOVE CO2-SWB-OPEN-DATE TO CO2SA-BR-OPEN-DATE.
           MOVE CO2-SWB-WORK-DATE TO CO2SA-BR-WORK-DATE.
           MOVE CO2SA-ITEM-AGE TO CO2SA-BR-AGE.
           MOVE CO2-SWB-REASON-TEXT TO CO2SA-BR-REASON-TEXT.
           WRITE CO2SA-LINE FROM CO2SA-BREACH-LINE.

       SA-1-PRINT-TOTALS.
           WRITE CO2SA-LINE FROM CO2SA-BLANK-LINE.
           MOVE 'WORKBENCH ITEMS READ' TO CO2SA-TOT-LABEL.
           MOVE CO2SA-READ-COUNT TO CO2SA-TOT-COUNT.
           WRITE CO2SA-LINE FROM CO2SA-TOTAL-LINE.
           MOVE 'OPEN/IN-PROGRESS ITEMS AGED' TO CO2SA-TOT-LABEL.
           MOVE CO2SA-AGED-COUNT TO CO2SA-TOT-COUNT.
           WRITE CO2SA-LINE FROM CO2SA-TOTAL-LINE.
           MOVE 'ITEMS PAST THE SLA' TO CO2SA-TOT-LABEL.
           MOVE CO2SA-BREACH-COUNT TO CO2SA-TOT-COUNT.
           WRITE CO2SA-LINE FROM CO2SA-TOTAL-LINE.
           IF CO2SA-BAD-DATE-COUNT > ZERO
               MOVE 'ITEMS WITH NO VALID OPEN DATE' TO CO2SA-TOT-LABEL
               MOVE CO2SA-BAD-DATE-COUNT TO CO2SA-TOT-COUNT
               WRITE CO2SA-LINE FROM CO2SA-TOTAL-LINE
           END-IF.

       END PROGRAM "CO2SAGE".
