       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2DROLL".
      *
      *  End-of-day date roll for CALLCO2-CALENDAR.  Moves the
      *  current business date to the prior business date and
      *  advances the current business date to the next weekday that
      *  is not on the calendar's holiday list, then stamps the
      *  control record with when the roll ran.  Run once, after the
      *  day's last step has completed - until it runs, CALLCO2 and
      *  the batch stream keep working to the day being closed, so
      *  a cycle that runs after midnight or a same-day rerun still
      *  resolves and audits against the right date.
      *
      *  The CO2DRLP card names the date being rolled FROM; the roll
      *  is refused (RETURN-CODE 8) if the calendar is not on it, so
      *  a resubmitted job cannot skip a business day.  An empty
      *  card rolls whatever date the calendar holds.  A calendar
      *  that will not open, has no control record, or will not
      *  rewrite also ends RETURN-CODE 8 with the calendar unchanged.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2DROLL-PARM ASSIGN TO CO2DRLP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2DR-CAL-STATUS.
           SELECT CO2DROLL-OUT ASSIGN TO CO2DRLO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2DROLL-PARM
           RECORDING MODE IS F.
       COPY CO2DRLP.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       FD  CO2DROLL-OUT
           RECORDING MODE IS F.
       01  CO2DR-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2DR-SWITCHES.
           05  CO2DR-CAL-OPEN-OK-SW     PIC X(01)  VALUE 'N'.
               88  CO2DR-CAL-OPEN-OK                VALUE 'Y'.
           05  CO2DR-CAL-FOUND-SW       PIC X(01)  VALUE 'N'.
               88  CO2DR-CAL-FOUND                  VALUE 'Y'.
           05  CO2DR-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2DR-REFUSED                    VALUE 'Y'.
           05  CO2DR-BUSINESS-DAY-SW    PIC X(01)  VALUE 'N'.
               88  CO2DR-BUSINESS-DAY               VALUE 'Y'.
           05  CO2DR-HOLIDAY-SW         PIC X(01)  VALUE 'N'.
               88  CO2DR-HOLIDAY                    VALUE 'Y'.
       01  CO2DR-CAL-STATUS             PIC X(02).
       01  CO2DR-EXPECTED-DATE          PIC 9(08)  VALUE ZERO.
       01  CO2DR-OLD-BUSINESS-DATE      PIC 9(08)  VALUE ZERO.
       01  CO2DR-NEW-BUSINESS-DATE      PIC 9(08)  VALUE ZERO.
       01  CO2DR-LAST-HOLIDAY           PIC 9(08)  VALUE ZERO.
       01  CO2DR-JULIAN-DAY             PIC 9(09)  VALUE ZERO.
       01  CO2DR-WEEKDAY                PIC 9(01)  VALUE ZERO.
           88  CO2DR-WEEKEND                        VALUE 0 6.
       01  CO2DR-DAYS-SKIPPED           PIC 9(04)  VALUE ZERO COMP.
       01  CO2DR-RUN-DATE               PIC 9(08)  VALUE ZERO.
       01  CO2DR-RUN-TIME               PIC 9(08)  VALUE ZERO.

       01  CO2DR-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'CALLCO2 BUSINESS DATE ROLL - RUN DATE   '.
           05  CO2DR-H-DATE             PIC 9(08).
           05  FILLER                   PIC X(32) VALUE SPACES.

       01  CO2DR-DATE-LINE.
           05  CO2DR-DL-LABEL           PIC X(030).
           05  CO2DR-DL-DATE            PIC 9(08).
           05  FILLER                   PIC X(042) VALUE SPACES.

       01  CO2DR-MSG-LINE.
           05  CO2DR-ML-TEXT            PIC X(44).
           05  CO2DR-ML-STATUS          PIC X(02).
           05  FILLER                   PIC X(34) VALUE SPACES.

       01  CO2DR-ROLLED-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CALENDAR ROLLED - NEW BUSINESS DAY IN EFFECT'.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  CO2DR-REFUSE-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'ROLL REFUSED - CALENDAR LEFT UNCHANGED      '.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  CO2DR-HOLIDAY-CAUTION-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - NEW DATE IS PAST THE LAST HOLIDAY '.
           05  FILLER                   PIC X(36)
                   VALUE 'ON FILE - LOAD NEXT YEAR''S HOLIDAYS'.

       PROCEDURE DIVISION.
       DR-1.
           PERFORM DR-1-INIT.
           IF NOT CO2DR-REFUSED
               PERFORM DR-1-READ-CALENDAR
           END-IF.
           IF NOT CO2DR-REFUSED
               PERFORM DR-1-CHECK-EXPECTED-DATE
           END-IF.
           IF NOT CO2DR-REFUSED
               PERFORM DR-1-ROLL-DATE
           END-IF.
           PERFORM DR-1-PRINT-RESULT.
           PERFORM DR-1-TERM.
           GOBACK.

       DR-1-INIT.
           ACCEPT CO2DR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CO2DR-RUN-TIME FROM TIME.
           OPEN INPUT CO2DROLL-PARM.
           READ CO2DROLL-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF CO2DRLP-FROM-DATE IS NUMERIC
                       MOVE CO2DRLP-FROM-DATE TO CO2DR-EXPECTED-DATE
                   END-IF
           END-READ.
           CLOSE CO2DROLL-PARM.
           OPEN OUTPUT CO2DROLL-OUT.
           MOVE CO2DR-RUN-DATE TO CO2DR-H-DATE.
           WRITE CO2DR-LINE FROM CO2DR-HEADING-LINE.
           OPEN I-O CALLCO2-CALENDAR.
           IF CO2DR-CAL-STATUS = '00'
               SET CO2DR-CAL-OPEN-OK TO TRUE
           ELSE
               MOVE 'CALENDAR DID NOT OPEN - FILE STATUS        '
                   TO CO2DR-ML-TEXT
               MOVE CO2DR-CAL-STATUS TO CO2DR-ML-STATUS
               WRITE CO2DR-LINE FROM CO2DR-MSG-LINE
               SET CO2DR-REFUSED TO TRUE
           END-IF.

       DR-1-READ-CALENDAR.
           SET CO2-CAL-KEY-CURRENT TO TRUE.
           READ CALLCO2-CALENDAR
               INVALID KEY
                   MOVE 'NO CALENDAR CONTROL RECORD - FILE STATUS   '
                       TO CO2DR-ML-TEXT
                   MOVE CO2DR-CAL-STATUS TO CO2DR-ML-STATUS
                   WRITE CO2DR-LINE FROM CO2DR-MSG-LINE
                   SET CO2DR-REFUSED TO TRUE
               NOT INVALID KEY
                   SET CO2DR-CAL-FOUND TO TRUE
                   MOVE CO2-CAL-BUSINESS-DATE
                       TO CO2DR-OLD-BUSINESS-DATE
           END-READ.

       DR-1-CHECK-EXPECTED-DATE.
           IF CO2DR-EXPECTED-DATE NOT = ZERO
                   AND CO2DR-EXPECTED-DATE NOT = CO2DR-OLD-BUSINESS-DATE
               MOVE 'CO2DRLP CARD DATE                 '
                   TO CO2DR-DL-LABEL
               MOVE CO2DR-EXPECTED-DATE TO CO2DR-DL-DATE
               WRITE CO2DR-LINE FROM CO2DR-DATE-LINE
               MOVE 'CALENDAR IS ON BUSINESS DATE      '
                   TO CO2DR-DL-LABEL
               MOVE CO2DR-OLD-BUSINESS-DATE TO CO2DR-DL-DATE
               WRITE CO2DR-LINE FROM CO2DR-DATE-LINE
               SET CO2DR-REFUSED TO TRUE
           END-IF.

      *  Start from the day after the current business date and step
      *  forward a day at a time until one is neither a weekend nor
      *  on the holiday list.  The step limit only guards against a
      *  holiday table keyed so badly that nothing qualifies.
       DR-1-ROLL-DATE.
           COMPUTE CO2DR-JULIAN-DAY =
               FUNCTION INTEGER-OF-DATE (CO2DR-OLD-BUSINESS-DATE).
           MOVE 'N' TO CO2DR-BUSINESS-DAY-SW.
           MOVE ZERO TO CO2DR-DAYS-SKIPPED.
           PERFORM DR-1-NEXT-DAY
               UNTIL CO2DR-BUSINESS-DAY
                   OR CO2DR-DAYS-SKIPPED > 60.
           IF NOT CO2DR-BUSINESS-DAY
               MOVE 'NO BUSINESS DAY WITHIN 60 DAYS - CHECK HOLI'
                   TO CO2DR-ML-TEXT
               MOVE SPACES TO CO2DR-ML-STATUS
               WRITE CO2DR-LINE FROM CO2DR-MSG-LINE
               SET CO2DR-REFUSED TO TRUE
           ELSE
               PERFORM DR-1-REWRITE-CALENDAR
           END-IF.

      *  Julian day arithmetic gives the weekday the same way CO2TRND
      *  finds its week boundaries: day 1 (1601-01-01) was a Monday,
      *  so the day number MOD 7 is 0 on a Sunday and 6 on a
      *  Saturday.
       DR-1-NEXT-DAY.
           ADD 1 TO CO2DR-JULIAN-DAY.
           ADD 1 TO CO2DR-DAYS-SKIPPED.
           COMPUTE CO2DR-WEEKDAY = FUNCTION MOD (CO2DR-JULIAN-DAY, 7).
           COMPUTE CO2DR-NEW-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER (CO2DR-JULIAN-DAY).
           IF NOT CO2DR-WEEKEND
               PERFORM DR-1-CHECK-HOLIDAY
               IF NOT CO2DR-HOLIDAY
                   SET CO2DR-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       DR-1-CHECK-HOLIDAY.
           MOVE 'N' TO CO2DR-HOLIDAY-SW.
           PERFORM DR-1-FIND-HOLIDAY
               VARYING CO2-CAL-HOL-IDX FROM 1 BY 1
                   UNTIL CO2-CAL-HOL-IDX > CO2-CAL-HOLIDAY-COUNT
                       OR CO2-CAL-HOL-IDX > 40
                       OR CO2DR-HOLIDAY.

       DR-1-FIND-HOLIDAY.
           IF CO2-CAL-HOLIDAY-DATE (CO2-CAL-HOL-IDX)
                   = CO2DR-NEW-BUSINESS-DATE
               SET CO2DR-HOLIDAY TO TRUE
           END-IF.

      *  The holiday list has to be topped up once a year.  When the
      *  new business date has run past every holiday on file the
      *  roll still goes ahead, but the report says so - otherwise
      *  next year's first holiday would quietly be treated as a
      *  business day.
       DR-1-FIND-LAST-HOLIDAY.
           IF CO2-CAL-HOLIDAY-DATE (CO2-CAL-HOL-IDX)
                   > CO2DR-LAST-HOLIDAY
               MOVE CO2-CAL-HOLIDAY-DATE (CO2-CAL-HOL-IDX)
                   TO CO2DR-LAST-HOLIDAY
           END-IF.

       DR-1-REWRITE-CALENDAR.
           MOVE CO2DR-OLD-BUSINESS-DATE TO CO2-CAL-PRIOR-DATE.
           MOVE CO2DR-NEW-BUSINESS-DATE TO CO2-CAL-BUSINESS-DATE.
           MOVE CO2DR-RUN-DATE TO CO2-CAL-ROLL-DATE.
           MOVE CO2DR-RUN-TIME TO CO2-CAL-ROLL-TIME.
           REWRITE CO2-CAL-RECORD
               INVALID KEY
                   SET CO2DR-REFUSED TO TRUE
           END-REWRITE.
           IF CO2DR-CAL-STATUS NOT = '00'
               SET CO2DR-REFUSED TO TRUE
           END-IF.
           IF CO2DR-REFUSED
               MOVE 'CALENDAR REWRITE FAILED - FILE STATUS      '
                   TO CO2DR-ML-TEXT
               MOVE CO2DR-CAL-STATUS TO CO2DR-ML-STATUS
               WRITE CO2DR-LINE FROM CO2DR-MSG-LINE
           END-IF.

       DR-1-PRINT-RESULT.
           IF CO2DR-REFUSED
               WRITE CO2DR-LINE FROM CO2DR-REFUSE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'PRIOR BUSINESS DATE               '
                   TO CO2DR-DL-LABEL
               MOVE CO2DR-OLD-BUSINESS-DATE TO CO2DR-DL-DATE
               WRITE CO2DR-LINE FROM CO2DR-DATE-LINE
               MOVE 'NEW CURRENT BUSINESS DATE         '
                   TO CO2DR-DL-LABEL
               MOVE CO2DR-NEW-BUSINESS-DATE TO CO2DR-DL-DATE
               WRITE CO2DR-LINE FROM CO2DR-DATE-LINE
               WRITE CO2DR-LINE FROM CO2DR-ROLLED-LINE
               PERFORM DR-1-FIND-LAST-HOLIDAY
                   VARYING CO2-CAL-HOL-IDX FROM 1 BY 1
                       UNTIL CO2-CAL-HOL-IDX > CO2-CAL-HOLIDAY-COUNT
                           OR CO2-CAL-HOL-IDX > 40
               IF CO2DR-NEW-BUSINESS-DATE > CO2DR-LAST-HOLIDAY
                   WRITE CO2DR-LINE FROM CO2DR-HOLIDAY-CAUTION-LINE
               END-IF
           END-IF.

       DR-1-TERM.
           IF CO2DR-CAL-OPEN-OK
               CLOSE CALLCO2-CALENDAR
           END-IF.
           CLOSE CO2DROLL-OUT.

       END PROGRAM "CO2DROLL".
