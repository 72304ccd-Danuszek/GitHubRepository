      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-10-15  RESP  Appends start and end records to
      *                      CALLCO2-RUN-LEDGER through CO2RUNW, dated
      *                      with the business date off CALLCO2-
      *                      CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2FACK-OUT ASSIGN TO CO2FAKO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2FK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CO2FK-LINE                   PIC X(080).

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2FK-SWITCHES.
           05  CO2FK-LOG-EOF-SW         PIC X(01)  VALUE 'N'.
           05  CO2FK-OVERFLOW-SW        PIC X(01)  VALUE 'N'.
               88  CO2FK-OVERFLOW                   VALUE 'Y'.
       01  CO2FK-RUN-DATE               PIC 9(08)  VALUE ZERO.
       01  CO2FK-CAL-STATUS             PIC X(02).
       01  CO2FK-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
       01  CO2FK-SENT-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2FK-ACK-COUNT              PIC 9(09)  VALUE ZERO.
       01  CO2FK-NEVER-ACKED-COUNT      PIC 9(09)  VALUE ZERO.
       01  CO2FK-VERSION-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2FK-DUPLICATE-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2FK-UNKNOWN-COUNT          PIC 9(09)  VALUE ZERO.
       COPY CO2RUNL.

       01  CO2FK-ENTRY-COUNT            PIC 9(04)  VALUE ZERO COMP.
       01  CO2FK-SEARCH-IDX             PIC 9(04)  VALUE ZERO COMP.
                   UNTIL CO2FK-IDX > CO2FK-ENTRY-COUNT.
           PERFORM FK-1-PRINT-SUMMARY.
           PERFORM FK-1-TERM.
           PERFORM FK-1-LOG-END.
           GOBACK.

       FK-1-INIT.
           ACCEPT CO2FK-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FK-1-GET-BUSINESS-DATE.
           PERFORM FK-1-LOG-START.
           OPEN INPUT CALLCO2-FEED-LOG.
           OPEN INPUT CO2FACK-IN.
           OPEN OUTPUT CO2FACK-OUT.
           MOVE CO2FK-RUN-DATE TO CO2FK-H-DATE.
           WRITE CO2FK-LINE FROM CO2FK-HEADING-LINE.

      *  The business date only dates this step's ledger entries, so
      *  a calendar that cannot be read does not stop the match-off -
      *  the entries are dated with today instead and SYSOUT says so.
       FK-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2FK-CAL-STATUS = '00'
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE
                           TO CO2FK-BUSINESS-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.
           IF CO2FK-BUSINESS-DATE = ZERO
               MOVE CO2FK-RUN-DATE TO CO2FK-BUSINESS-DATE
               DISPLAY 'CO2FACK - CALENDAR NOT READ, LEDGER DATED '
                   CO2FK-BUSINESS-DATE
           END-IF.

       FK-1-LOAD-SENT-LOG.
           READ CALLCO2-FEED-LOG
               AT END
           CLOSE CO2FACK-IN.
           CLOSE CO2FACK-OUT.

       FK-1-LOG-START.
           MOVE 'CO2FACK' TO CO2-RUNL-JOB-NAME.
           MOVE CO2FK-BUSINESS-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE SPACES TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts: read = acknowledgments read, exceptions =
      *  every exception listed (never acknowledged, count and
      *  version mismatches, duplicates and unknown feeds together).
       FK-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2FK-ACK-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE ZERO TO CO2-RUNL-WRITTEN-COUNT.
           MOVE ZERO TO CO2-RUNL-ERROR-COUNT.
           COMPUTE CO2-RUNL-EXCEPTION-COUNT =
               CO2FK-NEVER-ACKED-COUNT + CO2FK-MISMATCH-COUNT
                   + CO2FK-VERSION-COUNT + CO2FK-DUPLICATE-COUNT
                   + CO2FK-UNKNOWN-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2FACK".
