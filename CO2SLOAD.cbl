      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-10-15  RESP  Stamp CO2-SWB-OPEN-DATE with the business
      *                      date, so the item's age survives later
      *                      operator updates to CO2-SWB-WORK-DATE.
      *    2026-10-15  RESP  Appends start and end records to
      *                      CALLCO2-RUN-LEDGER through CO2RUNW, dated
      *                      with the business date off CALLCO2-
      *                      CALENDAR, which also dates CO2-SWB-OPEN-
      *                      DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CO2SL-WB-STATUS.
           SELECT CO2SLOAD-OUT ASSIGN TO CO2SLO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2SL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CO2SL-LINE                   PIC X(080).

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2SL-SWITCHES.
           05  CO2SL-SUS-EOF-SW         PIC X(01)  VALUE 'N'.
           05  CO2SL-WB-OPEN-OK-SW      PIC X(01)  VALUE 'N'.
               88  CO2SL-WB-OPEN-OK                 VALUE 'Y'.
       01  CO2SL-WB-STATUS              PIC X(02).
       01  CO2SL-CAL-STATUS             PIC X(02).
       01  CO2SL-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
       01  CO2SL-READ-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2SL-ADDED-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2SL-ALREADY-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2SL-LOAD-DATE              PIC 9(08)  VALUE ZERO.
       COPY CO2RUNL.

       01  CO2SL-HEADING-LINE.
           05  FILLER                   PIC X(38)
           END-IF.
           PERFORM SL-1-PRINT-TOTALS.
           PERFORM SL-1-TERM.
           PERFORM SL-1-LOG-END.
           GOBACK.

       SL-1-INIT.
           ACCEPT CO2SL-LOAD-DATE FROM DATE YYYYMMDD.
           PERFORM SL-1-GET-BUSINESS-DATE.
           PERFORM SL-1-LOG-START.
           OPEN INPUT CALLCO2-SUSPENSE.
           OPEN OUTPUT CO2SLOAD-OUT.
           MOVE CO2SL-LOAD-DATE TO CO2SL-H-DATE.
               MOVE 8 TO RETURN-CODE
           END-IF.

      *  The business date dates this step's ledger entries and each
      *  new item's open date, which CO2SAGE ages against the same
      *  calendar - a load run after midnight still opens the item on
      *  the business day it belongs to.  A calendar that cannot be
      *  read does not stop the load - today's date is used instead
      *  and SYSOUT says so.
       SL-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2SL-CAL-STATUS = '00'
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE
                           TO CO2SL-BUSINESS-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.
           IF CO2SL-BUSINESS-DATE = ZERO
               MOVE CO2SL-LOAD-DATE TO CO2SL-BUSINESS-DATE
               DISPLAY 'CO2SLOAD - CALENDAR NOT READ, ITEMS DATED '
                   CO2SL-BUSINESS-DATE
           END-IF.

       SL-1-READ-SUSPENSE.
           READ CALLCO2-SUSPENSE
               AT END
           MOVE SPACES              TO CO2-SWB-NOTE.
           MOVE SPACES              TO CO2-SWB-OPERATOR-ID.
           MOVE CO2SL-LOAD-DATE     TO CO2-SWB-WORK-DATE.
           MOVE CO2SL-BUSINESS-DATE TO CO2-SWB-OPEN-DATE.
           WRITE CO2-SWB-RECORD
               INVALID KEY
                   ADD 1 TO CO2SL-ALREADY-COUNT
           END-IF.
           CLOSE CO2SLOAD-OUT.

       SL-1-LOG-START.
           MOVE 'CO2SLOAD' TO CO2-RUNL-JOB-NAME.
           MOVE CO2SL-BUSINESS-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE SPACES TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts: read = suspense records read, written =
      *  records added to the workbench.
       SL-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2SL-READ-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE CO2SL-ADDED-COUNT TO CO2-RUNL-WRITTEN-COUNT.
           MOVE ZERO TO CO2-RUNL-ERROR-COUNT.
           MOVE ZERO TO CO2-RUNL-EXCEPTION-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2SLOAD".
