      *  (source system and business date) and a trailer (detail
      *  count); this program refuses the run - RETURN-CODE 8 - when
      *  the file does not start with a header, the business date is
      *  not the expected cycle date (the CO2EDTP card, the current
      *  business date on CALLCO2-CALENDAR when the card is
      *  omitted), a CO2-IN-KEY repeats or falls out of
      *  ascending sequence, the trailer count does not match the
      *  details read, the trailer is missing, or anything follows
      *  it.  Catching a stale or truncated transaction file here
      *
      *  Modification History:
      *    2026-09-02  RESP  Initial version.
      *    2026-10-15  RESP  An omitted CO2EDTP card now defaults the
      *                      expected cycle date to the business date
      *                      on CALLCO2-CALENDAR instead of today, so
      *                      a cycle edited after midnight is checked
      *                      against the right day.
      *    2026-10-15  RESP  Appends start and end records to
      *                      CALLCO2-RUN-LEDGER through CO2RUNW, under
      *                      the cycle ID now on the CO2EDTP card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2EDIT-OUT ASSIGN TO CO2EDTO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2EDT-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CO2EDT-LINE                  PIC X(080).

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2EDT-SWITCHES.
           05  CO2EDT-IN-EOF-SW         PIC X(01)  VALUE 'N'.
           05  CO2EDT-TRAILER-SEEN-SW   PIC X(01)  VALUE 'N'.
               88  CO2EDT-TRAILER-SEEN              VALUE 'Y'.
       01  CO2EDT-CYCLE-DATE            PIC 9(08)  VALUE ZERO.
       01  CO2EDT-CYCLE-ID              PIC X(02)  VALUE '01'.
       01  CO2EDT-CAL-STATUS            PIC X(02).
       01  CO2EDT-RECORD-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2EDT-DETAIL-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2EDT-ERROR-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2EDT-PRIOR-KEY             PIC 9(06)  VALUE ZERO.
       01  CO2EDT-TRAILER-COUNT         PIC 9(09)  VALUE ZERO.
       COPY CO2RUNL.

       01  CO2EDT-HEADING-LINE.
           05  FILLER                   PIC X(36)
           PERFORM E-1-CHECK-CONTROLS.
           PERFORM E-1-PRINT-SUMMARY.
           PERFORM E-1-TERM.
           PERFORM E-1-LOG-END.
           GOBACK.

       E-1-INIT.
           OPEN INPUT CO2EDIT-PARM.
           READ CO2EDIT-PARM
               AT END
                   PERFORM E-1-GET-BUSINESS-DATE
               NOT AT END
                   MOVE CO2EDTP-DATE TO CO2EDT-CYCLE-DATE
                   IF CO2EDTP-CYCLE-ID NOT = SPACES
                       MOVE CO2EDTP-CYCLE-ID TO CO2EDT-CYCLE-ID
                   END-IF
           END-READ.
           CLOSE CO2EDIT-PARM.
           PERFORM E-1-LOG-START.
           OPEN INPUT CALLCO2-IN.
           OPEN OUTPUT CO2EDIT-OUT.
           MOVE CO2EDT-CYCLE-DATE TO CO2EDT-H-DATE.
           WRITE CO2EDT-LINE FROM CO2EDT-HEADING-LINE.

      *  No card - expect the current business date off CALLCO2-
      *  CALENDAR.  A calendar that cannot be read stops the edit
      *  (9999): checking the feed against the system clock is the
      *  mistake the calendar exists to prevent.
       E-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2EDT-CAL-STATUS NOT = '00'
               DISPLAY 'CO2EDIT - CALENDAR OPEN FAILED, STATUS='
                   CO2EDT-CAL-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CO2-CAL-KEY-CURRENT TO TRUE.
           READ CALLCO2-CALENDAR
               INVALID KEY
                   DISPLAY 'CO2EDIT - NO CALENDAR CONTROL RECORD'
                   MOVE 9999 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CO2-CAL-BUSINESS-DATE TO CO2EDT-CYCLE-DATE
           END-READ.
           CLOSE CALLCO2-CALENDAR.

       E-1-READ-IN.
           READ CALLCO2-IN
               AT END
           CLOSE CALLCO2-IN.
           CLOSE CO2EDIT-OUT.

       E-1-LOG-START.
           MOVE 'CO2EDIT' TO CO2-RUNL-JOB-NAME.
           MOVE CO2EDT-CYCLE-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE CO2EDT-CYCLE-ID TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts: read = every record on the feed, errors =
      *  edit errors (any error refuses the feed).
       E-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2EDT-RECORD-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE ZERO TO CO2-RUNL-WRITTEN-COUNT.
           MOVE CO2EDT-ERROR-COUNT TO CO2-RUNL-ERROR-COUNT.
           MOVE ZERO TO CO2-RUNL-EXCEPTION-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2EDIT".
