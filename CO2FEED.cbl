      *                      match the downstream shop's
      *                      acknowledgments against what we
      *                      actually sent.
      *    2026-10-15  RESP  Appends start and end records for the
      *                      feed date to CALLCO2-RUN-LEDGER through
      *                      CO2RUNW.
      *    2026-10-15  RESP  With no CO2FDP card the feed date
      *                      defaults to the business date on
      *                      CALLCO2-CALENDAR, the date CALLCO2 stamps
      *                      on the audit records, not the system
      *                      date; a calendar that cannot be read ends
      *                      the run RC 8 with no feed built.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-FEED-LOG ASSIGN TO CO2FDL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2FD-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY CO2FDL.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2FD-SWITCHES.
           05  CO2FD-AUD-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2FD-AUD-EOF                    VALUE 'Y'.
           05  CO2FD-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2FD-REFUSED                    VALUE 'Y'.
       01  CO2FD-CAL-STATUS             PIC X(02).
       01  CO2FD-FEED-DATE              PIC 9(08)  VALUE ZERO.
       01  CO2FD-DETAIL-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2FD-AUDIT-READ-COUNT       PIC 9(09)  VALUE ZERO.
       COPY CO2RUNL.
       COPY CO2FDR.

       PROCEDURE DIVISION.
       F-1.
           PERFORM F-1-INIT.
           IF NOT CO2FD-REFUSED
               PERFORM F-1-LOG-START
               OPEN INPUT CALLCO2-AUDIT
               OPEN OUTPUT CO2FEED-OUT
               PERFORM F-1-WRITE-HEADER
               PERFORM F-1-READ-AUDIT UNTIL CO2FD-AUD-EOF
               PERFORM F-1-WRITE-TRAILER
               PERFORM F-1-TERM
               PERFORM F-1-LOG-END
           ELSE
               DISPLAY 'CO2FEED - NO CO2FDP CARD AND NO BUSINESS DATE '
                   'ON CO2CAL, STATUS=' CO2FD-CAL-STATUS
                   ' - NO FEED BUILT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       F-1-INIT.
           OPEN INPUT CO2FEED-PARM.
           READ CO2FEED-PARM
               AT END
                   PERFORM F-1-GET-BUSINESS-DATE
               NOT AT END
                   MOVE CO2FDP-DATE TO CO2FD-FEED-DATE
           END-READ.
           CLOSE CO2FEED-PARM.

      *  CALLCO2 dates its audit records with the business date off
      *  CALLCO2-CALENDAR, so a card-less run feeds that date - the
      *  system date is a day out once the run slips past midnight.
      *  No calendar means no date to select on, so no feed is built,
      *  nothing is logged, and the sent log is left alone.
       F-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2FD-CAL-STATUS = '00'
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE TO CO2FD-FEED-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.
           IF CO2FD-FEED-DATE = ZERO
               SET CO2FD-REFUSED TO TRUE
           END-IF.

       F-1-WRITE-HEADER.
           MOVE CO2FD-FEED-DATE TO CO2FD-H-FEED-DATE.
               AT END
                   SET CO2FD-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2FD-AUDIT-READ-COUNT
                   IF CO2-AUD-DATE = CO2FD-FEED-DATE
                       PERFORM F-1-WRITE-DETAIL
                   END-IF
           CLOSE CALLCO2-AUDIT.
           CLOSE CO2FEED-OUT.

       F-1-LOG-START.
           MOVE 'CO2FEED' TO CO2-RUNL-JOB-NAME.
           MOVE CO2FD-FEED-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE SPACES TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts: read = audit records read (every date),
      *  written = detail records sent - the trailer's control total.
       F-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2FD-AUDIT-READ-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE CO2FD-DETAIL-COUNT TO CO2-RUNL-WRITTEN-COUNT.
           MOVE ZERO TO CO2-RUNL-ERROR-COUNT.
           MOVE ZERO TO CO2-RUNL-EXCEPTION-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2FEED".
