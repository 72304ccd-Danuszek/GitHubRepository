      *
      *  Pre-flight validation for the CO2BATCH run: scans CALLCO2-IN
      *  for its distinct input codes, checks each one against
      *  CALLCO2-RC-TABLE for an entry in effect on the current
      *  business date off CALLCO2-CALENDAR (the same date CALLCO2
      *  will use when CO2BATCH actually runs), and
      *  lists any code that would come back PARM-STATUS-ERROR from
      *  CALLCO2 - so a bad transaction file or an RC-table gap turns
      *  up before the real run, not buried in CO2BOUT/CO2SUSP after.
      *    2026-09-02  RESP  CALLCO2-IN now carries header and
      *                      trailer control records; only the detail
      *                      records feed the distinct-code table.
      *    2026-10-15  RESP  Validates against the business date on
      *                      CALLCO2-CALENDAR instead of today - the
      *                      date CALLCO2 now resolves against - and
      *                      stops (9999) if the calendar cannot be
      *                      read.
      *    2026-10-15  RESP  Appends start and end records to
      *                      CALLCO2-RUN-LEDGER through CO2RUNW, under
      *                      the cycle ID on the new CO2VLDP card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2VLD-PARM ASSIGN TO CO2VLDP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-IN ASSIGN TO CO2BIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-RC-TABLE ASSIGN TO CO2RCTB
               FILE STATUS IS CO2VLD-RC-STATUS.
           SELECT CO2VLD-OUT ASSIGN TO CO2VLDO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2VLD-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2VLD-PARM
           RECORDING MODE IS F.
       COPY CO2VLDP.

       FD  CALLCO2-IN
           RECORDING MODE IS F.
       COPY CO2BIN.
           RECORDING MODE IS F.
       01  CO2VLD-LINE                  PIC X(080).

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2VLD-SWITCHES.
           05  CO2VLD-IN-EOF-SW         PIC X(01)  VALUE 'N'.
           05  CO2VLD-RC-COVERS-SW      PIC X(01)  VALUE 'N'.
               88  CO2VLD-RC-COVERS                 VALUE 'Y'.
       01  CO2VLD-RC-STATUS             PIC X(02).
       01  CO2VLD-CAL-STATUS            PIC X(02).
       01  CO2VLD-RUN-DATE              PIC 9(08).
       01  CO2VLD-CYCLE-ID              PIC X(02)  VALUE '01'.
       01  CO2VLD-DETAIL-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2VLD-SEARCH-IDX            PIC 9(04)  VALUE ZERO COMP.
       01  CO2VLD-CHECK-IDX             PIC 9(04)  VALUE ZERO COMP.
       01  CO2VLD-CODE-COUNT            PIC 9(04)  VALUE ZERO COMP.
           05  CO2VLD-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY CO2VLD-IDX.
               10  CO2VLD-T-CODE            PIC 99.
       COPY CO2RUNL.

       01  CO2VLD-HEADING-LINE.
           05  FILLER                   PIC X(38)
           END-IF.
           PERFORM V-1-PRINT-SUMMARY.
           PERFORM V-1-TERM.
           PERFORM V-1-LOG-END.
           GOBACK.

       V-1-INIT.
           OPEN INPUT CO2VLD-PARM.
           READ CO2VLD-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF CO2VLDP-CYCLE-ID NOT = SPACES
                       MOVE CO2VLDP-CYCLE-ID TO CO2VLD-CYCLE-ID
                   END-IF
           END-READ.
           CLOSE CO2VLD-PARM.
           PERFORM V-1-GET-BUSINESS-DATE.
           PERFORM V-1-LOG-START.
           OPEN INPUT CALLCO2-IN.
           OPEN OUTPUT CO2VLD-OUT.
           MOVE CO2VLD-RUN-DATE TO CO2VLD-H-DATE.
           WRITE CO2VLD-LINE FROM CO2VLD-HEADING-LINE.

       V-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2VLD-CAL-STATUS NOT = '00'
               DISPLAY 'CO2VLD - CALENDAR OPEN FAILED, STATUS='
                   CO2VLD-CAL-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CO2-CAL-KEY-CURRENT TO TRUE.
           READ CALLCO2-CALENDAR
               INVALID KEY
                   DISPLAY 'CO2VLD - NO CALENDAR CONTROL RECORD'
                   MOVE 9999 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CO2-CAL-BUSINESS-DATE TO CO2VLD-RUN-DATE
           END-READ.
           CLOSE CALLCO2-CALENDAR.

       V-1-READ-IN.
           READ CALLCO2-IN
               AT END
                   SET CO2VLD-IN-EOF TO TRUE
               NOT AT END
                   IF CO2-IN-TYPE-DETAIL
                       ADD 1 TO CO2VLD-DETAIL-COUNT
                       PERFORM V-1-ACCUMULATE-CODE
                   END-IF
           END-READ.
           CLOSE CALLCO2-IN.
           CLOSE CO2VLD-OUT.

       V-1-LOG-START.
           MOVE 'CO2VLD' TO CO2-RUNL-JOB-NAME.
           MOVE CO2VLD-RUN-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE CO2VLD-CYCLE-ID TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts: read = detail records scanned, exceptions =
      *  distinct codes with no RC-table entry in effect.  This step
      *  still ends RC 0 with codes missing (CO2BATCH suspends them),
      *  so CO2EODS shows it as a warning off the exception count.
       V-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2VLD-DETAIL-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE ZERO TO CO2-RUNL-WRITTEN-COUNT.
           MOVE ZERO TO CO2-RUNL-ERROR-COUNT.
           MOVE CO2VLD-MISSING-COUNT TO CO2-RUNL-EXCEPTION-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2VLD".
