      *                      a key, which a bare-key match would
      *                      misreport as duplicate calls and
      *                      result-code mismatches.
      *    2026-10-15  RESP  Appends start and end records for the
      *                      reconciliation date to CALLCO2-RUN-
      *                      LEDGER through CO2RUNW - CO2EODS holds
      *                      CO2FEED unless this step's latest run
      *                      for the date ended clean.
      *    2026-10-15  RESP  With no CO2RCNP card the date defaults to
      *                      the business date on CALLCO2-CALENDAR,
      *                      the date CALLCO2 stamps on the audit
      *                      records, not the system date; a calendar
      *                      that cannot be read ends the run RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2RECON-OUT ASSIGN TO CO2RCNO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2RCN-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CO2RCN-LINE                  PIC X(080).

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2RCN-SWITCHES.
           05  CO2RCN-AUD-EOF-SW        PIC X(01)  VALUE 'N'.
               88  CO2RCN-FOUND                     VALUE 'Y'.
           05  CO2RCN-OVERFLOW-SW       PIC X(01)  VALUE 'N'.
               88  CO2RCN-OVERFLOW                  VALUE 'Y'.
           05  CO2RCN-REFUSED-SW        PIC X(01)  VALUE 'N'.
               88  CO2RCN-REFUSED                   VALUE 'Y'.
       01  CO2RCN-CAL-STATUS            PIC X(02).
       01  CO2RCN-RECON-DATE            PIC 9(08)  VALUE ZERO.
       01  CO2RCN-OUT-READ-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2RCN-AUD-LOADED-COUNT      PIC 9(09)  VALUE ZERO.
       01  CO2RCN-NO-OUTPUT-COUNT       PIC 9(09)  VALUE ZERO.
       01  CO2RCN-DUPLICATE-COUNT       PIC 9(09)  VALUE ZERO.
       01  CO2RCN-MISMATCH-COUNT        PIC 9(09)  VALUE ZERO.
       COPY CO2RUNL.

       01  CO2RCN-ENTRY-COUNT           PIC 9(04)  VALUE ZERO COMP.
       01  CO2RCN-SEARCH-IDX            PIC 9(04)  VALUE ZERO COMP.
           05  CO2RCN-DL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2RCN-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING MATCHED - '.
           05  CO2RCN-RF-REASON         PIC X(60).

       01  CO2RCN-CLEAN-LINE.
           05  FILLER                   PIC X(42)
                   VALUE 'OUT AND AUDIT AGREE - NO EXCEPTIONS FOUND '.

       PROCEDURE DIVISION.
       RC-1.
           PERFORM RC-1-INIT THRU RC-1-INIT-EXIT.
           IF NOT CO2RCN-REFUSED
               PERFORM RC-1-LOAD-AUDIT UNTIL CO2RCN-AUD-EOF
               PERFORM RC-1-MATCH-OUT UNTIL CO2RCN-OUT-EOF
               PERFORM RC-1-REPORT-UNMATCHED
                   VARYING CO2RCN-IDX FROM 1 BY 1
                       UNTIL CO2RCN-IDX > CO2RCN-ENTRY-COUNT
               PERFORM RC-1-REPORT-DUPLICATES
                   VARYING CO2RCN-IDX FROM 1 BY 1
                       UNTIL CO2RCN-IDX > CO2RCN-ENTRY-COUNT
               PERFORM RC-1-PRINT-SUMMARY
               PERFORM RC-1-TERM
               PERFORM RC-1-LOG-END
           ELSE
               PERFORM RC-1-PRINT-REFUSED
           END-IF.
           GOBACK.

       RC-1-PRINT-REFUSED.
           OPEN OUTPUT CO2RECON-OUT.
           MOVE 'NO CO2RCNP CARD AND NO BUSINESS DATE ON CO2CAL'
               TO CO2RCN-RF-REASON.
           WRITE CO2RCN-LINE FROM CO2RCN-REFUSED-LINE.
           CLOSE CO2RECON-OUT.
           MOVE 8 TO RETURN-CODE.

       RC-1-INIT.
           OPEN INPUT CO2RECON-PARM.
           READ CO2RECON-PARM
               AT END
                   PERFORM RC-1-GET-BUSINESS-DATE
               NOT AT END
                   MOVE CO2RCNP-DATE TO CO2RCN-RECON-DATE
           END-READ.
           CLOSE CO2RECON-PARM.
           IF CO2RCN-REFUSED
               GO TO RC-1-INIT-EXIT
           END-IF.
           PERFORM RC-1-LOG-START.
           OPEN INPUT CALLCO2-AUDIT.
           OPEN INPUT CALLCO2-OUT.
           OPEN OUTPUT CO2RECON-OUT.
           MOVE CO2RCN-RECON-DATE TO CO2RCN-H-DATE.
           WRITE CO2RCN-LINE FROM CO2RCN-HEADING-LINE.
       RC-1-INIT-EXIT.
           EXIT.

      *  CALLCO2 dates its audit records with the business date off
      *  CALLCO2-CALENDAR, so a card-less run matches on that date
      *  too - the system date is a day out once the run slips past
      *  midnight.  No calendar means no date to match on or to log
      *  the run under, so nothing is done and nothing is logged;
      *  CO2EODS then shows this step as not run.
       RC-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2RCN-CAL-STATUS = '00'
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE
                           TO CO2RCN-RECON-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.
           IF CO2RCN-RECON-DATE = ZERO
               SET CO2RCN-REFUSED TO TRUE
           END-IF.

      *  Only this date's CO2BATCH-driven calls take part - online
      *  callers (CALLCO1 and the like) have no CALLCO2-OUT record
           CLOSE CALLCO2-OUT.
           CLOSE CO2RECON-OUT.

       RC-1-LOG-START.
           MOVE 'CO2RECON' TO CO2-RUNL-JOB-NAME.
           MOVE CO2RCN-RECON-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE SPACES TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts: read = output records read, exceptions =
      *  every exception listed (no audit, no output, duplicate
      *  calls and result-code mismatches together).
       RC-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2RCN-OUT-READ-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE ZERO TO CO2-RUNL-WRITTEN-COUNT.
           MOVE ZERO TO CO2-RUNL-ERROR-COUNT.
           COMPUTE CO2-RUNL-EXCEPTION-COUNT =
               CO2RCN-NO-AUDIT-COUNT + CO2RCN-NO-OUTPUT-COUNT
                   + CO2RCN-DUPLICATE-COUNT + CO2RCN-MISMATCH-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2RECON".
