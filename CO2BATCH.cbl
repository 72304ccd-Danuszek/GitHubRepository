      *                      used to trip the tolerance again on its
      *                      first record and re-abort on every
      *                      resubmission.
      *    2026-10-15  RESP  Reads the business date off CALLCO2-
      *                      CALENDAR before the first call and
      *                      stops the run (9999) if the calendar
      *                      cannot be read, rather than let CALLCO2
      *                      fall back to the system clock.  The
      *                      CO2BCTL heading now shows the business
      *                      date the cycle ran for.
      *    2026-10-15  RESP  Appends start and end records for the
      *                      cycle to CALLCO2-RUN-LEDGER through
      *                      CO2RUNW, including the 9999 stops after
      *                      the business date is known.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CO2B-RESTART-STATUS.
           SELECT CO2BATCH-CTL ASSIGN TO CO2BCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2B-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CO2BCTL-LINE                  PIC X(080).

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       WORKING-STORAGE SECTION.
       01  CO2B-SWITCHES.
           05  CO2B-EOF-SW              PIC X(01)  VALUE 'N'.
       01  CO2B-ERRORS-AT-RESTART       PIC 9(09)  VALUE ZERO.
       01  CO2B-ERRORS-THIS-RUN         PIC 9(09)  VALUE ZERO.
       01  CO2B-RESTART-STATUS          PIC X(02).
       01  CO2B-CAL-STATUS              PIC X(02).
       01  CO2B-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
       01  CO2B-CHECKPOINT-INTERVAL     PIC 9(09)  VALUE 1000.
       01  CO2B-LAST-KEY-DONE           PIC 9(06)  VALUE ZERO.
       01  CO2B-RECORDS-SINCE-CKPT      PIC 9(09)  VALUE ZERO.
       01  CO2B-WORK-INPUT-CODE          PIC 99     VALUE ZERO.
       COPY CO2PARM.
       COPY CO2CALR.
       COPY CO2RUNL.

      *  CO2BCTL balancing report lines.
       01  CO2BCTL-HEADING-LINE.
       PROCEDURE DIVISION.
       BAT-1.
           PERFORM BAT-1-GET-MODE.
           PERFORM BAT-1-GET-BUSINESS-DATE.
           PERFORM BAT-1-LOG-START.
           MOVE 'CO2BATCH' TO CALLCO2-CALLER-ID.
           IF CO2B-MODE-REDRIVE
               PERFORM BAT-1-REDRIVE-RUN
           END-IF.
           PERFORM BAT-1-PRINT-CONTROL-REPORT.
           PERFORM BAT-1-SET-RETURN-CODE.
           PERFORM BAT-1-LOG-END.
           GOBACK.

      *  The scheduler tells the outcomes apart by return code alone:
           END-READ.
           CLOSE CO2BATCH-PARM.

      *  CALLCO2 resolves every call against the business date on
      *  CALLCO2-CALENDAR.  It falls back to the system clock when
      *  the calendar cannot be read, which is right for a one-off
      *  test call but wrong for a production cycle - so the run
      *  checks the calendar here and stops before the first call
      *  instead of resolving and auditing a whole cycle against the
      *  wrong day.
       BAT-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2B-CAL-STATUS NOT = '00'
               DISPLAY 'CO2BATCH - CALENDAR OPEN FAILED, STATUS='
                   CO2B-CAL-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CO2-CAL-KEY-CURRENT TO TRUE.
           READ CALLCO2-CALENDAR
               INVALID KEY
                   DISPLAY 'CO2BATCH - NO CALENDAR CONTROL RECORD'
                   MOVE 9999 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CO2-CAL-BUSINESS-DATE TO CO2B-BUSINESS-DATE
           END-READ.
           CLOSE CALLCO2-CALENDAR.

      *  CALLCO2-OUT and CALLCO2-SUSPENSE are always extended on a
      *  normal run now that several cycles a day accumulate into the
      *  same datasets - the day's first cycle runs against freshly
                               'CYCLE ' CO2-RESTART-CYCLE-ID
                               ' - THIS RUN IS CYCLE ' CO2B-CYCLE-ID
                           MOVE 9999 TO RETURN-CODE
                           PERFORM BAT-1-LOG-END
                           STOP RUN
                       END-IF
                       MOVE CO2-RESTART-LAST-KEY TO CO2B-LAST-KEY-DONE
                   DISPLAY 'CO2BATCH - CHECKPOINT OPEN FAILED, STATUS='
                       CO2B-RESTART-STATUS
                   MOVE 9999 TO RETURN-CODE
                   PERFORM BAT-1-LOG-END
                   STOP RUN
               END-IF
               MOVE CO2B-LAST-KEY-DONE TO CO2-RESTART-LAST-KEY
               DISPLAY 'CO2BATCH - RESTART CLEAR FAILED, STATUS='
                   CO2B-RESTART-STATUS
               MOVE 9999 TO RETURN-CODE
               PERFORM BAT-1-LOG-END
               STOP RUN
           END-IF.
           CLOSE CALLCO2-RESTART.
      *  names the cycle so three reports a day can be told apart.
       BAT-1-PRINT-CONTROL-REPORT.
           OPEN OUTPUT CO2BATCH-CTL.
           MOVE CO2B-BUSINESS-DATE TO CO2BCTL-H-DATE.
           MOVE CO2B-CYCLE-ID TO CO2BCTL-H-CYCLE.
           WRITE CO2BCTL-LINE FROM CO2BCTL-HEADING-LINE.
           MOVE 'INPUT RECORDS READ' TO CO2BCTL-DL-LABEL.
           END-IF.
           CLOSE CO2BATCH-CTL.

      *  One start/end pair per submission of the cycle - a restarted
      *  or re-driven cycle adds another pair under the same cycle
      *  ID, and CO2EODS reports on the latest.
       BAT-1-LOG-START.
           MOVE 'CO2BATCH' TO CO2-RUNL-JOB-NAME.
           MOVE CO2B-BUSINESS-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE CO2B-CYCLE-ID TO CO2-RUNL-CYCLE-ID.
           MOVE CO2B-MODE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.

      *  Ledger counts are the CO2BCTL totals: read = input records
      *  read, written = output records written, errors = records
      *  error or unauthorized.
       BAT-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2B-READ-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE CO2B-RECORD-COUNT TO CO2-RUNL-WRITTEN-COUNT.
           MOVE CO2B-ERROR-COUNT TO CO2-RUNL-ERROR-COUNT.
           MOVE ZERO TO CO2-RUNL-EXCEPTION-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2BATCH".
