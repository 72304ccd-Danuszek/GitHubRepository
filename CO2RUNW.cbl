       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2RUNW".
      *
      *  Run ledger writer.  Called by each step of the daily chain
      *  with its CO2-RUNL-RECORD (copybook CO2RUNL) - once with
      *  CO2-RUNL-EVENT-START when it starts and once with CO2-RUNL-
      *  EVENT-END just before it ends - and appends the record to
      *  CALLCO2-RUN-LEDGER.  The caller fills in the job name,
      *  business date and cycle ID, and on the end call the return
      *  code and counts; this routine stamps the start date and time
      *  (left in the caller's record, so the end record carries them
      *  too) and the end date and time.
      *
      *  A ledger that will not open is reported on SYSOUT and the
      *  step carries on - losing the ledger entry must not fail the
      *  production step.  CO2EODS then shows that step as never run
      *  or unfinished, which is the prompt to look at the job log.
      *
      *  Callers set RETURN-CODE from CO2-RUNL-RETURN-CODE after the
      *  end call, so the step ends on the return code the ledger
      *  recorded whatever the CALL leaves in the special register.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLCO2-RUN-LEDGER ASSIGN TO CO2RUNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO2RW-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLCO2-RUN-LEDGER
           RECORDING MODE IS F.
       01  CO2RW-LEDGER-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  CO2RW-LEDGER-STATUS          PIC X(02).

       LINKAGE SECTION.
       COPY CO2RUNL.

       PROCEDURE DIVISION USING CO2-RUNL-RECORD.
       RW-1.
           IF CO2-RUNL-EVENT-START
               ACCEPT CO2-RUNL-START-DATE FROM DATE YYYYMMDD
               ACCEPT CO2-RUNL-START-TIME FROM TIME
               MOVE ZERO TO CO2-RUNL-END-DATE
               MOVE ZERO TO CO2-RUNL-END-TIME
               MOVE ZERO TO CO2-RUNL-RETURN-CODE
               MOVE ZERO TO CO2-RUNL-READ-COUNT
               MOVE ZERO TO CO2-RUNL-WRITTEN-COUNT
               MOVE ZERO TO CO2-RUNL-ERROR-COUNT
               MOVE ZERO TO CO2-RUNL-EXCEPTION-COUNT
           ELSE
               ACCEPT CO2-RUNL-END-DATE FROM DATE YYYYMMDD
               ACCEPT CO2-RUNL-END-TIME FROM TIME
           END-IF.
           PERFORM RW-1-APPEND.
           GOBACK.

       RW-1-APPEND.
           OPEN EXTEND CALLCO2-RUN-LEDGER.
           IF CO2RW-LEDGER-STATUS NOT = '00'
               DISPLAY 'CO2RUNW - RUN LEDGER OPEN FAILED, STATUS='
                   CO2RW-LEDGER-STATUS ' - NO ENTRY FOR '
                   CO2-RUNL-JOB-NAME
           ELSE
               WRITE CO2RW-LEDGER-LINE FROM CO2-RUNL-RECORD
               IF CO2RW-LEDGER-STATUS NOT = '00'
                   DISPLAY 'CO2RUNW - RUN LEDGER WRITE FAILED, STATUS='
                       CO2RW-LEDGER-STATUS ' - NO ENTRY FOR '
                       CO2-RUNL-JOB-NAME
               END-IF
               CLOSE CALLCO2-RUN-LEDGER
           END-IF.

       END PROGRAM "CO2RUNW".
