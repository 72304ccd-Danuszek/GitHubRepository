      *                      CO2-AUD-CYCLE-ID - the transaction key
      *                      alone is not unique across a day's
      *                      intraday cycles.
      *    2026-10-15  RESP  CO2-CALL-DATE now comes from the
      *                      business date on CALLCO2-CALENDAR, read
      *                      once per run, instead of the system
      *                      clock - a cycle run after midnight or a
      *                      rerun of a prior day resolved the wrong
      *                      effective-dated entry.  PAR-WRITE-AUDIT
      *                      stamps CO2-AUD-DATE with the same
      *                      business date; CO2-AUD-TIME stays the
      *                      wall-clock time of the call.
      *    2026-10-15  RESP  PAR-WRITE-AUDIT now stamps every audit
      *                      record with the next CO2-AUD-SEQ-NO off
      *                      CALLCO2-AUDIT-CONTROL and its CO2ACHN
      *                      chain value, and rewrites the control
      *                      record behind each write so the numbers
      *                      run on unbroken into the next run.  A
      *                      control file that will not open or
      *                      update leaves the records unsequenced,
      *                      with a warning on the job log, and
      *                      CO2AVFY reports them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-AUTH-CALLER-ID
               FILE STATUS IS CO2-AUTH-FS.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2-CAL-FS.
           SELECT CALLCO2-AUDIT-CONTROL ASSIGN TO CO2ASQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-ASQ-KEY
               FILE STATUS IS CO2-ASQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLCO2-AUTH-TABLE.
       COPY CO2AUTH.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       FD  CALLCO2-AUDIT-CONTROL.
       COPY CO2ASQ.

       WORKING-STORAGE SECTION.
       01  CO2-SWITCHES.
           05  CO2-RC-FOUND-SW         PIC X(01)  VALUE 'N'.
           05  CO2-AUTH-OK-SW          PIC X(01)  VALUE 'N'.
               88  CO2-AUTH-OK                      VALUE 'Y'.
               88  CO2-AUTH-NOT-OK                  VALUE 'N'.
           05  CO2-CAL-READ-SW         PIC X(01)  VALUE 'N'.
               88  CO2-CAL-READ                     VALUE 'Y'.
           05  CO2-ASQ-OPEN-OK-SW      PIC X(01)  VALUE 'N'.
               88  CO2-ASQ-OPEN-OK                  VALUE 'Y'.
       01  CO2-RC-STATUS               PIC X(02).
       01  CO2-AUTH-FS                 PIC X(02).
       01  CO2-CAL-FS                  PIC X(02).
       01  CO2-ASQ-FS                  PIC X(02).
       COPY CO2ACHP.
       01  CO2-INPUT-KEY-SAVE          PIC 99.
       01  CO2-CALL-DATE               PIC 9(08).
       01  CO2-UNKNOWN-RESULT-CODE     PIC 99  VALUE 99.
       PROCEDURE DIVISION USING PARAMETER, CALLCO2-CALLER-ID.
       PAR-1.
           MOVE CALLCO2-INPUT-CODE TO CO2-INPUT-KEY-SAVE.
           IF NOT CO2-CAL-READ
               PERFORM PAR-1-GET-BUSINESS-DATE
           END-IF.
           MOVE 'N' TO CO2-RC-FOUND-SW.
           PERFORM PAR-1-AUTH-CHECK.
           IF CO2-AUTH-OK
           SET PARM-STATUS-UNAUTHORIZED TO TRUE.
           MOVE 'CALLER NOT AUTHORIZED' TO PARM-REASON-TEXT.

      *  The business date is read off CALLCO2-CALENDAR on the first
      *  call of the run and held for every call after it, so a run
      *  that crosses midnight keeps working to the one business day
      *  it started on.  A calendar that will not open or has no
      *  control record falls back to the system date, the way
      *  CALLCO2 always worked, with a warning on the job log - the
      *  batch drivers check the calendar themselves before the
      *  first call and stop the run rather than get this far.
       PAR-1-GET-BUSINESS-DATE.
           SET CO2-CAL-READ TO TRUE.
           ACCEPT CO2-CALL-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2-CAL-FS NOT = '00'
               DISPLAY 'CALLCO2 - CALENDAR OPEN FAILED, STATUS='
                   CO2-CAL-FS ' - USING SYSTEM DATE ' CO2-CALL-DATE
           ELSE
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       DISPLAY 'CALLCO2 - NO CALENDAR CONTROL RECORD'
                           ' - USING SYSTEM DATE ' CO2-CALL-DATE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE TO CO2-CALL-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.

      *  CALLCO2-AUTH-TABLE is opened once per run and left open, the
      *  same way CALLCO2-AUDIT is below - every call checks it, so
      *  an OPEN/CLOSE per call would undo the point of the RC-table
           IF NOT CO2-AUDIT-OPEN
               OPEN EXTEND CALLCO2-AUDIT
               SET CO2-AUDIT-OPEN TO TRUE
               PERFORM PAR-1-OPEN-AUDIT-CONTROL
           END-IF.
           MOVE CO2-CALL-DATE TO CO2-AUD-DATE.
           ACCEPT CO2-AUD-TIME FROM TIME.
           MOVE CALLCO2-CALLER-ID TO CO2-AUD-CALLER-PGM.
           MOVE CO2-INPUT-KEY-SAVE TO CO2-AUD-INPUT-CODE.
           MOVE PARM-STATUS TO CO2-AUD-STATUS.
           MOVE PARM-TRAN-KEY TO CO2-AUD-TRAN-KEY.
           MOVE PARM-CYCLE-ID TO CO2-AUD-CYCLE-ID.
           PERFORM PAR-1-SEQUENCE-AUDIT.
           WRITE CO2-AUDIT-RECORD.
           IF CO2-ASQ-OPEN-OK
               REWRITE CO2-ASQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF CO2-ASQ-FS NOT = '00'
                   DISPLAY 'CALLCO2 - AUDIT CONTROL REWRITE FAILED, '
                       'STATUS=' CO2-ASQ-FS ' - AUDIT RECORDS AFTER '
                       CO2-AUD-SEQ-NO ' ARE UNSEQUENCED'
                   MOVE 'N' TO CO2-ASQ-OPEN-OK-SW
               END-IF
           END-IF.

      *  CALLCO2-AUDIT-CONTROL is opened with the audit file and left
      *  open for the run, the same as the audit file itself.  The
      *  control record is rewritten after every audit record, not
      *  once at the end - the run unit has no last call to do it
      *  on, and a run that abends must leave the next one carrying
      *  on from the last number actually used.
       PAR-1-OPEN-AUDIT-CONTROL.
           OPEN I-O CALLCO2-AUDIT-CONTROL.
           IF CO2-ASQ-FS NOT = '00'
               DISPLAY 'CALLCO2 - AUDIT CONTROL OPEN FAILED, STATUS='
                   CO2-ASQ-FS ' - AUDIT RECORDS ARE UNSEQUENCED'
           ELSE
               SET CO2-ASQ-KEY-AUDIT TO TRUE
               READ CALLCO2-AUDIT-CONTROL
                   INVALID KEY
                       DISPLAY 'CALLCO2 - NO AUDIT CONTROL RECORD'
                           ' - AUDIT RECORDS ARE UNSEQUENCED'
                   NOT INVALID KEY
                       SET CO2-ASQ-OPEN-OK TO TRUE
               END-READ
           END-IF.

       PAR-1-SEQUENCE-AUDIT.
           IF CO2-ASQ-OPEN-OK
               ADD 1 TO CO2-ASQ-LAST-SEQ-NO
               MOVE CO2-ASQ-LAST-SEQ-NO TO CO2-AUD-SEQ-NO
               MOVE CO2-ASQ-LAST-CHAIN-VALUE TO CO2-ACHN-PRIOR-VALUE
               CALL "CO2ACHN" USING CO2-ACHN-PARM, CO2-AUDIT-RECORD
               MOVE CO2-ACHN-CHAIN-VALUE TO CO2-AUD-CHAIN-VALUE
               MOVE CO2-ACHN-CHAIN-VALUE TO CO2-ASQ-LAST-CHAIN-VALUE
               MOVE CO2-AUD-DATE TO CO2-ASQ-LAST-DATE
               MOVE CO2-AUD-TIME TO CO2-ASQ-LAST-TIME
           ELSE
               MOVE ZERO TO CO2-AUD-SEQ-NO
               MOVE ZERO TO CO2-AUD-CHAIN-VALUE
           END-IF.

       PAR-2.
           GOBACK.
