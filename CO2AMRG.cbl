       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2AMRG".
      *
      *  Nightly merge of the online CALLCO2 lookup audit into
      *  CALLCO2-AUDIT.  The CO2I transaction (CO2INQ) cannot extend
      *  the sequential audit dataset from inside CICS, so it logs
      *  each lookup to its own ESDS (CICS file CO2AUDVS) in the
      *  same CO2-AUDIT-RECORD layout.  This job reads a sequential
      *  copy of that ESDS (REPROed by the step ahead of it) front to
      *  back and appends every record to CALLCO2-AUDIT, so CO2RPT,
      *  CO2TRND and CO2FEED count online volume alongside batch.
      *  The JCL empties the ESDS behind a clean run - see the
      *  CO2AMRG JCL member.
      *
      *  Online records arrive unsequenced; this job is where they
      *  join the audit trail, so each one is stamped with the next
      *  CO2-AUD-SEQ-NO off CALLCO2-AUDIT-CONTROL and its CO2ACHN
      *  chain value as it is appended, exactly as CALLCO2 stamps a
      *  batch record.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *    2026-10-15  RESP  Stamps each merged record with the audit
      *                      sequence number and chain value, and
      *                      prints the range of numbers used.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLCO2-AUDIT-ONLINE ASSIGN TO CO2AUDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO2AM-AUDO-STATUS.
           SELECT CALLCO2-AUDIT ASSIGN TO CO2AUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO2AM-AUDT-STATUS.
           SELECT CALLCO2-AUDIT-CONTROL ASSIGN TO CO2ASQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-ASQ-KEY
               FILE STATUS IS CO2AM-ASQ-STATUS.
           SELECT CO2AMRG-CTL ASSIGN TO CO2AMRO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLCO2-AUDIT-ONLINE
           RECORDING MODE IS F.
       01  CO2AM-ONLINE-RECORD          PIC X(068).

       FD  CALLCO2-AUDIT
           RECORDING MODE IS F.
       COPY CO2AUDIT.

       FD  CALLCO2-AUDIT-CONTROL.
       COPY CO2ASQ.

       FD  CO2AMRG-CTL
           RECORDING MODE IS F.
       01  CO2AMRO-LINE                 PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2AM-SWITCHES.
           05  CO2AM-EOF-SW             PIC X(01)  VALUE 'N'.
               88  CO2AM-EOF                        VALUE 'Y'.
           05  CO2AM-FAILED-SW          PIC X(01)  VALUE 'N'.
               88  CO2AM-FAILED                     VALUE 'Y'.
       01  CO2AM-AUDO-STATUS            PIC X(02).
       01  CO2AM-AUDT-STATUS            PIC X(02).
       01  CO2AM-ASQ-STATUS             PIC X(02).
       01  CO2AM-FIRST-SEQ-NO           PIC 9(12)  VALUE ZERO.
       COPY CO2ACHP.
       01  CO2AM-READ-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2AM-WRITTEN-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2AM-ERROR-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2AM-LOW-DATE               PIC 9(08)  VALUE ZERO.
       01  CO2AM-HIGH-DATE              PIC 9(08)  VALUE ZERO.

       01  CO2AM-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'CO2AMRG ONLINE AUDIT MERGE'.
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  CO2AM-FAILED-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'AUDIT FILE WRITE FAILED - FILE STATUS '.
           05  CO2AM-FL-STATUS          PIC X(02).
           05  FILLER                   PIC X(34)
                   VALUE ' - DO NOT EMPTY THE ONLINE ESDS'.

       01  CO2AM-ASQ-FAILED-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'AUDIT CONTROL REWRITE FAILED - FILE STATUS '.
           05  CO2AM-AF-STATUS          PIC X(02).
           05  FILLER                   PIC X(34)
                   VALUE ' - DO NOT EMPTY THE ONLINE ESDS'.

       01  CO2AM-DETAIL-LINE.
           05  CO2AM-DL-LABEL           PIC X(030).
           05  CO2AM-DL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2AM-RANGE-LINE.
           05  FILLER                   PIC X(030)
                   VALUE 'LOOKUP DATES MERGED'.
           05  CO2AM-RL-LOW             PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  CO2AM-RL-HIGH            PIC 9(08).
           05  FILLER                   PIC X(030) VALUE SPACES.

       01  CO2AM-SEQ-RANGE-LINE.
           05  FILLER                   PIC X(030)
                   VALUE 'AUDIT SEQUENCE NUMBERS USED'.
           05  CO2AM-SL-LOW             PIC 9(12).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  CO2AM-SL-HIGH            PIC 9(12).
           05  FILLER                   PIC X(022) VALUE SPACES.

       PROCEDURE DIVISION.
       AM-1.
           PERFORM AM-1-INIT.
           PERFORM AM-1-MERGE-RECORD
               UNTIL CO2AM-EOF OR CO2AM-FAILED.
           PERFORM AM-1-PRINT-CONTROL-REPORT.
           PERFORM AM-1-TERM.
           GOBACK.

       AM-1-INIT.
           OPEN INPUT CALLCO2-AUDIT-ONLINE.
           IF CO2AM-AUDO-STATUS NOT = '00'
               DISPLAY 'CO2AMRG: ONLINE AUDIT OPEN FAILED, STATUS '
                   CO2AM-AUDO-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CALLCO2-AUDIT.
           IF CO2AM-AUDT-STATUS NOT = '00'
               DISPLAY 'CO2AMRG: AUDIT FILE OPEN FAILED, STATUS '
                   CO2AM-AUDT-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM AM-1-OPEN-AUDIT-CONTROL.
           OPEN OUTPUT CO2AMRG-CTL.

      *  Unlike CALLCO2, this job does not fall back to writing
      *  unsequenced records - nothing is waiting on it at night, so
      *  it stops before merging and the ESDS is kept for the rerun.
       AM-1-OPEN-AUDIT-CONTROL.
           OPEN I-O CALLCO2-AUDIT-CONTROL.
           IF CO2AM-ASQ-STATUS NOT = '00'
               DISPLAY 'CO2AMRG: AUDIT CONTROL OPEN FAILED, STATUS '
                   CO2AM-ASQ-STATUS
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CO2-ASQ-KEY-AUDIT TO TRUE.
           READ CALLCO2-AUDIT-CONTROL
               INVALID KEY
                   DISPLAY 'CO2AMRG: NO AUDIT CONTROL RECORD'
                   MOVE 9999 TO RETURN-CODE
                   STOP RUN
           END-READ.

      *  Online records are appended as CO2INQ wrote them - the
      *  business date and caller ('CO2INQ') are already on them.
       AM-1-MERGE-RECORD.
           READ CALLCO2-AUDIT-ONLINE INTO CO2-AUDIT-RECORD
               AT END
                   SET CO2AM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2AM-READ-COUNT
                   PERFORM AM-1-WRITE-AUDIT
           END-READ.

       AM-1-WRITE-AUDIT.
           IF CO2-AUD-STATUS = 'E' OR CO2-AUD-STATUS = 'U'
               ADD 1 TO CO2AM-ERROR-COUNT
           END-IF.
           IF CO2AM-LOW-DATE = ZERO OR CO2-AUD-DATE < CO2AM-LOW-DATE
               MOVE CO2-AUD-DATE TO CO2AM-LOW-DATE
           END-IF.
           IF CO2-AUD-DATE > CO2AM-HIGH-DATE
               MOVE CO2-AUD-DATE TO CO2AM-HIGH-DATE
           END-IF.
           PERFORM AM-1-SEQUENCE-AUDIT.
           WRITE CO2-AUDIT-RECORD.
           IF CO2AM-AUDT-STATUS = '00'
               ADD 1 TO CO2AM-WRITTEN-COUNT
               PERFORM AM-1-UPDATE-AUDIT-CONTROL
           ELSE
               SET CO2AM-FAILED TO TRUE
           END-IF.

       AM-1-SEQUENCE-AUDIT.
           ADD 1 TO CO2-ASQ-LAST-SEQ-NO.
           IF CO2AM-FIRST-SEQ-NO = ZERO
               MOVE CO2-ASQ-LAST-SEQ-NO TO CO2AM-FIRST-SEQ-NO
           END-IF.
           MOVE CO2-ASQ-LAST-SEQ-NO TO CO2-AUD-SEQ-NO.
           MOVE CO2-ASQ-LAST-CHAIN-VALUE TO CO2-ACHN-PRIOR-VALUE.
           CALL "CO2ACHN" USING CO2-ACHN-PARM, CO2-AUDIT-RECORD.
           MOVE CO2-ACHN-CHAIN-VALUE TO CO2-AUD-CHAIN-VALUE.

      *  The control record is only moved on once the audit record
      *  is safely written, so it never claims a number the audit
      *  file does not hold.
       AM-1-UPDATE-AUDIT-CONTROL.
           MOVE CO2-AUD-CHAIN-VALUE TO CO2-ASQ-LAST-CHAIN-VALUE.
           MOVE CO2-AUD-DATE TO CO2-ASQ-LAST-DATE.
           MOVE CO2-AUD-TIME TO CO2-ASQ-LAST-TIME.
           REWRITE CO2-ASQ-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF CO2AM-ASQ-STATUS NOT = '00'
               SET CO2AM-FAILED TO TRUE
           END-IF.

      *  A failed append ends the run RC=8 so the JCL leaves the
      *  online ESDS alone - its records are all still there to be
      *  merged again once the audit dataset is sorted out (back out
      *  the records this run did append first, per the counts).
       AM-1-PRINT-CONTROL-REPORT.
           WRITE CO2AMRO-LINE FROM CO2AM-HEADING-LINE.
           IF CO2AM-FAILED
               IF CO2AM-AUDT-STATUS NOT = '00'
                   MOVE CO2AM-AUDT-STATUS TO CO2AM-FL-STATUS
                   WRITE CO2AMRO-LINE FROM CO2AM-FAILED-LINE
               ELSE
                   MOVE CO2AM-ASQ-STATUS TO CO2AM-AF-STATUS
                   WRITE CO2AMRO-LINE FROM CO2AM-ASQ-FAILED-LINE
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'ONLINE RECORDS READ' TO CO2AM-DL-LABEL.
           MOVE CO2AM-READ-COUNT TO CO2AM-DL-COUNT.
           WRITE CO2AMRO-LINE FROM CO2AM-DETAIL-LINE.
           MOVE 'RECORDS APPENDED TO AUDIT' TO CO2AM-DL-LABEL.
           MOVE CO2AM-WRITTEN-COUNT TO CO2AM-DL-COUNT.
           WRITE CO2AMRO-LINE FROM CO2AM-DETAIL-LINE.
           MOVE 'UNAUTHORIZED/ERROR LOOKUPS' TO CO2AM-DL-LABEL.
           MOVE CO2AM-ERROR-COUNT TO CO2AM-DL-COUNT.
           WRITE CO2AMRO-LINE FROM CO2AM-DETAIL-LINE.
           IF CO2AM-READ-COUNT > ZERO
               MOVE CO2AM-LOW-DATE TO CO2AM-RL-LOW
               MOVE CO2AM-HIGH-DATE TO CO2AM-RL-HIGH
               WRITE CO2AMRO-LINE FROM CO2AM-RANGE-LINE
           END-IF.
           IF CO2AM-WRITTEN-COUNT > ZERO
               MOVE CO2AM-FIRST-SEQ-NO TO CO2AM-SL-LOW
               COMPUTE CO2AM-SL-HIGH =
                   CO2AM-FIRST-SEQ-NO + CO2AM-WRITTEN-COUNT - 1
               WRITE CO2AMRO-LINE FROM CO2AM-SEQ-RANGE-LINE
           END-IF.

       AM-1-TERM.
           CLOSE CALLCO2-AUDIT-ONLINE.
           CLOSE CALLCO2-AUDIT.
           CLOSE CALLCO2-AUDIT-CONTROL.
           CLOSE CO2AMRG-CTL.

       END PROGRAM "CO2AMRG".
