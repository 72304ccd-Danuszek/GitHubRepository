       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2RTN".
      *
      *  Results return file for the source system that sent a
      *  CO2BATCH cycle's transactions.  Run after each cycle against
      *  the same CO2BIN and CO2BOUT the cycle used.  Takes the
      *  source system ID and business date off the CALLCO2-IN
      *  header, then writes a header echoing them, one detail per
      *  CALLCO2-OUT record carrying the cycle ID on the CO2RTNP card
      *  - the result, reason and category codes with their business
      *  names from CALLCO2-DESC-TABLE - and a trailer with the
      *  detail count and the error count (status E or U) as control
      *  totals.  Record layouts are in copybook CO2RTR, versioned
      *  independently of CO2-OUT-RECORD.
      *
      *  Every return file built is logged to CALLCO2-RETURN-LOG
      *  (layout CO2RTL) with its send number and control totals.
      *  The send number counts the earlier entries on the log for
      *  the same source system, date and cycle, so a rerun - after
      *  a re-drive, or because the source lost the first copy -
      *  goes out as a numbered resend and both sends stay on record.
      *
      *  Return code: 0 = file built, 4 = file built but no
      *  CALLCO2-OUT record carried the cycle (header and trailer
      *  only - check the card), 8 = nothing built (CALLCO2-IN has
      *  no header record, or the send could not be recorded on
      *  CALLCO2-RETURN-LOG), and the file must not be sent.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *    2026-10-15  RESP  Check the return log's file status on
      *                      open and write; a send that is not on
      *                      the log is reported and ends with RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2RTN-PARM ASSIGN TO CO2RTNP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-IN ASSIGN TO CO2BIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-OUT ASSIGN TO CO2BOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-DESC-TABLE ASSIGN TO CO2DESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO2-DESC-KEY
               FILE STATUS IS CO2RT-DESC-STATUS.
           SELECT CALLCO2-RETURN-LOG ASSIGN TO CO2RTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO2RT-LOG-STATUS.
           SELECT CO2RTN-OUT ASSIGN TO CO2RTO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2RTN-REPORT ASSIGN TO CO2RTNC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2RTN-PARM
           RECORDING MODE IS F.
       COPY CO2RTNP.

       FD  CALLCO2-IN
           RECORDING MODE IS F.
       COPY CO2BIN.

       FD  CALLCO2-OUT
           RECORDING MODE IS F.
       COPY CO2BOUT.

       FD  CALLCO2-DESC-TABLE.
       COPY CO2DESC.

       FD  CALLCO2-RETURN-LOG
           RECORDING MODE IS F.
       COPY CO2RTL.

       FD  CO2RTN-OUT
           RECORDING MODE IS F.
       01  CO2RTN-LINE                  PIC X(120).

       FD  CO2RTN-REPORT
           RECORDING MODE IS F.
       01  CO2RTN-REPORT-LINE           PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2RT-SWITCHES.
           05  CO2RT-OUT-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2RT-OUT-EOF                    VALUE 'Y'.
           05  CO2RT-LOG-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2RT-LOG-EOF                    VALUE 'Y'.
           05  CO2RT-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2RT-REFUSED                    VALUE 'Y'.
           05  CO2RT-DESC-EOF-SW        PIC X(01)  VALUE 'N'.
               88  CO2RT-DESC-EOF                   VALUE 'Y'.
           05  CO2RT-DESC-FOUND-SW      PIC X(01)  VALUE 'N'.
               88  CO2RT-DESC-FOUND                 VALUE 'Y'.
           05  CO2RT-LOGGED-SW          PIC X(01)  VALUE 'N'.
               88  CO2RT-LOGGED                     VALUE 'Y'.
           05  CO2RT-LOG-FAILED-SW      PIC X(01)  VALUE 'N'.
               88  CO2RT-LOG-FAILED                 VALUE 'Y'.
       01  CO2RT-DESC-STATUS            PIC X(02).
       01  CO2RT-LOG-STATUS             PIC X(02).
       01  CO2RT-REFUSE-REASON          PIC X(60)  VALUE SPACES.
       01  CO2RT-CYCLE-ID               PIC X(02)  VALUE '01'.
       01  CO2RT-SOURCE-SYSTEM          PIC X(08)  VALUE SPACES.
       01  CO2RT-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
       01  CO2RT-SEND-NO                PIC 9(03)  VALUE ZERO.
       01  CO2RT-OUT-READ-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2RT-DETAIL-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2RT-ERROR-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2RT-LOG-READ-COUNT         PIC 9(09)  VALUE ZERO.
       COPY CO2RUNL.
       COPY CO2RTR.

      *  In-memory copy of CALLCO2-DESC-TABLE, loaded once at startup
      *  the same way CO2RPT does it.  A code with no entry (or a
      *  table that would not open) goes back with the NOT-ON-TABLE
      *  marker in the name, never blanks.
       01  CO2RT-DESC-COUNT             PIC 9(04)  VALUE ZERO COMP.
       01  CO2RT-DESC-SEARCH-IDX        PIC 9(04)  VALUE ZERO COMP.
       01  CO2RT-DESC-MAX-ENTRIES       PIC 9(04)  VALUE 150 COMP.
       01  CO2RT-DESC-TABLE-WS.
           05  CO2RT-DESC-ENTRY OCCURS 150 TIMES
                   INDEXED BY CO2RT-DESC-IDX.
               10  CO2RT-DS-TYPE        PIC X(01).
               10  CO2RT-DS-CODE        PIC X(02).
               10  CO2RT-DS-NAME        PIC X(20).
       01  CO2RT-LOOK-TYPE              PIC X(01)  VALUE SPACE.
       01  CO2RT-LOOK-CODE              PIC X(02)  VALUE SPACES.
       01  CO2RT-LOOK-NAME              PIC X(20)  VALUE SPACES.
       01  CO2RT-NO-DESC-NAME           PIC X(20)
               VALUE '(NOT ON DESC TABLE)'.

       01  CO2RT-HEADING-LINE.
           05  FILLER                   PIC X(38)
                   VALUE 'CALLCO2 RESULTS RETURN FILE - CYCLE '.
           05  CO2RT-HL-CYCLE           PIC X(02).
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  CO2RT-SOURCE-LINE.
           05  FILLER                   PIC X(15)
                   VALUE 'SOURCE SYSTEM '.
           05  CO2RT-SL-SOURCE          PIC X(08).
           05  FILLER                   PIC X(16)
                   VALUE '  BUSINESS DATE '.
           05  CO2RT-SL-DATE            PIC 9(08).
           05  FILLER                   PIC X(07) VALUE '  SEND '.
           05  CO2RT-SL-SEND-NO         PIC ZZ9.
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  CO2RT-RESEND-LINE.
           05  FILLER                   PIC X(29)
                   VALUE 'RESEND - EARLIER SENDS ON THE'.
           05  FILLER                   PIC X(30)
                   VALUE ' RETURN LOG FOR THIS CYCLE:  '.
           05  CO2RT-RL-PRIOR           PIC ZZ9.
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  CO2RT-EMPTY-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - NO CALLCO2-OUT RECORDS CARRY THIS '.
           05  FILLER                   PIC X(36)
                   VALUE 'CYCLE - CHECK THE CO2RTNP CARD'.

       01  CO2RT-LOG-FAIL-LINE.
           05  FILLER                   PIC X(11)
                   VALUE 'RETURN LOG '.
           05  CO2RT-LF-ACTION          PIC X(05).
           05  FILLER                   PIC X(24)
                   VALUE ' FAILED - FILE STATUS   '.
           05  CO2RT-LF-STATUS          PIC X(02).
           05  FILLER                   PIC X(38)
                   VALUE ' - SEND NOT RECORDED, DO NOT SEND'.

       01  CO2RT-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING RETURNED - '.
           05  CO2RT-RF-REASON          PIC X(60).

       01  CO2RT-TOTAL-LINE.
           05  CO2RT-TOT-LABEL          PIC X(030).
           05  CO2RT-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2RT-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       RT-1.
           PERFORM RT-1-INIT.
           IF NOT CO2RT-REFUSED
               PERFORM RT-1-LOG-START
               PERFORM RT-1-LOAD-DESC-TABLE
               PERFORM RT-1-GET-SEND-NO
               PERFORM RT-1-WRITE-HEADER
               OPEN INPUT CALLCO2-OUT
               PERFORM RT-1-READ-OUTPUT UNTIL CO2RT-OUT-EOF
               CLOSE CALLCO2-OUT
               PERFORM RT-1-WRITE-TRAILER
           END-IF.
           PERFORM RT-1-PRINT-REPORT.
           PERFORM RT-1-TERM.
           PERFORM RT-1-SET-RETURN-CODE.
           IF CO2RT-LOGGED
               PERFORM RT-1-LOG-END
           END-IF.
           GOBACK.

       RT-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2RT-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2RT-LOG-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2RT-DETAIL-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *  The return file is opened even when the run is refused, so
      *  the dataset the JCL allocates is closed empty rather than
      *  left unopened - the RC=8 is what keeps it from being sent.
       RT-1-INIT.
           OPEN INPUT CO2RTN-PARM.
           READ CO2RTN-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF CO2RTNP-CYCLE-ID NOT = SPACES
                       MOVE CO2RTNP-CYCLE-ID TO CO2RT-CYCLE-ID
                   END-IF
           END-READ.
           CLOSE CO2RTN-PARM.
           OPEN OUTPUT CO2RTN-REPORT.
           OPEN OUTPUT CO2RTN-OUT.
           PERFORM RT-1-GET-SOURCE.

      *  CO2EDIT has already refused a feed without a valid header,
      *  so a missing one here means the wrong CO2BIN is allocated.
       RT-1-GET-SOURCE.
           OPEN INPUT CALLCO2-IN.
           READ CALLCO2-IN
               AT END
                   MOVE 'CALLCO2-IN IS EMPTY' TO CO2RT-REFUSE-REASON
                   SET CO2RT-REFUSED TO TRUE
               NOT AT END
                   IF CO2-IN-TYPE-HEADER
                       MOVE CO2-IN-H-SOURCE-SYSTEM
                           TO CO2RT-SOURCE-SYSTEM
                       MOVE CO2-IN-H-BUSINESS-DATE
                           TO CO2RT-BUSINESS-DATE
                   ELSE
                       MOVE 'CALLCO2-IN DOES NOT START WITH A HEADER'
                           TO CO2RT-REFUSE-REASON
                       SET CO2RT-REFUSED TO TRUE
                   END-IF
           END-READ.
           CLOSE CALLCO2-IN.

       RT-1-LOAD-DESC-TABLE.
           OPEN INPUT CALLCO2-DESC-TABLE.
           IF CO2RT-DESC-STATUS = '00'
               PERFORM RT-1-LOAD-DESC-ENTRY UNTIL CO2RT-DESC-EOF
               CLOSE CALLCO2-DESC-TABLE
           END-IF.

       RT-1-LOAD-DESC-ENTRY.
           READ CALLCO2-DESC-TABLE NEXT RECORD
               AT END
                   SET CO2RT-DESC-EOF TO TRUE
               NOT AT END
                   IF CO2RT-DESC-COUNT < CO2RT-DESC-MAX-ENTRIES
                       ADD 1 TO CO2RT-DESC-COUNT
                       SET CO2RT-DESC-IDX TO CO2RT-DESC-COUNT
                       MOVE CO2-DESC-TYPE
                           TO CO2RT-DS-TYPE (CO2RT-DESC-IDX)
                       MOVE CO2-DESC-CODE
                           TO CO2RT-DS-CODE (CO2RT-DESC-IDX)
                       MOVE CO2-DESC-NAME
                           TO CO2RT-DS-NAME (CO2RT-DESC-IDX)
                   ELSE
                       SET CO2RT-DESC-EOF TO TRUE
                   END-IF
           END-READ.
           IF CO2RT-DESC-STATUS NOT = '00'
               SET CO2RT-DESC-EOF TO TRUE
           END-IF.

       RT-1-FIND-DESC.
           MOVE CO2RT-NO-DESC-NAME TO CO2RT-LOOK-NAME.
           MOVE 'N' TO CO2RT-DESC-FOUND-SW.
           MOVE ZERO TO CO2RT-DESC-SEARCH-IDX.
           PERFORM RT-1-FIND-DESC-ENTRY
               UNTIL CO2RT-DESC-SEARCH-IDX >= CO2RT-DESC-COUNT
                   OR CO2RT-DESC-FOUND.

       RT-1-FIND-DESC-ENTRY.
           ADD 1 TO CO2RT-DESC-SEARCH-IDX.
           SET CO2RT-DESC-IDX TO CO2RT-DESC-SEARCH-IDX.
           IF CO2RT-DS-TYPE (CO2RT-DESC-IDX) = CO2RT-LOOK-TYPE
               AND CO2RT-DS-CODE (CO2RT-DESC-IDX) = CO2RT-LOOK-CODE
               MOVE CO2RT-DS-NAME (CO2RT-DESC-IDX)
                   TO CO2RT-LOOK-NAME
               SET CO2RT-DESC-FOUND TO TRUE
           END-IF.

      *  The send number is one more than the highest already logged
      *  for this source system, business date and cycle.  A return
      *  log that is new (or will not open for input) just means
      *  nothing has been sent yet.
       RT-1-GET-SEND-NO.
           OPEN INPUT CALLCO2-RETURN-LOG.
           IF CO2RT-LOG-STATUS = '00'
               PERFORM RT-1-READ-LOG UNTIL CO2RT-LOG-EOF
               CLOSE CALLCO2-RETURN-LOG
           END-IF.
           ADD 1 TO CO2RT-SEND-NO.

       RT-1-READ-LOG.
           READ CALLCO2-RETURN-LOG
               AT END
                   SET CO2RT-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2RT-LOG-READ-COUNT
                   IF CO2-RTL-SOURCE-SYSTEM = CO2RT-SOURCE-SYSTEM
                       AND CO2-RTL-BUSINESS-DATE = CO2RT-BUSINESS-DATE
                       AND CO2-RTL-CYCLE-ID = CO2RT-CYCLE-ID
                       AND CO2-RTL-SEND-NO > CO2RT-SEND-NO
                       MOVE CO2-RTL-SEND-NO TO CO2RT-SEND-NO
                   END-IF
           END-READ.
           IF CO2RT-LOG-STATUS NOT = '00'
               SET CO2RT-LOG-EOF TO TRUE
           END-IF.

       RT-1-WRITE-HEADER.
           MOVE CO2RT-SOURCE-SYSTEM TO CO2RT-H-SOURCE-SYSTEM.
           MOVE CO2RT-BUSINESS-DATE TO CO2RT-H-BUSINESS-DATE.
           MOVE CO2RT-CYCLE-ID TO CO2RT-H-CYCLE-ID.
           MOVE CO2RT-SEND-NO TO CO2RT-H-SEND-NO.
           ACCEPT CO2RT-H-BUILD-DATE FROM DATE YYYYMMDD.
           ACCEPT CO2RT-H-BUILD-TIME FROM TIME.
           WRITE CO2RTN-LINE FROM CO2RT-HEADER-RECORD.

       RT-1-READ-OUTPUT.
           READ CALLCO2-OUT
               AT END
                   SET CO2RT-OUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2RT-OUT-READ-COUNT
                   IF CO2-OUT-CYCLE-ID = CO2RT-CYCLE-ID
                       PERFORM RT-1-WRITE-DETAIL
                   END-IF
           END-READ.

      *  Status E (PARM-STATUS-ERROR) and U (PARM-STATUS-
      *  UNAUTHORIZED) are the two CO2BATCH counts as errors and
      *  suspends, so the trailer's error count ties to the cycle's
      *  suspense records.
       RT-1-WRITE-DETAIL.
           MOVE CO2-OUT-KEY TO CO2RT-D-KEY.
           MOVE CO2-OUT-INPUT-CODE TO CO2RT-D-INPUT-CODE.
           MOVE CO2-OUT-STATUS TO CO2RT-D-STATUS.
           MOVE CO2-OUT-RESULT-CODE TO CO2RT-D-RESULT-CODE.
           MOVE 'R' TO CO2RT-LOOK-TYPE.
           MOVE CO2-OUT-RESULT-CODE TO CO2RT-LOOK-CODE.
           PERFORM RT-1-FIND-DESC.
           MOVE CO2RT-LOOK-NAME TO CO2RT-D-RESULT-NAME.
           MOVE CO2-OUT-REASON-CODE TO CO2RT-D-REASON-CODE.
           MOVE 'S' TO CO2RT-LOOK-TYPE.
           MOVE CO2-OUT-REASON-CODE TO CO2RT-LOOK-CODE.
           PERFORM RT-1-FIND-DESC.
           MOVE CO2RT-LOOK-NAME TO CO2RT-D-REASON-NAME.
           MOVE CO2-OUT-CATEGORY TO CO2RT-D-CATEGORY.
           MOVE 'C' TO CO2RT-LOOK-TYPE.
           MOVE CO2-OUT-CATEGORY TO CO2RT-LOOK-CODE.
           PERFORM RT-1-FIND-DESC.
           MOVE CO2RT-LOOK-NAME TO CO2RT-D-CATEGORY-NAME.
           MOVE CO2-OUT-REASON-TEXT TO CO2RT-D-REASON-TEXT.
           WRITE CO2RTN-LINE FROM CO2RT-DETAIL-RECORD.
           ADD 1 TO CO2RT-DETAIL-COUNT.
           IF CO2-OUT-STATUS = 'E' OR CO2-OUT-STATUS = 'U'
               ADD 1 TO CO2RT-ERROR-COUNT
           END-IF.

       RT-1-WRITE-TRAILER.
           MOVE CO2RT-DETAIL-COUNT TO CO2RT-T-DETAIL-COUNT.
           MOVE CO2RT-ERROR-COUNT TO CO2RT-T-ERROR-COUNT.
           WRITE CO2RTN-LINE FROM CO2RT-TRAILER-RECORD.
           PERFORM RT-1-WRITE-RETURN-LOG
               THRU RT-1-WRITE-RETURN-LOG-EXIT.

      *  The log entry carries exactly what the header and trailer
      *  asserted, so a source system's copy can be matched to it.
      *  The log is the only record of the send and sets the next
      *  send number, so a log that will not open or take the record
      *  fails the step rather than let the file go out unrecorded.
       RT-1-WRITE-RETURN-LOG.
           OPEN EXTEND CALLCO2-RETURN-LOG.
           IF CO2RT-LOG-STATUS NOT = '00'
               MOVE 'OPEN' TO CO2RT-LF-ACTION
               MOVE CO2RT-LOG-STATUS TO CO2RT-LF-STATUS
               SET CO2RT-LOG-FAILED TO TRUE
               GO TO RT-1-WRITE-RETURN-LOG-EXIT
           END-IF.
           MOVE CO2RT-SOURCE-SYSTEM TO CO2-RTL-SOURCE-SYSTEM.
           MOVE CO2RT-BUSINESS-DATE TO CO2-RTL-BUSINESS-DATE.
           MOVE CO2RT-CYCLE-ID TO CO2-RTL-CYCLE-ID.
           MOVE CO2RT-SEND-NO TO CO2-RTL-SEND-NO.
           MOVE CO2RT-T-FORMAT-VERSION TO CO2-RTL-FORMAT-VERSION.
           MOVE CO2RT-DETAIL-COUNT TO CO2-RTL-DETAIL-COUNT.
           MOVE CO2RT-ERROR-COUNT TO CO2-RTL-ERROR-COUNT.
           MOVE CO2RT-H-BUILD-DATE TO CO2-RTL-BUILD-DATE.
           MOVE CO2RT-H-BUILD-TIME TO CO2-RTL-BUILD-TIME.
           WRITE CO2-RTL-RECORD.
           IF CO2RT-LOG-STATUS NOT = '00'
               MOVE 'WRITE' TO CO2RT-LF-ACTION
               MOVE CO2RT-LOG-STATUS TO CO2RT-LF-STATUS
               SET CO2RT-LOG-FAILED TO TRUE
           END-IF.
           CLOSE CALLCO2-RETURN-LOG.
       RT-1-WRITE-RETURN-LOG-EXIT.
           EXIT.

       RT-1-PRINT-REPORT.
           MOVE CO2RT-CYCLE-ID TO CO2RT-HL-CYCLE.
           WRITE CO2RTN-REPORT-LINE FROM CO2RT-HEADING-LINE.
           WRITE CO2RTN-REPORT-LINE FROM CO2RT-BLANK-LINE.
           IF CO2RT-REFUSED
               MOVE CO2RT-REFUSE-REASON TO CO2RT-RF-REASON
               WRITE CO2RTN-REPORT-LINE FROM CO2RT-REFUSED-LINE
           ELSE
               MOVE CO2RT-SOURCE-SYSTEM TO CO2RT-SL-SOURCE
               MOVE CO2RT-BUSINESS-DATE TO CO2RT-SL-DATE
               MOVE CO2RT-SEND-NO TO CO2RT-SL-SEND-NO
               WRITE CO2RTN-REPORT-LINE FROM CO2RT-SOURCE-LINE
               IF CO2RT-SEND-NO > 1
                   SUBTRACT 1 FROM CO2RT-SEND-NO GIVING CO2RT-RL-PRIOR
                   WRITE CO2RTN-REPORT-LINE FROM CO2RT-RESEND-LINE
               END-IF
               IF CO2RT-DETAIL-COUNT = ZERO
                   WRITE CO2RTN-REPORT-LINE FROM CO2RT-EMPTY-LINE
               END-IF
               IF CO2RT-LOG-FAILED
                   WRITE CO2RTN-REPORT-LINE FROM CO2RT-LOG-FAIL-LINE
               END-IF
               WRITE CO2RTN-REPORT-LINE FROM CO2RT-BLANK-LINE
               MOVE 'OUTPUT RECORDS READ' TO CO2RT-TOT-LABEL
               MOVE CO2RT-OUT-READ-COUNT TO CO2RT-TOT-COUNT
               WRITE CO2RTN-REPORT-LINE FROM CO2RT-TOTAL-LINE
               MOVE 'DETAILS RETURNED' TO CO2RT-TOT-LABEL
               MOVE CO2RT-DETAIL-COUNT TO CO2RT-TOT-COUNT
               WRITE CO2RTN-REPORT-LINE FROM CO2RT-TOTAL-LINE
               MOVE 'ERRORS RETURNED' TO CO2RT-TOT-LABEL
               MOVE CO2RT-ERROR-COUNT TO CO2RT-TOT-COUNT
               WRITE CO2RTN-REPORT-LINE FROM CO2RT-TOTAL-LINE
           END-IF.

       RT-1-TERM.
           CLOSE CO2RTN-OUT.
           CLOSE CO2RTN-REPORT.

       RT-1-LOG-START.
           MOVE 'CO2RTN' TO CO2-RUNL-JOB-NAME.
           MOVE CO2RT-BUSINESS-DATE TO CO2-RUNL-BUSINESS-DATE.
           MOVE CO2RT-CYCLE-ID TO CO2-RUNL-CYCLE-ID.
           MOVE SPACE TO CO2-RUNL-RUN-MODE.
           SET CO2-RUNL-EVENT-START TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           SET CO2RT-LOGGED TO TRUE.

      *  Ledger counts: read = output records read (every cycle),
      *  written = details returned.  The error results returned are
      *  CO2BATCH's and already on its own ledger entry, so they are
      *  not counted again here.
       RT-1-LOG-END.
           MOVE RETURN-CODE TO CO2-RUNL-RETURN-CODE.
           MOVE CO2RT-OUT-READ-COUNT TO CO2-RUNL-READ-COUNT.
           MOVE CO2RT-DETAIL-COUNT TO CO2-RUNL-WRITTEN-COUNT.
           MOVE ZERO TO CO2-RUNL-ERROR-COUNT.
           MOVE ZERO TO CO2-RUNL-EXCEPTION-COUNT.
           SET CO2-RUNL-EVENT-END TO TRUE.
           CALL "CO2RUNW" USING CO2-RUNL-RECORD.
           MOVE CO2-RUNL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "CO2RTN".
