       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2AREV".
      *
      *  Quarterly access review of CALLCO2-AUTH-TABLE.  Lists every
      *  caller on the table with its status, when it was last
      *  changed, who changed it and how (off the auth-table change
      *  log CO2AMNT writes), and the date of its last call on
      *  CALLCO2-AUDIT, with the number of days since.  An active
      *  caller with no call on the audit trail for longer than the
      *  CO2ARVP card's dormant days (90 unless the card says
      *  otherwise), or with no call at all, is flagged DORMANT -
      *  these are the entries the auditors want justified or
      *  deactivated.
      *
      *  The JCL REPROs the online change-log ESDS ahead of this
      *  step and concatenates the audit archive ahead of the live
      *  audit file, so a caller whose last call has already been
      *  archived by CO2ARCH is not reported as never called.  A
      *  caller loaded by the CO2AUTH define/load job and not changed
      *  since has no change-log record and shows NONE.
      *
      *  Return code: 0 = no dormant active callers, 4 = at least one
      *  (attach CO2AREVO to the review), 8 = nothing reviewed (no
      *  as-of date, or the auth table could not be loaded whole).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2AREV-PARM ASSIGN TO CO2ARVP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2RV-CAL-STATUS.
           SELECT CALLCO2-AUTH-TABLE ASSIGN TO CO2AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO2-AUTH-CALLER-ID
               FILE STATUS IS CO2RV-AUTH-STATUS.
           SELECT CALLCO2-AUTH-LOG ASSIGN TO CO2AULG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-AUDIT ASSIGN TO CO2AUDT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2AREV-OUT ASSIGN TO CO2AREVO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2AREV-PARM
           RECORDING MODE IS F.
       COPY CO2ARVP.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       FD  CALLCO2-AUTH-TABLE.
       COPY CO2AUTH.

       FD  CALLCO2-AUTH-LOG
           RECORDING MODE IS F.
       COPY CO2AULG.

       FD  CALLCO2-AUDIT
           RECORDING MODE IS F.
       COPY CO2AUDIT.

       FD  CO2AREV-OUT
           RECORDING MODE IS F.
       01  CO2RV-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2RV-SWITCHES.
           05  CO2RV-AUTH-EOF-SW        PIC X(01)  VALUE 'N'.
               88  CO2RV-AUTH-EOF                   VALUE 'Y'.
           05  CO2RV-LOG-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2RV-LOG-EOF                    VALUE 'Y'.
           05  CO2RV-AUD-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2RV-AUD-EOF                    VALUE 'Y'.
           05  CO2RV-CALLER-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  CO2RV-CALLER-FOUND               VALUE 'Y'.
           05  CO2RV-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2RV-REFUSED                    VALUE 'Y'.
       01  CO2RV-CAL-STATUS             PIC X(02).
       01  CO2RV-AUTH-STATUS            PIC X(02).
       01  CO2RV-REFUSE-REASON          PIC X(60)  VALUE SPACES.

       01  CO2RV-AS-OF-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2RV-DORMANT-DAYS           PIC 9(04)  VALUE ZERO.
       01  CO2RV-DEFAULT-DORMANT-DAYS   PIC 9(04)  VALUE 90.
       01  CO2RV-LOW-DATE               PIC 9(08)  VALUE 16010101.
       01  CO2RV-DAYS-SINCE             PIC S9(09) VALUE ZERO.
       01  CO2RV-LOOK-FUNCTION          PIC X(01)  VALUE SPACE.
           88  CO2RV-LOOK-FUNC-ADD                 VALUE '2'.
           88  CO2RV-LOOK-FUNC-ACTIVATE            VALUE '3'.
           88  CO2RV-LOOK-FUNC-DEACTIVATE          VALUE '4'.

       01  CO2RV-LOG-READ-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2RV-AUD-READ-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2RV-ACTIVE-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2RV-INACTIVE-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2RV-DORMANT-COUNT          PIC 9(09)  VALUE ZERO.

      *  The whole of CALLCO2-AUTH-TABLE, loaded once in caller-ID
      *  order, with the latest change-log record and the latest
      *  audit record found for each caller.  A table too big to
      *  hold refuses the run - a review of part of the table is no
      *  review at all.  Audit records for one caller tend to come
      *  in runs, so the slot found last is tried first.
       01  CO2RV-CALLER-COUNT           PIC 9(04)  VALUE ZERO COMP.
       01  CO2RV-CALLER-SEARCH-IDX      PIC 9(04)  VALUE ZERO COMP.
       01  CO2RV-CALLER-MAX-ENTRIES     PIC 9(04)  VALUE 500 COMP.
       01  CO2RV-LOOK-CALLER            PIC X(08)  VALUE SPACES.
       01  CO2RV-PRIOR-CALLER           PIC X(08)  VALUE HIGH-VALUES.
       01  CO2RV-PRIOR-SUB              PIC 9(04)  VALUE ZERO COMP.
       01  CO2RV-CALLER-TABLE.
           05  CO2RV-CALLER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CO2RV-CALLER-IDX.
               10  CO2RV-K-CALLER       PIC X(08).
               10  CO2RV-K-STATUS       PIC X(01).
                   88  CO2RV-K-ACTIVE               VALUE 'A'.
               10  CO2RV-K-CHG-DATE     PIC 9(08).
               10  CO2RV-K-CHG-OPERATOR PIC X(08).
               10  CO2RV-K-CHG-FUNCTION PIC X(01).
               10  CO2RV-K-CALL-DATE    PIC 9(08).

       01  CO2RV-HEADING-LINE.
           05  FILLER                   PIC X(28)
                   VALUE 'CALLCO2 ACCESS REVIEW AS OF '.
           05  CO2RV-H-AS-OF            PIC 9(08).
           05  FILLER                   PIC X(16)
                   VALUE '  DORMANT AFTER '.
           05  CO2RV-H-DAYS             PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  CO2RV-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING REVIEWED - '.
           05  CO2RV-RF-REASON          PIC X(60).

       01  CO2RV-COLUMN-LINE.
           05  FILLER                   PIC X(10) VALUE 'CALLER'.
           05  FILLER                   PIC X(03) VALUE 'S'.
           05  FILLER                   PIC X(09) VALUE 'CHANGED'.
           05  FILLER                   PIC X(09) VALUE 'BY'.
           05  FILLER                   PIC X(07) VALUE 'ACTION'.
           05  FILLER                   PIC X(09) VALUE 'LAST CALL'.
           05  FILLER                   PIC X(07) VALUE ' DAYS'.
           05  FILLER                   PIC X(04) VALUE 'FLAG'.
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  CO2RV-DETAIL-LINE.
           05  CO2RV-DL-CALLER          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2RV-DL-STATUS          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2RV-DL-CHG-DATE        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2RV-DL-CHG-OPERATOR    PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2RV-DL-CHG-FUNCTION    PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2RV-DL-CALL-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2RV-DL-DAYS-X          PIC X(05).
           05  CO2RV-DL-DAYS REDEFINES CO2RV-DL-DAYS-X
                                        PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2RV-DL-FLAG            PIC X(22).
           05  FILLER                   PIC X(04) VALUE SPACES.

       01  CO2RV-TOTAL-LINE.
           05  CO2RV-TL-LABEL           PIC X(30).
           05  CO2RV-TL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(39) VALUE SPACES.

       01  CO2RV-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       RV-1.
           PERFORM RV-1-INIT.
           IF NOT CO2RV-REFUSED
               PERFORM RV-1-LOAD-AUTH-TABLE
           END-IF.
           IF NOT CO2RV-REFUSED
               OPEN INPUT CALLCO2-AUTH-LOG
               PERFORM RV-1-READ-LOG UNTIL CO2RV-LOG-EOF
               CLOSE CALLCO2-AUTH-LOG
               OPEN INPUT CALLCO2-AUDIT
               PERFORM RV-1-READ-AUDIT UNTIL CO2RV-AUD-EOF
               CLOSE CALLCO2-AUDIT
           END-IF.
           PERFORM RV-1-PRINT-REPORT.
           PERFORM RV-1-SET-RETURN-CODE.
           CLOSE CO2AREV-OUT.
           GOBACK.

       RV-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2RV-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2RV-DORMANT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       RV-1-INIT.
           OPEN OUTPUT CO2AREV-OUT.
           OPEN INPUT CO2AREV-PARM.
           READ CO2AREV-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO2ARVP-AS-OF-DATE TO CO2RV-AS-OF-DATE
                   MOVE CO2ARVP-DORMANT-DAYS TO CO2RV-DORMANT-DAYS
           END-READ.
           CLOSE CO2AREV-PARM.
           IF CO2RV-DORMANT-DAYS = ZERO
               MOVE CO2RV-DEFAULT-DORMANT-DAYS TO CO2RV-DORMANT-DAYS
           END-IF.
           IF CO2RV-AS-OF-DATE = ZERO
               PERFORM RV-1-GET-BUSINESS-DATE
           END-IF.
           IF NOT CO2RV-REFUSED AND CO2RV-AS-OF-DATE < CO2RV-LOW-DATE
               MOVE 'AS-OF DATE ON THE CO2ARVP CARD IS NOT A VALID DATE'
                   TO CO2RV-REFUSE-REASON
               SET CO2RV-REFUSED TO TRUE
           END-IF.

      *  With no as-of date on the card the review is taken as of
      *  the business date CALLCO2 is stamping on calls right now.
       RV-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2RV-CAL-STATUS NOT = '00'
               MOVE 'CALENDAR DID NOT OPEN AND NO AS-OF DATE ON CARD'
                   TO CO2RV-REFUSE-REASON
               SET CO2RV-REFUSED TO TRUE
           ELSE
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       MOVE 'NO CALENDAR RECORD, NO AS-OF DATE ON CARD'
                           TO CO2RV-REFUSE-REASON
                       SET CO2RV-REFUSED TO TRUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE TO CO2RV-AS-OF-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.

       RV-1-LOAD-AUTH-TABLE.
           OPEN INPUT CALLCO2-AUTH-TABLE.
           IF CO2RV-AUTH-STATUS NOT = '00'
               STRING 'CALLCO2-AUTH-TABLE DID NOT OPEN - FILE STATUS '
                       DELIMITED BY SIZE
                   CO2RV-AUTH-STATUS DELIMITED BY SIZE
                   INTO CO2RV-REFUSE-REASON
               END-STRING
               SET CO2RV-REFUSED TO TRUE
           ELSE
               PERFORM RV-1-LOAD-AUTH-ENTRY UNTIL CO2RV-AUTH-EOF
               CLOSE CALLCO2-AUTH-TABLE
           END-IF.

       RV-1-LOAD-AUTH-ENTRY.
           READ CALLCO2-AUTH-TABLE NEXT RECORD
               AT END
                   SET CO2RV-AUTH-EOF TO TRUE
               NOT AT END
                   IF CO2RV-CALLER-COUNT < CO2RV-CALLER-MAX-ENTRIES
                       ADD 1 TO CO2RV-CALLER-COUNT
                       SET CO2RV-CALLER-IDX TO CO2RV-CALLER-COUNT
                       MOVE CO2-AUTH-CALLER-ID
                           TO CO2RV-K-CALLER (CO2RV-CALLER-IDX)
                       MOVE CO2-AUTH-STATUS
                           TO CO2RV-K-STATUS (CO2RV-CALLER-IDX)
                       MOVE ZERO TO CO2RV-K-CHG-DATE (CO2RV-CALLER-IDX)
                       MOVE SPACES
                           TO CO2RV-K-CHG-OPERATOR (CO2RV-CALLER-IDX)
                       MOVE SPACE
                           TO CO2RV-K-CHG-FUNCTION (CO2RV-CALLER-IDX)
                       MOVE ZERO
                           TO CO2RV-K-CALL-DATE (CO2RV-CALLER-IDX)
                   ELSE
                       MOVE 'MORE THAN 500 CALLERS ON THE AUTH TABLE'
                           TO CO2RV-REFUSE-REASON
                       SET CO2RV-REFUSED TO TRUE
                       SET CO2RV-AUTH-EOF TO TRUE
                   END-IF
           END-READ.
           IF CO2RV-AUTH-STATUS NOT = '00' AND NOT CO2RV-AUTH-EOF
               STRING 'CALLCO2-AUTH-TABLE READ FAILED - FILE STATUS '
                       DELIMITED BY SIZE
                   CO2RV-AUTH-STATUS DELIMITED BY SIZE
                   INTO CO2RV-REFUSE-REASON
               END-STRING
               SET CO2RV-REFUSED TO TRUE
               SET CO2RV-AUTH-EOF TO TRUE
           END-IF.

      *  The change log is in the order the changes were made, so
      *  the last record read for a caller is its latest change.
       RV-1-READ-LOG.
           READ CALLCO2-AUTH-LOG
               AT END
                   SET CO2RV-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2RV-LOG-READ-COUNT
                   MOVE CO2-AUL-CALLER-ID TO CO2RV-LOOK-CALLER
                   PERFORM RV-1-FIND-CALLER
                   IF CO2RV-CALLER-FOUND
                       MOVE CO2-AUL-DATE
                           TO CO2RV-K-CHG-DATE (CO2RV-CALLER-IDX)
                       MOVE CO2-AUL-OPERATOR-ID
                           TO CO2RV-K-CHG-OPERATOR (CO2RV-CALLER-IDX)
                       MOVE CO2-AUL-FUNCTION
                           TO CO2RV-K-CHG-FUNCTION (CO2RV-CALLER-IDX)
                   END-IF
           END-READ.

      *  Any record on the trail counts as a call, refused or not -
      *  an inactive caller still trying to get in is not dormant.
      *  Calls dated after the as-of date are left out, so a review
      *  re-run later for an earlier date comes out the same.
       RV-1-READ-AUDIT.
           READ CALLCO2-AUDIT
               AT END
                   SET CO2RV-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2RV-AUD-READ-COUNT
                   IF CO2-AUD-DATE NOT > CO2RV-AS-OF-DATE
                           AND CO2-AUD-DATE NOT < CO2RV-LOW-DATE
                       MOVE CO2-AUD-CALLER-PGM TO CO2RV-LOOK-CALLER
                       PERFORM RV-1-FIND-CALLER
                       IF CO2RV-CALLER-FOUND
                           IF CO2-AUD-DATE >
                                   CO2RV-K-CALL-DATE (CO2RV-CALLER-IDX)
                               MOVE CO2-AUD-DATE TO
                                   CO2RV-K-CALL-DATE (CO2RV-CALLER-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RV-1-FIND-CALLER.
           IF CO2RV-LOOK-CALLER = CO2RV-PRIOR-CALLER
               SET CO2RV-CALLER-IDX TO CO2RV-PRIOR-SUB
               SET CO2RV-CALLER-FOUND TO TRUE
           ELSE
               MOVE 'N' TO CO2RV-CALLER-FOUND-SW
               MOVE ZERO TO CO2RV-CALLER-SEARCH-IDX
               PERFORM RV-1-FIND-CALLER-ENTRY
                   UNTIL CO2RV-CALLER-SEARCH-IDX >= CO2RV-CALLER-COUNT
                       OR CO2RV-CALLER-FOUND
               IF CO2RV-CALLER-FOUND
                   MOVE CO2RV-LOOK-CALLER TO CO2RV-PRIOR-CALLER
                   MOVE CO2RV-CALLER-SEARCH-IDX TO CO2RV-PRIOR-SUB
               END-IF
           END-IF.

       RV-1-FIND-CALLER-ENTRY.
           ADD 1 TO CO2RV-CALLER-SEARCH-IDX.
           SET CO2RV-CALLER-IDX TO CO2RV-CALLER-SEARCH-IDX.
           IF CO2RV-K-CALLER (CO2RV-CALLER-IDX) = CO2RV-LOOK-CALLER
               SET CO2RV-CALLER-FOUND TO TRUE
           END-IF.

       RV-1-PRINT-REPORT.
           MOVE CO2RV-AS-OF-DATE TO CO2RV-H-AS-OF.
           MOVE CO2RV-DORMANT-DAYS TO CO2RV-H-DAYS.
           WRITE CO2RV-LINE FROM CO2RV-HEADING-LINE.
           WRITE CO2RV-LINE FROM CO2RV-BLANK-LINE.
           IF CO2RV-REFUSED
               MOVE CO2RV-REFUSE-REASON TO CO2RV-RF-REASON
               WRITE CO2RV-LINE FROM CO2RV-REFUSED-LINE
           ELSE
               WRITE CO2RV-LINE FROM CO2RV-COLUMN-LINE
               PERFORM RV-1-PRINT-CALLER
                   VARYING CO2RV-CALLER-IDX FROM 1 BY 1
                       UNTIL CO2RV-CALLER-IDX > CO2RV-CALLER-COUNT
               PERFORM RV-1-PRINT-TOTALS
           END-IF.

      *  An active caller is dormant when it has no call on the
      *  trail at all, or its last call is more than the dormant
      *  days before the as-of date.
       RV-1-PRINT-CALLER.
           MOVE CO2RV-K-CALLER (CO2RV-CALLER-IDX) TO CO2RV-DL-CALLER.
           MOVE CO2RV-K-STATUS (CO2RV-CALLER-IDX) TO CO2RV-DL-STATUS.
           IF CO2RV-K-CHG-DATE (CO2RV-CALLER-IDX) = ZERO
               MOVE 'NONE' TO CO2RV-DL-CHG-DATE
               MOVE SPACES TO CO2RV-DL-CHG-OPERATOR
               MOVE SPACES TO CO2RV-DL-CHG-FUNCTION
           ELSE
               MOVE CO2RV-K-CHG-DATE (CO2RV-CALLER-IDX)
                   TO CO2RV-DL-CHG-DATE
               MOVE CO2RV-K-CHG-OPERATOR (CO2RV-CALLER-IDX)
                   TO CO2RV-DL-CHG-OPERATOR
               MOVE CO2RV-K-CHG-FUNCTION (CO2RV-CALLER-IDX)
                   TO CO2RV-LOOK-FUNCTION
               EVALUATE TRUE
                   WHEN CO2RV-LOOK-FUNC-ADD
                       MOVE 'ADD' TO CO2RV-DL-CHG-FUNCTION
                   WHEN CO2RV-LOOK-FUNC-ACTIVATE
                       MOVE 'ACT' TO CO2RV-DL-CHG-FUNCTION
                   WHEN CO2RV-LOOK-FUNC-DEACTIVATE
                       MOVE 'DEACT' TO CO2RV-DL-CHG-FUNCTION
                   WHEN OTHER
                       MOVE '?' TO CO2RV-DL-CHG-FUNCTION
               END-EVALUATE
           END-IF.
           MOVE SPACES TO CO2RV-DL-FLAG.
           IF CO2RV-K-CALL-DATE (CO2RV-CALLER-IDX) = ZERO
               MOVE 'NONE' TO CO2RV-DL-CALL-DATE
               MOVE SPACES TO CO2RV-DL-DAYS-X
               IF CO2RV-K-ACTIVE (CO2RV-CALLER-IDX)
                   MOVE 'DORMANT - NEVER CALLED' TO CO2RV-DL-FLAG
               END-IF
           ELSE
               MOVE CO2RV-K-CALL-DATE (CO2RV-CALLER-IDX)
                   TO CO2RV-DL-CALL-DATE
               COMPUTE CO2RV-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE (CO2RV-AS-OF-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (CO2RV-K-CALL-DATE (CO2RV-CALLER-IDX))
               MOVE CO2RV-DAYS-SINCE TO CO2RV-DL-DAYS
               IF CO2RV-K-ACTIVE (CO2RV-CALLER-IDX)
                       AND CO2RV-DAYS-SINCE > CO2RV-DORMANT-DAYS
                   MOVE 'DORMANT' TO CO2RV-DL-FLAG
               END-IF
           END-IF.
           IF CO2RV-K-ACTIVE (CO2RV-CALLER-IDX)
               ADD 1 TO CO2RV-ACTIVE-COUNT
           ELSE
               ADD 1 TO CO2RV-INACTIVE-COUNT
           END-IF.
           IF CO2RV-DL-FLAG NOT = SPACES
               ADD 1 TO CO2RV-DORMANT-COUNT
           END-IF.
           WRITE CO2RV-LINE FROM CO2RV-DETAIL-LINE.

       RV-1-PRINT-TOTALS.
           WRITE CO2RV-LINE FROM CO2RV-BLANK-LINE.
           MOVE 'CALLERS ON AUTH TABLE' TO CO2RV-TL-LABEL.
           MOVE CO2RV-CALLER-COUNT TO CO2RV-TL-COUNT.
           WRITE CO2RV-LINE FROM CO2RV-TOTAL-LINE.
           MOVE '  ACTIVE' TO CO2RV-TL-LABEL.
           MOVE CO2RV-ACTIVE-COUNT TO CO2RV-TL-COUNT.
           WRITE CO2RV-LINE FROM CO2RV-TOTAL-LINE.
           MOVE '  NOT ACTIVE' TO CO2RV-TL-LABEL.
           MOVE CO2RV-INACTIVE-COUNT TO CO2RV-TL-COUNT.
           WRITE CO2RV-LINE FROM CO2RV-TOTAL-LINE.
           MOVE '  ACTIVE BUT DORMANT' TO CO2RV-TL-LABEL.
           MOVE CO2RV-DORMANT-COUNT TO CO2RV-TL-COUNT.
           WRITE CO2RV-LINE FROM CO2RV-TOTAL-LINE.
           MOVE 'CHANGE-LOG RECORDS READ' TO CO2RV-TL-LABEL.
           MOVE CO2RV-LOG-READ-COUNT TO CO2RV-TL-COUNT.
           WRITE CO2RV-LINE FROM CO2RV-TOTAL-LINE.
           MOVE 'AUDIT RECORDS READ' TO CO2RV-TL-LABEL.
           MOVE CO2RV-AUD-READ-COUNT TO CO2RV-TL-COUNT.
           WRITE CO2RV-LINE FROM CO2RV-TOTAL-LINE.

       END PROGRAM "CO2AREV".
