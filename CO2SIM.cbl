       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2SIM".
      *
      *  What-if impact simulation for CALLCO2-RC-TABLE changes that
      *  are staged but not yet in effect.  CO2MNT and CO2RCBAT can
      *  stage an entry with a future CO2-RC-EFF-FROM-DATE; this job
      *  shows what that entry will do to real traffic before it
      *  goes live.  It reads the control card on CO2SIMP for a
      *  future as-of date and a window of business dates, then
      *  replays every input code CALLCO2-AUDIT recorded in that
      *  window twice against the table - once as it stands on the
      *  base date (today's business date unless the card says
      *  otherwise) and once as it will stand on the as-of date -
      *  using the same effective-dating rule CALLCO2 applies.  The
      *  report shows, per input code and per caller, how many
      *  transactions would come back with a different result code,
      *  reason code or category, and the result-code distribution
      *  before and after side by side, with business names off
      *  CALLCO2-DESC-TABLE.
      *
      *  Calls CALLCO2 refused as unauthorized (status 'U') never
      *  reached the table, so they are counted but not replayed.
      *  The JCL concatenates the audit archive ahead of the live
      *  file - both hold whole CO2-AUDIT-RECORDs - so a window that
      *  spans a CO2ARCH cut is replayed in full.  Nothing is written
      *  to CALLCO2-AUDIT or the table; the job only reads.
      *
      *  Return code: 0 = no transaction in the window would change,
      *  4 = at least one would (review the report before sign-off),
      *  8 = nothing simulated (no as-of date, no base date, or the
      *  table could not be loaded whole).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2SIM-PARM ASSIGN TO CO2SIMP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-CALENDAR ASSIGN TO CO2CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-CAL-KEY
               FILE STATUS IS CO2SIM-CAL-STATUS.
           SELECT CALLCO2-RC-TABLE ASSIGN TO CO2RCTB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO2-RC-KEY
               FILE STATUS IS CO2SIM-RC-STATUS.
           SELECT CALLCO2-DESC-TABLE ASSIGN TO CO2DESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO2-DESC-KEY
               FILE STATUS IS CO2SIM-DESC-STATUS.
           SELECT CALLCO2-AUDIT ASSIGN TO CO2AUDT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2SIM-OUT ASSIGN TO CO2SIMO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2SIM-PARM
           RECORDING MODE IS F.
       COPY CO2SIMP.

       FD  CALLCO2-CALENDAR.
       COPY CO2CAL.

       FD  CALLCO2-RC-TABLE.
       COPY CO2RCTB.

       FD  CALLCO2-DESC-TABLE.
       COPY CO2DESC.

       FD  CALLCO2-AUDIT
           RECORDING MODE IS F.
       COPY CO2AUDIT.

       FD  CO2SIM-OUT
           RECORDING MODE IS F.
       01  CO2SIM-LINE                  PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2SIM-SWITCHES.
           05  CO2SIM-AUD-EOF-SW        PIC X(01)  VALUE 'N'.
               88  CO2SIM-AUD-EOF                   VALUE 'Y'.
           05  CO2SIM-RC-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2SIM-RC-EOF                    VALUE 'Y'.
           05  CO2SIM-DESC-EOF-SW       PIC X(01)  VALUE 'N'.
               88  CO2SIM-DESC-EOF                  VALUE 'Y'.
           05  CO2SIM-DESC-FOUND-SW     PIC X(01)  VALUE 'N'.
               88  CO2SIM-DESC-FOUND                VALUE 'Y'.
           05  CO2SIM-ENTRY-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  CO2SIM-ENTRY-FOUND               VALUE 'Y'.
           05  CO2SIM-CALLER-FOUND-SW   PIC X(01)  VALUE 'N'.
               88  CO2SIM-CALLER-FOUND              VALUE 'Y'.
           05  CO2SIM-CALLER-OVFL-SW    PIC X(01)  VALUE 'N'.
               88  CO2SIM-CALLER-OVERFLOW           VALUE 'Y'.
           05  CO2SIM-REFUSED-SW        PIC X(01)  VALUE 'N'.
               88  CO2SIM-REFUSED                   VALUE 'Y'.
       01  CO2SIM-CAL-STATUS            PIC X(02).
       01  CO2SIM-RC-STATUS             PIC X(02).
       01  CO2SIM-DESC-STATUS           PIC X(02).
       01  CO2SIM-REFUSE-REASON         PIC X(60)  VALUE SPACES.

       01  CO2SIM-AS-OF-DATE            PIC 9(08)  VALUE ZERO.
       01  CO2SIM-BASE-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2SIM-FROM-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2SIM-TO-DATE               PIC 9(08)  VALUE ZERO.

       01  CO2SIM-READ-COUNT            PIC 9(09)  VALUE ZERO.
       01  CO2SIM-WINDOW-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2SIM-REPLAYED-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2SIM-UNAUTH-COUNT          PIC 9(09)  VALUE ZERO.
       01  CO2SIM-CHANGED-COUNT         PIC 9(09)  VALUE ZERO.

      *  Constants CALLCO2 returns for an input code with no entry in
      *  effect - a staged change can turn a known code unknown, or
      *  the reverse, and that is a change like any other.
       01  CO2SIM-UNKNOWN-RESULT-CODE   PIC 99     VALUE 99.
       01  CO2SIM-UNKNOWN-REASON-CODE   PIC 99     VALUE 99.
       01  CO2SIM-UNKNOWN-CATEGORY      PIC X(02)  VALUE 'ER'.

      *  The whole of CALLCO2-RC-TABLE, loaded once.  Entries arrive
      *  in key order (input code, then effective-from date).  A
      *  table too big to hold refuses the run rather than simulate
      *  against part of it.
       01  CO2SIM-RC-COUNT              PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-RC-SEARCH-IDX         PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-RC-MAX-ENTRIES        PIC 9(04)  VALUE 1000 COMP.
       01  CO2SIM-RC-TABLE-WS.
           05  CO2SIM-RC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CO2SIM-RC-IDX.
               10  CO2SIM-R-INPUT-CODE  PIC 99.
               10  CO2SIM-R-FROM-DATE   PIC 9(08).
               10  CO2SIM-R-TO-DATE     PIC 9(08).
               10  CO2SIM-R-RESULT-CODE PIC 99.
               10  CO2SIM-R-REASON-CODE PIC 99.
               10  CO2SIM-R-CATEGORY    PIC X(02).

      *  In-memory copy of CALLCO2-DESC-TABLE, loaded once at startup
      *  the same way CO2RPT does it - see that program.
       01  CO2SIM-DESC-COUNT            PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-DESC-SEARCH-IDX       PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-DESC-MAX-ENTRIES      PIC 9(04)  VALUE 150 COMP.
       01  CO2SIM-DESC-TABLE-WS.
           05  CO2SIM-DESC-ENTRY OCCURS 150 TIMES
                   INDEXED BY CO2SIM-DESC-IDX.
               10  CO2SIM-D-TYPE        PIC X(01).
               10  CO2SIM-D-CODE        PIC X(02).
               10  CO2SIM-D-NAME        PIC X(20).
       01  CO2SIM-LOOK-TYPE             PIC X(01)  VALUE SPACE.
       01  CO2SIM-LOOK-CODE             PIC X(02)  VALUE SPACES.
       01  CO2SIM-LOOK-NAME             PIC X(20)  VALUE SPACES.
       01  CO2SIM-NO-DESC-NAME          PIC X(20)
               VALUE '(NOT ON DESC TABLE)'.

      *  Resolution work area - one date resolved against the loaded
      *  table, the same way CALLCO2's effective-dated lookup does.
       01  CO2SIM-LOOK-INPUT-CODE       PIC 99     VALUE ZERO.
       01  CO2SIM-LOOK-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2SIM-LOOK-RESULT.
           05  CO2SIM-LOOK-RESULT-CODE  PIC 99.
           05  CO2SIM-LOOK-REASON-CODE  PIC 99.
           05  CO2SIM-LOOK-CATEGORY     PIC X(02).

      *  One slot per input code 00-99 (subscript = code + 1).  The
      *  base and as-of dates are fixed for the run, so every
      *  transaction on a given code resolves the same way - each
      *  code is resolved once, the first time it is seen.
       01  CO2SIM-CODE-SUB              PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-CODE-TABLE.
           05  CO2SIM-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY CO2SIM-CODE-IDX.
               10  CO2SIM-C-RESOLVED-SW PIC X(01).
                   88  CO2SIM-C-RESOLVED            VALUE 'Y'.
               10  CO2SIM-C-COUNT       PIC 9(09)  COMP.
               10  CO2SIM-C-BEFORE.
                   15  CO2SIM-C-B-RC    PIC 99.
                   15  CO2SIM-C-B-RS    PIC 99.
                   15  CO2SIM-C-B-CAT   PIC X(02).
               10  CO2SIM-C-AFTER.
                   15  CO2SIM-C-A-RC    PIC 99.
                   15  CO2SIM-C-A-RS    PIC 99.
                   15  CO2SIM-C-A-CAT   PIC X(02).

      *  Before/after result-code distribution, one slot per result
      *  code 00-99 (subscript = code + 1).
       01  CO2SIM-RC-SUB                PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-DIST-TABLE.
           05  CO2SIM-DIST-ENTRY OCCURS 100 TIMES
                   INDEXED BY CO2SIM-DIST-IDX.
               10  CO2SIM-DS-BEFORE     PIC 9(09)  COMP.
               10  CO2SIM-DS-AFTER      PIC 9(09)  COMP.
       01  CO2SIM-DIST-DIFF             PIC S9(09) VALUE ZERO.

       01  CO2SIM-CALLER-COUNT          PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-CALLER-SEARCH-IDX     PIC 9(04)  VALUE ZERO COMP.
       01  CO2SIM-CALLER-MAX-ENTRIES    PIC 9(04)  VALUE 200 COMP.
       01  CO2SIM-CALLER-TABLE.
           05  CO2SIM-CALLER-ENTRY OCCURS 200 TIMES
                   INDEXED BY CO2SIM-CALLER-IDX.
               10  CO2SIM-K-CALLER      PIC X(08).
               10  CO2SIM-K-COUNT       PIC 9(09)  COMP.
               10  CO2SIM-K-RC-CHG      PIC 9(09)  COMP.
               10  CO2SIM-K-RS-CHG      PIC 9(09)  COMP.
               10  CO2SIM-K-CAT-CHG     PIC 9(09)  COMP.
               10  CO2SIM-K-ANY-CHG     PIC 9(09)  COMP.

       01  CO2SIM-HEADING-LINE.
           05  FILLER                   PIC X(34)
                   VALUE 'CALLCO2 RC TABLE WHAT-IF  AS-OF '.
           05  CO2SIM-H-AS-OF           PIC 9(08).
           05  FILLER                   PIC X(07) VALUE '  BASE '.
           05  CO2SIM-H-BASE            PIC 9(08).
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  CO2SIM-WINDOW-LINE.
           05  FILLER                   PIC X(34)
                   VALUE 'AUDIT TRAFFIC REPLAYED FROM'.
           05  CO2SIM-W-FROM            PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  CO2SIM-W-TO              PIC 9(08).
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  CO2SIM-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING SIMULATED - '.
           05  CO2SIM-RF-REASON         PIC X(60).

       01  CO2SIM-CALLER-OVFL-LINE.
           05  FILLER                   PIC X(43)
                   VALUE 'CAUTION - MORE THAN 200 CALLERS - BY-CALLER'.
           05  FILLER                   PIC X(19)
                   VALUE ' SECTION IS PARTIAL'.
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  CO2SIM-CODE-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'BY INPUT CODE'.
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  CO2SIM-CODE-HEADING-LINE.
           05  FILLER                   PIC X(04) VALUE 'CODE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '       TXNS'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'BEFORE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'AFTER'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '    CHANGED'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'WHAT'.
           05  FILLER                   PIC X(13) VALUE SPACES.

       01  CO2SIM-CODE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-CL-CODE           PIC 99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CO2SIM-CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CO2SIM-CL-B-RC           PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SIM-CL-B-RS           PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SIM-CL-B-CAT          PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CO2SIM-CL-A-RC           PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SIM-CL-A-RS           PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2SIM-CL-A-CAT          PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CO2SIM-CL-CHANGED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CO2SIM-CL-WHAT-RC        PIC X(03).
           05  CO2SIM-CL-WHAT-RS        PIC X(03).
           05  CO2SIM-CL-WHAT-CAT       PIC X(03).
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  CO2SIM-CALLER-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'BY CALLER'.
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  CO2SIM-CALLER-HEADING-LINE.
           05  FILLER                   PIC X(08) VALUE 'CALLER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '       TXNS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '  RC CHANGE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE ' RSN CHANGE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE ' CAT CHANGE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '    CHANGED'.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  CO2SIM-CALLER-LINE.
           05  CO2SIM-KL-CALLER         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-KL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-KL-RC-CHG         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-KL-RS-CHG         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-KL-CAT-CHG        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-KL-ANY-CHG        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  CO2SIM-DIST-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'RESULT CODE DISTRIBUTION'.
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  CO2SIM-DIST-HEADING-LINE.
           05  FILLER                   PIC X(02) VALUE 'RC'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'RC NAME'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '     BEFORE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '      AFTER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE '  DIFFERENCE'.
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  CO2SIM-DIST-LINE.
           05  CO2SIM-DL-RC             PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-DL-RC-NAME        PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-DL-BEFORE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-DL-AFTER          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2SIM-DL-DIFF           PIC ---,---,--9.
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  CO2SIM-TOTAL-LINE.
           05  CO2SIM-TL-LABEL          PIC X(040).
           05  CO2SIM-TL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(029) VALUE SPACES.

       01  CO2SIM-BLANK-LINE            PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       SM-1.
           PERFORM SM-1-INIT.
           IF NOT CO2SIM-REFUSED
               PERFORM SM-1-LOAD-RC-TABLE
           END-IF.
           IF NOT CO2SIM-REFUSED
               PERFORM SM-1-LOAD-DESC-TABLE
               OPEN INPUT CALLCO2-AUDIT
               PERFORM SM-1-READ-AUDIT UNTIL CO2SIM-AUD-EOF
               CLOSE CALLCO2-AUDIT
           END-IF.
           PERFORM SM-1-PRINT-REPORT.
           PERFORM SM-1-SET-RETURN-CODE.
           CLOSE CO2SIM-OUT.
           GOBACK.

       SM-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2SIM-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2SIM-CHANGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       SM-1-INIT.
           PERFORM SM-1-CLEAR-CODE-ENTRY
               VARYING CO2SIM-CODE-IDX FROM 1 BY 1
                   UNTIL CO2SIM-CODE-IDX > 100.
           OPEN OUTPUT CO2SIM-OUT.
           OPEN INPUT CO2SIM-PARM.
           READ CO2SIM-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO2SIMP-AS-OF-DATE TO CO2SIM-AS-OF-DATE
                   MOVE CO2SIMP-FROM-DATE TO CO2SIM-FROM-DATE
                   MOVE CO2SIMP-TO-DATE TO CO2SIM-TO-DATE
                   MOVE CO2SIMP-BASE-DATE TO CO2SIM-BASE-DATE
           END-READ.
           CLOSE CO2SIM-PARM.
           IF CO2SIM-AS-OF-DATE = ZERO
               MOVE 'NO AS-OF DATE ON THE CO2SIMP CARD' TO
                   CO2SIM-REFUSE-REASON
               SET CO2SIM-REFUSED TO TRUE
           END-IF.
           IF NOT CO2SIM-REFUSED AND CO2SIM-BASE-DATE = ZERO
               PERFORM SM-1-GET-BUSINESS-DATE
           END-IF.
           IF CO2SIM-FROM-DATE = ZERO
               MOVE CO2SIM-BASE-DATE TO CO2SIM-FROM-DATE
           END-IF.
           IF CO2SIM-TO-DATE = ZERO
               MOVE CO2SIM-FROM-DATE TO CO2SIM-TO-DATE
           END-IF.

       SM-1-CLEAR-CODE-ENTRY.
           MOVE 'N' TO CO2SIM-C-RESOLVED-SW (CO2SIM-CODE-IDX).
           MOVE ZERO TO CO2SIM-C-COUNT (CO2SIM-CODE-IDX).
           SET CO2SIM-DIST-IDX TO CO2SIM-CODE-IDX.
           MOVE ZERO TO CO2SIM-DS-BEFORE (CO2SIM-DIST-IDX).
           MOVE ZERO TO CO2SIM-DS-AFTER (CO2SIM-DIST-IDX).

      *  The base date is what the table says today, the same date
      *  CALLCO2 is resolving against right now.  With no calendar
      *  and no base date on the card there is nothing meaningful to
      *  compare against, so the run is refused.
       SM-1-GET-BUSINESS-DATE.
           OPEN INPUT CALLCO2-CALENDAR.
           IF CO2SIM-CAL-STATUS NOT = '00'
               MOVE 'CALENDAR DID NOT OPEN AND NO BASE DATE ON CARD'
                   TO CO2SIM-REFUSE-REASON
               SET CO2SIM-REFUSED TO TRUE
           ELSE
               SET CO2-CAL-KEY-CURRENT TO TRUE
               READ CALLCO2-CALENDAR
                   INVALID KEY
                       MOVE 'NO CALENDAR RECORD, NO BASE DATE ON CARD'
                           TO CO2SIM-REFUSE-REASON
                       SET CO2SIM-REFUSED TO TRUE
                   NOT INVALID KEY
                       MOVE CO2-CAL-BUSINESS-DATE TO CO2SIM-BASE-DATE
               END-READ
               CLOSE CALLCO2-CALENDAR
           END-IF.

       SM-1-LOAD-RC-TABLE.
           OPEN INPUT CALLCO2-RC-TABLE.
           IF CO2SIM-RC-STATUS NOT = '00'
               STRING 'CALLCO2-RC-TABLE DID NOT OPEN - FILE STATUS '
                       DELIMITED BY SIZE
                   CO2SIM-RC-STATUS DELIMITED BY SIZE
                   INTO CO2SIM-REFUSE-REASON
               END-STRING
               SET CO2SIM-REFUSED TO TRUE
           ELSE
               PERFORM SM-1-LOAD-RC-ENTRY UNTIL CO2SIM-RC-EOF
               CLOSE CALLCO2-RC-TABLE
           END-IF.

       SM-1-LOAD-RC-ENTRY.
           READ CALLCO2-RC-TABLE NEXT RECORD
               AT END
                   SET CO2SIM-RC-EOF TO TRUE
               NOT AT END
                   IF CO2SIM-RC-COUNT < CO2SIM-RC-MAX-ENTRIES
                       ADD 1 TO CO2SIM-RC-COUNT
                       SET CO2SIM-RC-IDX TO CO2SIM-RC-COUNT
                       MOVE CO2-RC-INPUT-CODE
                           TO CO2SIM-R-INPUT-CODE (CO2SIM-RC-IDX)
                       MOVE CO2-RC-EFF-FROM-DATE
                           TO CO2SIM-R-FROM-DATE (CO2SIM-RC-IDX)
                       MOVE CO2-RC-EFF-TO-DATE
                           TO CO2SIM-R-TO-DATE (CO2SIM-RC-IDX)
                       MOVE CO2-RC-RESULT-CODE
                           TO CO2SIM-R-RESULT-CODE (CO2SIM-RC-IDX)
                       MOVE CO2-RC-REASON-CODE
                           TO CO2SIM-R-REASON-CODE (CO2SIM-RC-IDX)
                       MOVE CO2-RC-CATEGORY
                           TO CO2SIM-R-CATEGORY (CO2SIM-RC-IDX)
                   ELSE
                       MOVE 'MORE THAN 1000 RC-TABLE ENTRIES TO LOAD'
                           TO CO2SIM-REFUSE-REASON
                       SET CO2SIM-REFUSED TO TRUE
                       SET CO2SIM-RC-EOF TO TRUE
                   END-IF
           END-READ.
           IF CO2SIM-RC-STATUS NOT = '00' AND NOT CO2SIM-RC-EOF
               STRING 'CALLCO2-RC-TABLE READ FAILED - FILE STATUS '
                       DELIMITED BY SIZE
                   CO2SIM-RC-STATUS DELIMITED BY SIZE
                   INTO CO2SIM-REFUSE-REASON
               END-STRING
               SET CO2SIM-REFUSED TO TRUE
               SET CO2SIM-RC-EOF TO TRUE
           END-IF.

       SM-1-LOAD-DESC-TABLE.
           OPEN INPUT CALLCO2-DESC-TABLE.
           IF CO2SIM-DESC-STATUS = '00'
               PERFORM SM-1-LOAD-DESC-ENTRY UNTIL CO2SIM-DESC-EOF
               CLOSE CALLCO2-DESC-TABLE
           END-IF.

       SM-1-LOAD-DESC-ENTRY.
           READ CALLCO2-DESC-TABLE NEXT RECORD
               AT END
                   SET CO2SIM-DESC-EOF TO TRUE
               NOT AT END
                   IF CO2SIM-DESC-COUNT < CO2SIM-DESC-MAX-ENTRIES
                       ADD 1 TO CO2SIM-DESC-COUNT
                       SET CO2SIM-DESC-IDX TO CO2SIM-DESC-COUNT
                       MOVE CO2-DESC-TYPE
                           TO CO2SIM-D-TYPE (CO2SIM-DESC-IDX)
                       MOVE CO2-DESC-CODE
                           TO CO2SIM-D-CODE (CO2SIM-DESC-IDX)
                       MOVE CO2-DESC-NAME
                           TO CO2SIM-D-NAME (CO2SIM-DESC-IDX)
                   ELSE
                       SET CO2SIM-DESC-EOF TO TRUE
                   END-IF
           END-READ.
           IF CO2SIM-DESC-STATUS NOT = '00'
               SET CO2SIM-DESC-EOF TO TRUE
           END-IF.

       SM-1-FIND-DESC.
           MOVE CO2SIM-NO-DESC-NAME TO CO2SIM-LOOK-NAME.
           MOVE 'N' TO CO2SIM-DESC-FOUND-SW.
           MOVE ZERO TO CO2SIM-DESC-SEARCH-IDX.
           PERFORM SM-1-FIND-DESC-ENTRY
               UNTIL CO2SIM-DESC-SEARCH-IDX >= CO2SIM-DESC-COUNT
                   OR CO2SIM-DESC-FOUND.

       SM-1-FIND-DESC-ENTRY.
           ADD 1 TO CO2SIM-DESC-SEARCH-IDX.
           SET CO2SIM-DESC-IDX TO CO2SIM-DESC-SEARCH-IDX.
           IF CO2SIM-D-TYPE (CO2SIM-DESC-IDX) = CO2SIM-LOOK-TYPE
               AND CO2SIM-D-CODE (CO2SIM-DESC-IDX) = CO2SIM-LOOK-CODE
               MOVE CO2SIM-D-NAME (CO2SIM-DESC-IDX)
                   TO CO2SIM-LOOK-NAME
               SET CO2SIM-DESC-FOUND TO TRUE
           END-IF.

       SM-1-READ-AUDIT.
           READ CALLCO2-AUDIT
               AT END
                   SET CO2SIM-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2SIM-READ-COUNT
                   IF CO2-AUD-DATE >= CO2SIM-FROM-DATE
                           AND CO2-AUD-DATE <= CO2SIM-TO-DATE
                       ADD 1 TO CO2SIM-WINDOW-COUNT
                       IF CO2-AUD-STATUS = 'U'
                           ADD 1 TO CO2SIM-UNAUTH-COUNT
                       ELSE
                           PERFORM SM-1-REPLAY
                       END-IF
                   END-IF
           END-READ.

       SM-1-REPLAY.
           ADD 1 TO CO2SIM-REPLAYED-COUNT.
           COMPUTE CO2SIM-CODE-SUB = CO2-AUD-INPUT-CODE + 1.
           SET CO2SIM-CODE-IDX TO CO2SIM-CODE-SUB.
           IF NOT CO2SIM-C-RESOLVED (CO2SIM-CODE-IDX)
               PERFORM SM-1-RESOLVE-CODE
           END-IF.
           ADD 1 TO CO2SIM-C-COUNT (CO2SIM-CODE-IDX).
           COMPUTE CO2SIM-RC-SUB = CO2SIM-C-B-RC (CO2SIM-CODE-IDX) + 1.
           SET CO2SIM-DIST-IDX TO CO2SIM-RC-SUB.
           ADD 1 TO CO2SIM-DS-BEFORE (CO2SIM-DIST-IDX).
           COMPUTE CO2SIM-RC-SUB = CO2SIM-C-A-RC (CO2SIM-CODE-IDX) + 1.
           SET CO2SIM-DIST-IDX TO CO2SIM-RC-SUB.
           ADD 1 TO CO2SIM-DS-AFTER (CO2SIM-DIST-IDX).
           IF CO2SIM-C-BEFORE (CO2SIM-CODE-IDX)
                   NOT = CO2SIM-C-AFTER (CO2SIM-CODE-IDX)
               ADD 1 TO CO2SIM-CHANGED-COUNT
           END-IF.
           PERFORM SM-1-ACCUMULATE-CALLER.

       SM-1-RESOLVE-CODE.
           MOVE CO2-AUD-INPUT-CODE TO CO2SIM-LOOK-INPUT-CODE.
           MOVE CO2SIM-BASE-DATE TO CO2SIM-LOOK-DATE.
           PERFORM SM-1-RESOLVE-DATE.
           MOVE CO2SIM-LOOK-RESULT TO CO2SIM-C-BEFORE (CO2SIM-CODE-IDX).
           MOVE CO2SIM-AS-OF-DATE TO CO2SIM-LOOK-DATE.
           PERFORM SM-1-RESOLVE-DATE.
           MOVE CO2SIM-LOOK-RESULT TO CO2SIM-C-AFTER (CO2SIM-CODE-IDX).
           MOVE 'Y' TO CO2SIM-C-RESOLVED-SW (CO2SIM-CODE-IDX).

      *  The entry in effect on CO2SIM-LOOK-DATE is the one whose
      *  effective range covers it; none comes back as CALLCO2's
      *  unknown-code constants.
       SM-1-RESOLVE-DATE.
           MOVE CO2SIM-UNKNOWN-RESULT-CODE TO CO2SIM-LOOK-RESULT-CODE.
           MOVE CO2SIM-UNKNOWN-REASON-CODE TO CO2SIM-LOOK-REASON-CODE.
           MOVE CO2SIM-UNKNOWN-CATEGORY TO CO2SIM-LOOK-CATEGORY.
           MOVE 'N' TO CO2SIM-ENTRY-FOUND-SW.
           MOVE ZERO TO CO2SIM-RC-SEARCH-IDX.
           PERFORM SM-1-RESOLVE-ENTRY
               UNTIL CO2SIM-RC-SEARCH-IDX >= CO2SIM-RC-COUNT
                   OR CO2SIM-ENTRY-FOUND.

       SM-1-RESOLVE-ENTRY.
           ADD 1 TO CO2SIM-RC-SEARCH-IDX.
           SET CO2SIM-RC-IDX TO CO2SIM-RC-SEARCH-IDX.
           IF CO2SIM-R-INPUT-CODE (CO2SIM-RC-IDX)
                   = CO2SIM-LOOK-INPUT-CODE
               AND CO2SIM-R-FROM-DATE (CO2SIM-RC-IDX)
                   <= CO2SIM-LOOK-DATE
               AND CO2SIM-R-TO-DATE (CO2SIM-RC-IDX)
                   >= CO2SIM-LOOK-DATE
               MOVE CO2SIM-R-RESULT-CODE (CO2SIM-RC-IDX)
                   TO CO2SIM-LOOK-RESULT-CODE
               MOVE CO2SIM-R-REASON-CODE (CO2SIM-RC-IDX)
                   TO CO2SIM-LOOK-REASON-CODE
               MOVE CO2SIM-R-CATEGORY (CO2SIM-RC-IDX)
                   TO CO2SIM-LOOK-CATEGORY
               SET CO2SIM-ENTRY-FOUND TO TRUE
           END-IF.

       SM-1-ACCUMULATE-CALLER.
           MOVE 'N' TO CO2SIM-CALLER-FOUND-SW.
           MOVE ZERO TO CO2SIM-CALLER-SEARCH-IDX.
           PERFORM SM-1-FIND-CALLER
               UNTIL CO2SIM-CALLER-SEARCH-IDX >= CO2SIM-CALLER-COUNT
                   OR CO2SIM-CALLER-FOUND.
           IF NOT CO2SIM-CALLER-FOUND
               IF CO2SIM-CALLER-COUNT < CO2SIM-CALLER-MAX-ENTRIES
                   ADD 1 TO CO2SIM-CALLER-COUNT
                   SET CO2SIM-CALLER-IDX TO CO2SIM-CALLER-COUNT
                   MOVE CO2-AUD-CALLER-PGM
                       TO CO2SIM-K-CALLER (CO2SIM-CALLER-IDX)
                   MOVE ZERO TO CO2SIM-K-COUNT (CO2SIM-CALLER-IDX)
                   MOVE ZERO TO CO2SIM-K-RC-CHG (CO2SIM-CALLER-IDX)
                   MOVE ZERO TO CO2SIM-K-RS-CHG (CO2SIM-CALLER-IDX)
                   MOVE ZERO TO CO2SIM-K-CAT-CHG (CO2SIM-CALLER-IDX)
                   MOVE ZERO TO CO2SIM-K-ANY-CHG (CO2SIM-CALLER-IDX)
                   SET CO2SIM-CALLER-FOUND TO TRUE
               ELSE
                   SET CO2SIM-CALLER-OVERFLOW TO TRUE
               END-IF
           END-IF.
           IF CO2SIM-CALLER-FOUND
               PERFORM SM-1-COUNT-CALLER
           END-IF.

       SM-1-FIND-CALLER.
           ADD 1 TO CO2SIM-CALLER-SEARCH-IDX.
           SET CO2SIM-CALLER-IDX TO CO2SIM-CALLER-SEARCH-IDX.
           IF CO2SIM-K-CALLER (CO2SIM-CALLER-IDX) = CO2-AUD-CALLER-PGM
               SET CO2SIM-CALLER-FOUND TO TRUE
           END-IF.

       SM-1-COUNT-CALLER.
           ADD 1 TO CO2SIM-K-COUNT (CO2SIM-CALLER-IDX).
           IF CO2SIM-C-B-RC (CO2SIM-CODE-IDX)
                   NOT = CO2SIM-C-A-RC (CO2SIM-CODE-IDX)
               ADD 1 TO CO2SIM-K-RC-CHG (CO2SIM-CALLER-IDX)
           END-IF.
           IF CO2SIM-C-B-RS (CO2SIM-CODE-IDX)
                   NOT = CO2SIM-C-A-RS (CO2SIM-CODE-IDX)
               ADD 1 TO CO2SIM-K-RS-CHG (CO2SIM-CALLER-IDX)
           END-IF.
           IF CO2SIM-C-B-CAT (CO2SIM-CODE-IDX)
                   NOT = CO2SIM-C-A-CAT (CO2SIM-CODE-IDX)
               ADD 1 TO CO2SIM-K-CAT-CHG (CO2SIM-CALLER-IDX)
           END-IF.
           IF CO2SIM-C-BEFORE (CO2SIM-CODE-IDX)
                   NOT = CO2SIM-C-AFTER (CO2SIM-CODE-IDX)
               ADD 1 TO CO2SIM-K-ANY-CHG (CO2SIM-CALLER-IDX)
           END-IF.

       SM-1-PRINT-REPORT.
           MOVE CO2SIM-AS-OF-DATE TO CO2SIM-H-AS-OF.
           MOVE CO2SIM-BASE-DATE TO CO2SIM-H-BASE.
           WRITE CO2SIM-LINE FROM CO2SIM-HEADING-LINE.
           MOVE CO2SIM-FROM-DATE TO CO2SIM-W-FROM.
           MOVE CO2SIM-TO-DATE TO CO2SIM-W-TO.
           WRITE CO2SIM-LINE FROM CO2SIM-WINDOW-LINE.
           WRITE CO2SIM-LINE FROM CO2SIM-BLANK-LINE.
           IF CO2SIM-REFUSED
               MOVE CO2SIM-REFUSE-REASON TO CO2SIM-RF-REASON
               WRITE CO2SIM-LINE FROM CO2SIM-REFUSED-LINE
           ELSE
               PERFORM SM-1-PRINT-BY-CODE
               PERFORM SM-1-PRINT-BY-CALLER
               PERFORM SM-1-PRINT-DISTRIBUTION
               PERFORM SM-1-PRINT-TOTALS
           END-IF.

       SM-1-PRINT-BY-CODE.
           WRITE CO2SIM-LINE FROM CO2SIM-CODE-TITLE-LINE.
           WRITE CO2SIM-LINE FROM CO2SIM-CODE-HEADING-LINE.
           PERFORM SM-1-PRINT-CODE-ENTRY
               VARYING CO2SIM-CODE-IDX FROM 1 BY 1
                   UNTIL CO2SIM-CODE-IDX > 100.
           WRITE CO2SIM-LINE FROM CO2SIM-BLANK-LINE.

       SM-1-PRINT-CODE-ENTRY.
           IF CO2SIM-C-COUNT (CO2SIM-CODE-IDX) > ZERO
               SET CO2SIM-CODE-SUB TO CO2SIM-CODE-IDX
               COMPUTE CO2SIM-CL-CODE = CO2SIM-CODE-SUB - 1
               MOVE CO2SIM-C-COUNT (CO2SIM-CODE-IDX) TO CO2SIM-CL-COUNT
               MOVE CO2SIM-C-B-RC (CO2SIM-CODE-IDX) TO CO2SIM-CL-B-RC
               MOVE CO2SIM-C-B-RS (CO2SIM-CODE-IDX) TO CO2SIM-CL-B-RS
               MOVE CO2SIM-C-B-CAT (CO2SIM-CODE-IDX) TO CO2SIM-CL-B-CAT
               MOVE CO2SIM-C-A-RC (CO2SIM-CODE-IDX) TO CO2SIM-CL-A-RC
               MOVE CO2SIM-C-A-RS (CO2SIM-CODE-IDX) TO CO2SIM-CL-A-RS
               MOVE CO2SIM-C-A-CAT (CO2SIM-CODE-IDX) TO CO2SIM-CL-A-CAT
               MOVE SPACES TO CO2SIM-CL-WHAT-RC
               MOVE SPACES TO CO2SIM-CL-WHAT-RS
               MOVE SPACES TO CO2SIM-CL-WHAT-CAT
               IF CO2SIM-C-BEFORE (CO2SIM-CODE-IDX)
                       = CO2SIM-C-AFTER (CO2SIM-CODE-IDX)
                   MOVE ZERO TO CO2SIM-CL-CHANGED
               ELSE
                   MOVE CO2SIM-C-COUNT (CO2SIM-CODE-IDX)
                       TO CO2SIM-CL-CHANGED
                   IF CO2SIM-C-B-RC (CO2SIM-CODE-IDX)
                           NOT = CO2SIM-C-A-RC (CO2SIM-CODE-IDX)
                       MOVE 'RC' TO CO2SIM-CL-WHAT-RC
                   END-IF
                   IF CO2SIM-C-B-RS (CO2SIM-CODE-IDX)
                           NOT = CO2SIM-C-A-RS (CO2SIM-CODE-IDX)
                       MOVE 'RS' TO CO2SIM-CL-WHAT-RS
                   END-IF
                   IF CO2SIM-C-B-CAT (CO2SIM-CODE-IDX)
                           NOT = CO2SIM-C-A-CAT (CO2SIM-CODE-IDX)
                       MOVE 'CAT' TO CO2SIM-CL-WHAT-CAT
                   END-IF
               END-IF
               WRITE CO2SIM-LINE FROM CO2SIM-CODE-LINE
           END-IF.

       SM-1-PRINT-BY-CALLER.
           WRITE CO2SIM-LINE FROM CO2SIM-CALLER-TITLE-LINE.
           IF CO2SIM-CALLER-OVERFLOW
               WRITE CO2SIM-LINE FROM CO2SIM-CALLER-OVFL-LINE
           END-IF.
           WRITE CO2SIM-LINE FROM CO2SIM-CALLER-HEADING-LINE.
           PERFORM SM-1-PRINT-CALLER-ENTRY
               VARYING CO2SIM-CALLER-IDX FROM 1 BY 1
                   UNTIL CO2SIM-CALLER-IDX > CO2SIM-CALLER-COUNT.
           WRITE CO2SIM-LINE FROM CO2SIM-BLANK-LINE.

       SM-1-PRINT-CALLER-ENTRY.
           MOVE CO2SIM-K-CALLER (CO2SIM-CALLER-IDX) TO CO2SIM-KL-CALLER.
           MOVE CO2SIM-K-COUNT (CO2SIM-CALLER-IDX) TO CO2SIM-KL-COUNT.
           MOVE CO2SIM-K-RC-CHG (CO2SIM-CALLER-IDX)
               TO CO2SIM-KL-RC-CHG.
           MOVE CO2SIM-K-RS-CHG (CO2SIM-CALLER-IDX)
               TO CO2SIM-KL-RS-CHG.
           MOVE CO2SIM-K-CAT-CHG (CO2SIM-CALLER-IDX)
               TO CO2SIM-KL-CAT-CHG.
           MOVE CO2SIM-K-ANY-CHG (CO2SIM-CALLER-IDX)
               TO CO2SIM-KL-ANY-CHG.
           WRITE CO2SIM-LINE FROM CO2SIM-CALLER-LINE.

       SM-1-PRINT-DISTRIBUTION.
           WRITE CO2SIM-LINE FROM CO2SIM-DIST-TITLE-LINE.
           WRITE CO2SIM-LINE FROM CO2SIM-DIST-HEADING-LINE.
           PERFORM SM-1-PRINT-DIST-ENTRY
               VARYING CO2SIM-DIST-IDX FROM 1 BY 1
                   UNTIL CO2SIM-DIST-IDX > 100.
           WRITE CO2SIM-LINE FROM CO2SIM-BLANK-LINE.

       SM-1-PRINT-DIST-ENTRY.
           IF CO2SIM-DS-BEFORE (CO2SIM-DIST-IDX) > ZERO
                   OR CO2SIM-DS-AFTER (CO2SIM-DIST-IDX) > ZERO
               SET CO2SIM-RC-SUB TO CO2SIM-DIST-IDX
               COMPUTE CO2SIM-DL-RC = CO2SIM-RC-SUB - 1
               MOVE 'R' TO CO2SIM-LOOK-TYPE
               MOVE CO2SIM-DL-RC TO CO2SIM-LOOK-CODE
               PERFORM SM-1-FIND-DESC
               MOVE CO2SIM-LOOK-NAME TO CO2SIM-DL-RC-NAME
               MOVE CO2SIM-DS-BEFORE (CO2SIM-DIST-IDX)
                   TO CO2SIM-DL-BEFORE
               MOVE CO2SIM-DS-AFTER (CO2SIM-DIST-IDX)
                   TO CO2SIM-DL-AFTER
               COMPUTE CO2SIM-DIST-DIFF =
                   CO2SIM-DS-AFTER (CO2SIM-DIST-IDX)
                   - CO2SIM-DS-BEFORE (CO2SIM-DIST-IDX)
               MOVE CO2SIM-DIST-DIFF TO CO2SIM-DL-DIFF
               WRITE CO2SIM-LINE FROM CO2SIM-DIST-LINE
           END-IF.

       SM-1-PRINT-TOTALS.
           MOVE 'AUDIT RECORDS READ' TO CO2SIM-TL-LABEL.
           MOVE CO2SIM-READ-COUNT TO CO2SIM-TL-COUNT.
           WRITE CO2SIM-LINE FROM CO2SIM-TOTAL-LINE.
           MOVE 'AUDIT RECORDS IN WINDOW' TO CO2SIM-TL-LABEL.
           MOVE CO2SIM-WINDOW-COUNT TO CO2SIM-TL-COUNT.
           WRITE CO2SIM-LINE FROM CO2SIM-TOTAL-LINE.
           MOVE 'NOT REPLAYED - CALLER NOT AUTHORIZED' TO
               CO2SIM-TL-LABEL.
           MOVE CO2SIM-UNAUTH-COUNT TO CO2SIM-TL-COUNT.
           WRITE CO2SIM-LINE FROM CO2SIM-TOTAL-LINE.
           MOVE 'TRANSACTIONS REPLAYED' TO CO2SIM-TL-LABEL.
           MOVE CO2SIM-REPLAYED-COUNT TO CO2SIM-TL-COUNT.
           WRITE CO2SIM-LINE FROM CO2SIM-TOTAL-LINE.
           MOVE 'TRANSACTIONS THAT WOULD CHANGE' TO CO2SIM-TL-LABEL.
           MOVE CO2SIM-CHANGED-COUNT TO CO2SIM-TL-COUNT.
           WRITE CO2SIM-LINE FROM CO2SIM-TOTAL-LINE.

       END PROGRAM "CO2SIM".
