       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2TRC".
      *
      *  Transaction lifecycle trace.  For each CO2TRCP card - a
      *  business date, cycle ID and CALLCO2-IN key - prints the
      *  transaction's history across the CALLCO2 files in the order
      *  it happened:
      *
      *    INPUT      its CALLCO2-IN detail record and source system
      *    CALL n     every CALLCO2-AUDIT record for the cycle and
      *               key, in date/time order - the first is the
      *               cycle's own call, any later ones re-drives
      *    RC TABLE   under each call, the CALLCO2-RC-TABLE entry in
      *               effect for its input code on the call's date,
      *               flagged if the table now says something other
      *               than what the call returned
      *    OUTPUT     under each call, the CALLCO2-OUT record it wrote
      *    SUSPENSE   whether it is still on CALLCO2-SUSPENSE
      *    WORKBENCH  its suspense workbench entry - opened date,
      *               work status, operator, last worked date, note
      *    RELEASE    whether CO2SREL released it for re-drive (it
      *               is on the CALLCO2-REDRIVE-IN extract)
      *
      *  One card is a single inquiry; a deck of cards gives a batch
      *  research report, one block per transaction.
      *
      *  CALLCO2-IN, CALLCO2-OUT and CALLCO2-SUSPENSE are daily
      *  files, taken to be for the business date on the CALLCO2-IN
      *  header; for a card with any other date they are reported
      *  as not searched.  CALLCO2-AUDIT is read archive then live
      *  (concatenated in the JCL) and searched from the card's date
      *  through its through-date, so re-drives run on later days
      *  are found - transaction keys start again each day, so a
      *  later day's own call for the same cycle and key shows there
      *  too, and the through-date should be no later than needed.
      *  The first CALLCO2-OUT record for the key goes with the first
      *  call made on the business date, the second with the second,
      *  and so on; a call made on a later day wrote to that day's
      *  CALLCO2-OUT, which is not searched.
      *
      *  Read-only throughout; the workbench and RC table are read
      *  by key and may be open to CICS at the same time.
      *
      *  Return code: 0 = every transaction found, 4 = at least one
      *  found on no file at all (check the card), 8 = nothing traced
      *  (no valid card).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2TRC-PARM ASSIGN TO CO2TRCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-IN ASSIGN TO CO2BIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-AUDIT ASSIGN TO CO2AUDT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-OUT ASSIGN TO CO2BOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-SUSPENSE ASSIGN TO CO2SUSP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-REDRIVE-IN ASSIGN TO CO2RDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-WORKBENCH ASSIGN TO CO2SWBV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO2-SWB-KEY
               FILE STATUS IS CO2TR-WB-STATUS.
           SELECT CALLCO2-RC-TABLE ASSIGN TO CO2RCTB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO2-RC-KEY
               FILE STATUS IS CO2TR-RC-STATUS.
           SELECT CO2TRC-OUT ASSIGN TO CO2TRCO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2TRC-PARM
           RECORDING MODE IS F.
       COPY CO2TRCP.

       FD  CALLCO2-IN
           RECORDING MODE IS F.
       COPY CO2BIN.

       FD  CALLCO2-AUDIT
           RECORDING MODE IS F.
       COPY CO2AUDIT.

       FD  CALLCO2-OUT
           RECORDING MODE IS F.
       COPY CO2BOUT.

       FD  CALLCO2-SUSPENSE
           RECORDING MODE IS F.
       COPY CO2SUSP.

       FD  CALLCO2-REDRIVE-IN
           RECORDING MODE IS F.
       COPY CO2RDIN.

       FD  CALLCO2-WORKBENCH.
       COPY CO2SWR.

       FD  CALLCO2-RC-TABLE.
       COPY CO2RCTB.

       FD  CO2TRC-OUT
           RECORDING MODE IS F.
       01  CO2TR-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2TR-SWITCHES.
           05  CO2TR-PARM-EOF-SW        PIC X(01)  VALUE 'N'.
               88  CO2TR-PARM-EOF                   VALUE 'Y'.
           05  CO2TR-EOF-SW             PIC X(01)  VALUE 'N'.
               88  CO2TR-EOF                        VALUE 'Y'.
           05  CO2TR-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2TR-REFUSED                    VALUE 'Y'.
           05  CO2TR-OVERFLOW-SW        PIC X(01)  VALUE 'N'.
               88  CO2TR-OVERFLOW                   VALUE 'Y'.
           05  CO2TR-CARD-OK-SW         PIC X(01)  VALUE 'N'.
               88  CO2TR-CARD-OK                    VALUE 'Y'.
           05  CO2TR-WB-OPEN-OK-SW      PIC X(01)  VALUE 'N'.
               88  CO2TR-WB-OPEN-OK                 VALUE 'Y'.
           05  CO2TR-RC-OPEN-OK-SW      PIC X(01)  VALUE 'N'.
               88  CO2TR-RC-OPEN-OK                 VALUE 'Y'.
           05  CO2TR-RC-SCAN-DONE-SW    PIC X(01)  VALUE 'N'.
               88  CO2TR-RC-SCAN-DONE               VALUE 'Y'.
           05  CO2TR-RC-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  CO2TR-RC-FOUND                   VALUE 'Y'.
           05  CO2TR-WB-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  CO2TR-WB-FOUND                   VALUE 'Y'.
           05  CO2TR-FOUND-ANY-SW       PIC X(01)  VALUE 'N'.
               88  CO2TR-FOUND-ANY                  VALUE 'Y'.
       01  CO2TR-WB-STATUS              PIC X(02).
       01  CO2TR-RC-STATUS              PIC X(02).
       01  CO2TR-REFUSE-REASON          PIC X(60)  VALUE SPACES.
       01  CO2TR-DAILY-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2TR-SOURCE-SYSTEM          PIC X(08)  VALUE SPACES.
       01  CO2TR-CARD-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2TR-REJECT-COUNT           PIC 9(09)  VALUE ZERO.
       01  CO2TR-NOT-FOUND-COUNT        PIC 9(09)  VALUE ZERO.
       01  CO2TR-SUSPENSE-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2TR-OUT-SEQ                PIC 9(04)  VALUE ZERO COMP.

      *  One entry per card, carrying everything the file passes find
      *  for that transaction until it is printed.  Up to ten calls
      *  and ten output records are kept per transaction.
       01  CO2TR-KEY-COUNT              PIC 9(04)  VALUE ZERO COMP.
       01  CO2TR-KEY-MAX-ENTRIES        PIC 9(04)  VALUE 200 COMP.
       01  CO2TR-CALL-MAX-ENTRIES       PIC 9(04)  VALUE 10 COMP.
       01  CO2TR-KEY-TABLE.
           05  CO2TR-KEY-ENTRY OCCURS 200 TIMES
                   INDEXED BY CO2TR-K-IDX.
               10  CO2TR-K-DATE         PIC 9(08).
               10  CO2TR-K-THROUGH-DATE PIC 9(08).
               10  CO2TR-K-CYCLE        PIC X(02).
               10  CO2TR-K-TRAN-KEY     PIC 9(06).
               10  CO2TR-K-DAILY-SW     PIC X(01).
                   88  CO2TR-K-DAILY              VALUE 'Y'.
               10  CO2TR-K-IN-SW        PIC X(01).
                   88  CO2TR-K-IN-FOUND           VALUE 'Y'.
               10  CO2TR-K-IN-CODE      PIC 99.
               10  CO2TR-K-SUS-SW       PIC X(01).
                   88  CO2TR-K-SUS-FOUND          VALUE 'Y'.
               10  CO2TR-K-SUS-RESULT   PIC 99.
               10  CO2TR-K-SUS-REASON   PIC 99.
               10  CO2TR-K-SUS-CATEGORY PIC X(02).
               10  CO2TR-K-SUS-STATUS   PIC X(01).
               10  CO2TR-K-RDI-SW       PIC X(01).
                   88  CO2TR-K-RDI-FOUND          VALUE 'Y'.
               10  CO2TR-K-SAME-DAY-CALLS
                                        PIC 9(04)  COMP.
               10  CO2TR-K-CALL-COUNT   PIC 9(04)  COMP.
               10  CO2TR-K-CALL-MORE-SW PIC X(01).
                   88  CO2TR-K-CALL-MORE          VALUE 'Y'.
               10  CO2TR-K-CALL OCCURS 10 TIMES
                       INDEXED BY CO2TR-C-IDX.
                   15  CO2TR-C-DATE     PIC 9(08).
                   15  CO2TR-C-TIME     PIC 9(08).
                   15  CO2TR-C-CODE     PIC 99.
                   15  CO2TR-C-RESULT   PIC 99.
                   15  CO2TR-C-REASON   PIC 99.
                   15  CO2TR-C-CATEGORY PIC X(02).
                   15  CO2TR-C-STATUS   PIC X(01).
                   15  CO2TR-C-OUT-NO   PIC 9(04)  COMP.
               10  CO2TR-K-OUT-COUNT    PIC 9(04)  COMP.
               10  CO2TR-K-OUT-MORE-SW  PIC X(01).
                   88  CO2TR-K-OUT-MORE           VALUE 'Y'.
               10  CO2TR-K-OUT OCCURS 10 TIMES
                       INDEXED BY CO2TR-O-IDX.
                   15  CO2TR-O-RESULT   PIC 99.
                   15  CO2TR-O-REASON   PIC 99.
                   15  CO2TR-O-CATEGORY PIC X(02).
                   15  CO2TR-O-STATUS   PIC X(01).
                   15  CO2TR-O-TEXT     PIC X(20).

      *  The record in hand during a file pass, and the RC-table
      *  lookup's arguments.
       01  CO2TR-LOOK-CYCLE             PIC X(02)  VALUE SPACES.
       01  CO2TR-LOOK-KEY               PIC 9(06)  VALUE ZERO.
       01  CO2TR-LOOK-CODE              PIC 99     VALUE ZERO.
       01  CO2TR-LOOK-DATE              PIC 9(08)  VALUE ZERO.

       01  CO2TR-TIME-WORK              PIC 9(08)  VALUE ZERO.
       01  FILLER REDEFINES CO2TR-TIME-WORK.
           05  CO2TR-TIME-HHMMSS        PIC X(06).
           05  FILLER                   PIC X(02).
       01  CO2TR-CALL-NO                PIC 9(04)  VALUE ZERO COMP.
       01  CO2TR-CALL-NO-EDIT           PIC Z9.
       01  CO2TR-WORK-NAME              PIC X(11)  VALUE SPACES.

       01  CO2TR-HEADING-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CALLCO2 TRANSACTION LIFECYCLE TRACE - DAILY '.
           05  FILLER                   PIC X(14)
                   VALUE 'FILES FOR     '.
           05  CO2TR-H-DATE             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2TR-H-SOURCE           PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.

       01  CO2TR-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING TRACED - '.
           05  CO2TR-RF-REASON          PIC X(60).

       01  CO2TR-OVERFLOW-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'CAUTION - MORE THAN 200 TRACE CARDS - THE RE'.
           05  FILLER                   PIC X(36)
                   VALUE 'ST ARE NOT TRACED'.

       01  CO2TR-REJECT-LINE.
           05  FILLER                   PIC X(26)
                   VALUE 'CARD REJECTED - INVALID: '.
           05  CO2TR-RJ-CARD            PIC X(24).
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  CO2TR-KEY-LINE.
           05  FILLER                   PIC X(12) VALUE 'TRANSACTION '.
           05  CO2TR-KL-KEY             PIC 9(06).
           05  FILLER                   PIC X(08) VALUE '  CYCLE '.
           05  CO2TR-KL-CYCLE           PIC X(02).
           05  FILLER                   PIC X(16)
                   VALUE '  BUSINESS DATE '.
           05  CO2TR-KL-DATE            PIC 9(08).
           05  CO2TR-KL-THROUGH-LIT     PIC X(10).
           05  CO2TR-KL-THROUGH         PIC X(08).
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  CO2TR-EVENT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CO2TR-EV-STAGE           PIC X(10).
           05  CO2TR-EV-DATE            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2TR-EV-TIME            PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2TR-EV-TEXT            PIC X(52).

       01  CO2TR-TOTAL-LINE.
           05  CO2TR-TOT-LABEL          PIC X(030).
           05  CO2TR-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(039) VALUE SPACES.

       01  CO2TR-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       TR-1.
           PERFORM TR-1-INIT.
           IF NOT CO2TR-REFUSED
               PERFORM TR-1-SCAN-INPUT
               PERFORM TR-1-SCAN-AUDIT
               PERFORM TR-1-SCAN-OUTPUT
               PERFORM TR-1-SCAN-SUSPENSE
               PERFORM TR-1-SCAN-REDRIVE
               PERFORM TR-1-OPEN-KEYED-FILES
               PERFORM TR-1-PRINT-TRACE
                   VARYING CO2TR-K-IDX FROM 1 BY 1
                       UNTIL CO2TR-K-IDX > CO2TR-KEY-COUNT
               PERFORM TR-1-CLOSE-KEYED-FILES
           ELSE
               WRITE CO2TR-LINE FROM CO2TR-BLANK-LINE
               MOVE CO2TR-REFUSE-REASON TO CO2TR-RF-REASON
               WRITE CO2TR-LINE FROM CO2TR-REFUSED-LINE
           END-IF.
           PERFORM TR-1-PRINT-TOTALS.
           CLOSE CO2TRC-OUT.
           PERFORM TR-1-SET-RETURN-CODE.
           GOBACK.

       TR-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2TR-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2TR-NOT-FOUND-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *  The daily files' date comes off the CALLCO2-IN header before
      *  the cards are loaded, so a card with a zero date can take it.
       TR-1-INIT.
           OPEN OUTPUT CO2TRC-OUT.
           OPEN INPUT CALLCO2-IN.
           READ CALLCO2-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF CO2-IN-TYPE-HEADER
                       MOVE CO2-IN-H-BUSINESS-DATE TO CO2TR-DAILY-DATE
                       MOVE CO2-IN-H-SOURCE-SYSTEM
                           TO CO2TR-SOURCE-SYSTEM
                   END-IF
           END-READ.
           CLOSE CALLCO2-IN.
           MOVE CO2TR-DAILY-DATE TO CO2TR-H-DATE.
           MOVE CO2TR-SOURCE-SYSTEM TO CO2TR-H-SOURCE.
           WRITE CO2TR-LINE FROM CO2TR-HEADING-LINE.
           OPEN INPUT CO2TRC-PARM.
           PERFORM TR-1-READ-CARD UNTIL CO2TR-PARM-EOF.
           CLOSE CO2TRC-PARM.
           IF CO2TR-OVERFLOW
               WRITE CO2TR-LINE FROM CO2TR-OVERFLOW-LINE
           END-IF.
           IF CO2TR-KEY-COUNT = ZERO
               MOVE 'NO VALID CO2TRCP CARD' TO CO2TR-REFUSE-REASON
               SET CO2TR-REFUSED TO TRUE
           END-IF.

       TR-1-READ-CARD.
           READ CO2TRC-PARM
               AT END
                   SET CO2TR-PARM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2TR-CARD-COUNT
                   PERFORM TR-1-LOAD-CARD
           END-READ.

      *  A card needs a numeric key and date; the date may be zero
      *  only when CALLCO2-IN supplied one to default to.  A through-
      *  date that is blank, zero or before the business date means
      *  the business date alone.
       TR-1-LOAD-CARD.
           MOVE 'Y' TO CO2TR-CARD-OK-SW.
           IF CO2TRCP-TRAN-KEY NOT NUMERIC
                   OR CO2TRCP-BUSINESS-DATE NOT NUMERIC
               MOVE 'N' TO CO2TR-CARD-OK-SW
           ELSE
               IF CO2TRCP-BUSINESS-DATE = ZERO
                       AND CO2TR-DAILY-DATE = ZERO
                   MOVE 'N' TO CO2TR-CARD-OK-SW
               END-IF
           END-IF.
           IF NOT CO2TR-CARD-OK
               ADD 1 TO CO2TR-REJECT-COUNT
               MOVE CO2TRC-PARM-RECORD TO CO2TR-RJ-CARD
               WRITE CO2TR-LINE FROM CO2TR-REJECT-LINE
           ELSE
               IF CO2TR-KEY-COUNT < CO2TR-KEY-MAX-ENTRIES
                   ADD 1 TO CO2TR-KEY-COUNT
                   SET CO2TR-K-IDX TO CO2TR-KEY-COUNT
                   PERFORM TR-1-ADD-KEY
               ELSE
                   SET CO2TR-OVERFLOW TO TRUE
               END-IF
           END-IF.

       TR-1-ADD-KEY.
           MOVE CO2TRCP-BUSINESS-DATE TO CO2TR-K-DATE (CO2TR-K-IDX).
           IF CO2TRCP-BUSINESS-DATE = ZERO
               MOVE CO2TR-DAILY-DATE TO CO2TR-K-DATE (CO2TR-K-IDX)
           END-IF.
           MOVE CO2TR-K-DATE (CO2TR-K-IDX)
               TO CO2TR-K-THROUGH-DATE (CO2TR-K-IDX).
           IF CO2TRCP-THROUGH-DATE IS NUMERIC
               IF CO2TRCP-THROUGH-DATE > CO2TR-K-DATE (CO2TR-K-IDX)
                   MOVE CO2TRCP-THROUGH-DATE
                       TO CO2TR-K-THROUGH-DATE (CO2TR-K-IDX)
               END-IF
           END-IF.
           MOVE CO2TRCP-CYCLE-ID TO CO2TR-K-CYCLE (CO2TR-K-IDX).
           IF CO2TRCP-CYCLE-ID = SPACES
               MOVE '01' TO CO2TR-K-CYCLE (CO2TR-K-IDX)
           END-IF.
           MOVE CO2TRCP-TRAN-KEY TO CO2TR-K-TRAN-KEY (CO2TR-K-IDX).
           MOVE 'N' TO CO2TR-K-DAILY-SW (CO2TR-K-IDX).
           IF CO2TR-K-DATE (CO2TR-K-IDX) = CO2TR-DAILY-DATE
               SET CO2TR-K-DAILY (CO2TR-K-IDX) TO TRUE
           END-IF.
           MOVE 'N' TO CO2TR-K-IN-SW (CO2TR-K-IDX).
           MOVE 'N' TO CO2TR-K-SUS-SW (CO2TR-K-IDX).
           MOVE 'N' TO CO2TR-K-RDI-SW (CO2TR-K-IDX).
           MOVE 'N' TO CO2TR-K-CALL-MORE-SW (CO2TR-K-IDX).
           MOVE 'N' TO CO2TR-K-OUT-MORE-SW (CO2TR-K-IDX).
           MOVE ZERO TO CO2TR-K-SAME-DAY-CALLS (CO2TR-K-IDX).
           MOVE ZERO TO CO2TR-K-CALL-COUNT (CO2TR-K-IDX).
           MOVE ZERO TO CO2TR-K-OUT-COUNT (CO2TR-K-IDX).

      *  CALLCO2-IN carries no cycle ID - the JCL allocates the feed
      *  the cycle ran from - so an input record matches on key
      *  alone, for the cards dated the same as its header.
       TR-1-SCAN-INPUT.
           MOVE 'N' TO CO2TR-EOF-SW.
           OPEN INPUT CALLCO2-IN.
           PERFORM TR-1-READ-INPUT UNTIL CO2TR-EOF.
           CLOSE CALLCO2-IN.

       TR-1-READ-INPUT.
           READ CALLCO2-IN
               AT END
                   SET CO2TR-EOF TO TRUE
               NOT AT END
                   IF CO2-IN-TYPE-DETAIL
                       MOVE CO2-IN-KEY TO CO2TR-LOOK-KEY
                       PERFORM TR-1-POST-INPUT
                           VARYING CO2TR-K-IDX FROM 1 BY 1
                               UNTIL CO2TR-K-IDX > CO2TR-KEY-COUNT
                   END-IF
           END-READ.

       TR-1-POST-INPUT.
           IF CO2TR-K-DAILY (CO2TR-K-IDX)
                   AND CO2TR-K-TRAN-KEY (CO2TR-K-IDX) = CO2TR-LOOK-KEY
               SET CO2TR-K-IN-FOUND (CO2TR-K-IDX) TO TRUE
               MOVE CO2-IN-INPUT-CODE TO CO2TR-K-IN-CODE (CO2TR-K-IDX)
           END-IF.

      *  The audit trail is in the order the calls were made, so the
      *  calls land in each entry's table in date/time order.
       TR-1-SCAN-AUDIT.
           MOVE 'N' TO CO2TR-EOF-SW.
           OPEN INPUT CALLCO2-AUDIT.
           PERFORM TR-1-READ-AUDIT UNTIL CO2TR-EOF.
           CLOSE CALLCO2-AUDIT.

       TR-1-READ-AUDIT.
           READ CALLCO2-AUDIT
               AT END
                   SET CO2TR-EOF TO TRUE
               NOT AT END
                   MOVE CO2-AUD-CYCLE-ID TO CO2TR-LOOK-CYCLE
                   MOVE CO2-AUD-TRAN-KEY TO CO2TR-LOOK-KEY
                   PERFORM TR-1-POST-AUDIT
                       VARYING CO2TR-K-IDX FROM 1 BY 1
                           UNTIL CO2TR-K-IDX > CO2TR-KEY-COUNT
           END-READ.

       TR-1-POST-AUDIT.
           IF CO2TR-K-TRAN-KEY (CO2TR-K-IDX) = CO2TR-LOOK-KEY
                   AND CO2TR-K-CYCLE (CO2TR-K-IDX) = CO2TR-LOOK-CYCLE
                   AND CO2-AUD-DATE NOT < CO2TR-K-DATE (CO2TR-K-IDX)
                   AND CO2-AUD-DATE
                       NOT > CO2TR-K-THROUGH-DATE (CO2TR-K-IDX)
               IF CO2TR-K-CALL-COUNT (CO2TR-K-IDX)
                       < CO2TR-CALL-MAX-ENTRIES
                   PERFORM TR-1-ADD-CALL
               ELSE
                   SET CO2TR-K-CALL-MORE (CO2TR-K-IDX) TO TRUE
               END-IF
           END-IF.

       TR-1-ADD-CALL.
           ADD 1 TO CO2TR-K-CALL-COUNT (CO2TR-K-IDX).
           SET CO2TR-C-IDX TO CO2TR-K-CALL-COUNT (CO2TR-K-IDX).
           MOVE CO2-AUD-DATE TO CO2TR-C-DATE (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE CO2-AUD-TIME TO CO2TR-C-TIME (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE CO2-AUD-INPUT-CODE
               TO CO2TR-C-CODE (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE CO2-AUD-RESULT-CODE
               TO CO2TR-C-RESULT (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE CO2-AUD-REASON-CODE
               TO CO2TR-C-REASON (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE CO2-AUD-CATEGORY
               TO CO2TR-C-CATEGORY (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE CO2-AUD-STATUS
               TO CO2TR-C-STATUS (CO2TR-K-IDX, CO2TR-C-IDX).
           MOVE ZERO TO CO2TR-C-OUT-NO (CO2TR-K-IDX, CO2TR-C-IDX).
           IF CO2-AUD-DATE = CO2TR-DAILY-DATE
                   AND CO2TR-K-DAILY (CO2TR-K-IDX)
               ADD 1 TO CO2TR-K-SAME-DAY-CALLS (CO2TR-K-IDX)
               MOVE CO2TR-K-SAME-DAY-CALLS (CO2TR-K-IDX)
                   TO CO2TR-C-OUT-NO (CO2TR-K-IDX, CO2TR-C-IDX)
           END-IF.

       TR-1-SCAN-OUTPUT.
           MOVE 'N' TO CO2TR-EOF-SW.
           OPEN INPUT CALLCO2-OUT.
           PERFORM TR-1-READ-OUTPUT UNTIL CO2TR-EOF.
           CLOSE CALLCO2-OUT.

       TR-1-READ-OUTPUT.
           READ CALLCO2-OUT
               AT END
                   SET CO2TR-EOF TO TRUE
               NOT AT END
                   MOVE CO2-OUT-CYCLE-ID TO CO2TR-LOOK-CYCLE
                   MOVE CO2-OUT-KEY TO CO2TR-LOOK-KEY
                   PERFORM TR-1-POST-OUTPUT
                       VARYING CO2TR-K-IDX FROM 1 BY 1
                           UNTIL CO2TR-K-IDX > CO2TR-KEY-COUNT
           END-READ.

       TR-1-POST-OUTPUT.
           IF CO2TR-K-DAILY (CO2TR-K-IDX)
                   AND CO2TR-K-TRAN-KEY (CO2TR-K-IDX) = CO2TR-LOOK-KEY
                   AND CO2TR-K-CYCLE (CO2TR-K-IDX) = CO2TR-LOOK-CYCLE
               IF CO2TR-K-OUT-COUNT (CO2TR-K-IDX)
                       < CO2TR-CALL-MAX-ENTRIES
                   ADD 1 TO CO2TR-K-OUT-COUNT (CO2TR-K-IDX)
                   SET CO2TR-O-IDX TO CO2TR-K-OUT-COUNT (CO2TR-K-IDX)
                   MOVE CO2-OUT-RESULT-CODE
                       TO CO2TR-O-RESULT (CO2TR-K-IDX, CO2TR-O-IDX)
                   MOVE CO2-OUT-REASON-CODE
                       TO CO2TR-O-REASON (CO2TR-K-IDX, CO2TR-O-IDX)
                   MOVE CO2-OUT-CATEGORY
                       TO CO2TR-O-CATEGORY (CO2TR-K-IDX, CO2TR-O-IDX)
                   MOVE CO2-OUT-STATUS
                       TO CO2TR-O-STATUS (CO2TR-K-IDX, CO2TR-O-IDX)
                   MOVE CO2-OUT-REASON-TEXT
                       TO CO2TR-O-TEXT (CO2TR-K-IDX, CO2TR-O-IDX)
               ELSE
                   SET CO2TR-K-OUT-MORE (CO2TR-K-IDX) TO TRUE
               END-IF
           END-IF.

       TR-1-SCAN-SUSPENSE.
           MOVE 'N' TO CO2TR-EOF-SW.
           OPEN INPUT CALLCO2-SUSPENSE.
           PERFORM TR-1-READ-SUSPENSE UNTIL CO2TR-EOF.
           CLOSE CALLCO2-SUSPENSE.

       TR-1-READ-SUSPENSE.
           READ CALLCO2-SUSPENSE
               AT END
                   SET CO2TR-EOF TO TRUE
               NOT AT END
                   MOVE CO2-SUS-CYCLE-ID TO CO2TR-LOOK-CYCLE
                   MOVE CO2-SUS-KEY TO CO2TR-LOOK-KEY
                   PERFORM TR-1-POST-SUSPENSE
                       VARYING CO2TR-K-IDX FROM 1 BY 1
                           UNTIL CO2TR-K-IDX > CO2TR-KEY-COUNT
           END-READ.

       TR-1-POST-SUSPENSE.
           IF CO2TR-K-DAILY (CO2TR-K-IDX)
                   AND CO2TR-K-TRAN-KEY (CO2TR-K-IDX) = CO2TR-LOOK-KEY
                   AND CO2TR-K-CYCLE (CO2TR-K-IDX) = CO2TR-LOOK-CYCLE
               SET CO2TR-K-SUS-FOUND (CO2TR-K-IDX) TO TRUE
               MOVE CO2-SUS-RESULT-CODE
                   TO CO2TR-K-SUS-RESULT (CO2TR-K-IDX)
               MOVE CO2-SUS-REASON-CODE
                   TO CO2TR-K-SUS-REASON (CO2TR-K-IDX)
               MOVE CO2-SUS-CATEGORY
                   TO CO2TR-K-SUS-CATEGORY (CO2TR-K-IDX)
               MOVE CO2-SUS-STATUS TO CO2TR-K-SUS-STATUS (CO2TR-K-IDX)
           END-IF.

      *  CALLCO2-REDRIVE-IN is CO2SREL's latest release extract; it
      *  carries no date, so a match is taken at face value.
       TR-1-SCAN-REDRIVE.
           MOVE 'N' TO CO2TR-EOF-SW.
           OPEN INPUT CALLCO2-REDRIVE-IN.
           PERFORM TR-1-READ-REDRIVE UNTIL CO2TR-EOF.
           CLOSE CALLCO2-REDRIVE-IN.

       TR-1-READ-REDRIVE.
           READ CALLCO2-REDRIVE-IN
               AT END
                   SET CO2TR-EOF TO TRUE
               NOT AT END
                   MOVE CO2-RDI-CYCLE-ID TO CO2TR-LOOK-CYCLE
                   MOVE CO2-RDI-KEY TO CO2TR-LOOK-KEY
                   PERFORM TR-1-POST-REDRIVE
                       VARYING CO2TR-K-IDX FROM 1 BY 1
                           UNTIL CO2TR-K-IDX > CO2TR-KEY-COUNT
           END-READ.

       TR-1-POST-REDRIVE.
           IF CO2TR-K-TRAN-KEY (CO2TR-K-IDX) = CO2TR-LOOK-KEY
                   AND CO2TR-K-CYCLE (CO2TR-K-IDX) = CO2TR-LOOK-CYCLE
               SET CO2TR-K-RDI-FOUND (CO2TR-K-IDX) TO TRUE
           END-IF.

       TR-1-OPEN-KEYED-FILES.
           OPEN INPUT CALLCO2-WORKBENCH.
           IF CO2TR-WB-STATUS = '00'
               SET CO2TR-WB-OPEN-OK TO TRUE
           END-IF.
           OPEN INPUT CALLCO2-RC-TABLE.
           IF CO2TR-RC-STATUS = '00'
               SET CO2TR-RC-OPEN-OK TO TRUE
           END-IF.

       TR-1-CLOSE-KEYED-FILES.
           IF CO2TR-WB-OPEN-OK
               CLOSE CALLCO2-WORKBENCH
           END-IF.
           IF CO2TR-RC-OPEN-OK
               CLOSE CALLCO2-RC-TABLE
           END-IF.

      *  The stages print in the order the system moves a
      *  transaction through them: input, the cycle's call, then for
      *  each re-drive the release that preceded it and the call it
      *  made, then where the transaction stands now - suspense,
      *  workbench, and a release not yet re-driven.
       TR-1-PRINT-TRACE.
           MOVE 'N' TO CO2TR-FOUND-ANY-SW.
           WRITE CO2TR-LINE FROM CO2TR-BLANK-LINE.
           MOVE CO2TR-K-TRAN-KEY (CO2TR-K-IDX) TO CO2TR-KL-KEY.
           MOVE CO2TR-K-CYCLE (CO2TR-K-IDX) TO CO2TR-KL-CYCLE.
           MOVE CO2TR-K-DATE (CO2TR-K-IDX) TO CO2TR-KL-DATE.
           MOVE SPACES TO CO2TR-KL-THROUGH-LIT.
           MOVE SPACES TO CO2TR-KL-THROUGH.
           IF CO2TR-K-THROUGH-DATE (CO2TR-K-IDX)
                   > CO2TR-K-DATE (CO2TR-K-IDX)
               MOVE '  THROUGH ' TO CO2TR-KL-THROUGH-LIT
               MOVE CO2TR-K-THROUGH-DATE (CO2TR-K-IDX)
                   TO CO2TR-KL-THROUGH
           END-IF.
           WRITE CO2TR-LINE FROM CO2TR-KEY-LINE.
           PERFORM TR-1-PRINT-INPUT.
           IF CO2TR-K-CALL-COUNT (CO2TR-K-IDX) = ZERO
               MOVE SPACES TO CO2TR-EVENT-LINE
               MOVE 'CALL' TO CO2TR-EV-STAGE
               MOVE 'NO CALLCO2-AUDIT RECORD FOR THIS CYCLE AND KEY'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           ELSE
               SET CO2TR-FOUND-ANY TO TRUE
               PERFORM TR-1-PRINT-CALL
                   VARYING CO2TR-C-IDX FROM 1 BY 1
                       UNTIL CO2TR-C-IDX
                           > CO2TR-K-CALL-COUNT (CO2TR-K-IDX)
           END-IF.
           IF CO2TR-K-CALL-MORE (CO2TR-K-IDX)
               MOVE SPACES TO CO2TR-EVENT-LINE
               MOVE 'CAUTION - MORE THAN 10 CALLS, LATER ONES NOT SHOWN'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           END-IF.
           PERFORM TR-1-PRINT-EXTRA-OUTPUT.
           PERFORM TR-1-PRINT-SUSPENSE.
           PERFORM TR-1-PRINT-WORKBENCH
               THRU TR-1-PRINT-WORKBENCH-EXIT.
           PERFORM TR-1-PRINT-RELEASE.
           IF NOT CO2TR-FOUND-ANY
               ADD 1 TO CO2TR-NOT-FOUND-COUNT
               MOVE SPACES TO CO2TR-EVENT-LINE
               MOVE '*** NOT FOUND ON ANY FILE - CHECK THE CARD'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           END-IF.

       TR-1-PRINT-INPUT.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'INPUT' TO CO2TR-EV-STAGE.
           EVALUATE TRUE
               WHEN NOT CO2TR-K-DAILY (CO2TR-K-IDX)
                   PERFORM TR-1-SET-NOT-SEARCHED
               WHEN CO2TR-K-IN-FOUND (CO2TR-K-IDX)
                   SET CO2TR-FOUND-ANY TO TRUE
                   MOVE CO2TR-K-DATE (CO2TR-K-IDX) TO CO2TR-EV-DATE
                   STRING 'ON CO2BIN - SOURCE ' DELIMITED BY SIZE
                       CO2TR-SOURCE-SYSTEM DELIMITED BY SIZE
                       '  INPUT CODE ' DELIMITED BY SIZE
                       CO2TR-K-IN-CODE (CO2TR-K-IDX) DELIMITED BY SIZE
                       INTO CO2TR-EV-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'NOT ON CO2BIN' TO CO2TR-EV-TEXT
           END-EVALUATE.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.

       TR-1-SET-NOT-SEARCHED.
           STRING 'NOT SEARCHED - DAILY FILES ARE FOR '
                   DELIMITED BY SIZE
               CO2TR-DAILY-DATE DELIMITED BY SIZE
               INTO CO2TR-EV-TEXT
           END-STRING.

      *  A call after the first is a re-drive, so the release that
      *  let it happen is shown just ahead of it.
       TR-1-PRINT-CALL.
           IF CO2TR-C-IDX > 1
               MOVE SPACES TO CO2TR-EVENT-LINE
               MOVE 'RELEASE' TO CO2TR-EV-STAGE
               MOVE 'RELEASED FOR RE-DRIVE BY CO2SREL - RE-DRIVEN'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           END-IF.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           SET CO2TR-CALL-NO TO CO2TR-C-IDX.
           MOVE CO2TR-CALL-NO TO CO2TR-CALL-NO-EDIT.
           STRING 'CALL ' DELIMITED BY SIZE
               CO2TR-CALL-NO-EDIT DELIMITED BY SIZE
               INTO CO2TR-EV-STAGE
           END-STRING.
           MOVE CO2TR-C-DATE (CO2TR-K-IDX, CO2TR-C-IDX)
               TO CO2TR-EV-DATE.
           MOVE CO2TR-C-TIME (CO2TR-K-IDX, CO2TR-C-IDX)
               TO CO2TR-TIME-WORK.
           MOVE CO2TR-TIME-HHMMSS TO CO2TR-EV-TIME.
           STRING 'CODE ' DELIMITED BY SIZE
               CO2TR-C-CODE (CO2TR-K-IDX, CO2TR-C-IDX)
                   DELIMITED BY SIZE
               ' RESULT ' DELIMITED BY SIZE
               CO2TR-C-RESULT (CO2TR-K-IDX, CO2TR-C-IDX)
                   DELIMITED BY SIZE
               ' REASON ' DELIMITED BY SIZE
               CO2TR-C-REASON (CO2TR-K-IDX, CO2TR-C-IDX)
                   DELIMITED BY SIZE
               ' CAT ' DELIMITED BY SIZE
               CO2TR-C-CATEGORY (CO2TR-K-IDX, CO2TR-C-IDX)
                   DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               CO2TR-C-STATUS (CO2TR-K-IDX, CO2TR-C-IDX)
                   DELIMITED BY SIZE
               INTO CO2TR-EV-TEXT
           END-STRING.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.
           PERFORM TR-1-PRINT-RC-ENTRY
               THRU TR-1-PRINT-RC-ENTRY-EXIT.
           PERFORM TR-1-PRINT-CALL-OUTPUT.

      *  An unauthorized call never reached the table.  Otherwise the
      *  entry in effect on the call's date is looked up the same way
      *  CALLCO2 does it, and flagged when the table as it stands now
      *  would not give the result the call returned - the table has
      *  been changed or backed out for that date since.
       TR-1-PRINT-RC-ENTRY.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'RC TABLE' TO CO2TR-EV-STAGE.
           IF CO2TR-C-STATUS (CO2TR-K-IDX, CO2TR-C-IDX) = 'U'
               MOVE 'NOT CONSULTED - CALLER NOT AUTHORIZED'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
               GO TO TR-1-PRINT-RC-ENTRY-EXIT
           END-IF.
           IF NOT CO2TR-RC-OPEN-OK
               STRING 'NOT AVAILABLE - FILE STATUS ' DELIMITED BY SIZE
                   CO2TR-RC-STATUS DELIMITED BY SIZE
                   INTO CO2TR-EV-TEXT
               END-STRING
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
               GO TO TR-1-PRINT-RC-ENTRY-EXIT
           END-IF.
           MOVE CO2TR-C-CODE (CO2TR-K-IDX, CO2TR-C-IDX)
               TO CO2TR-LOOK-CODE.
           MOVE CO2TR-C-DATE (CO2TR-K-IDX, CO2TR-C-IDX)
               TO CO2TR-LOOK-DATE.
           PERFORM TR-1-FIND-RC-ENTRY.
           IF CO2TR-RC-FOUND
               STRING 'IN EFFECT ' DELIMITED BY SIZE
                   CO2-RC-EFF-FROM-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   CO2-RC-EFF-TO-DATE DELIMITED BY SIZE
                   ' RESULT ' DELIMITED BY SIZE
                   CO2-RC-RESULT-CODE DELIMITED BY SIZE
                   ' REASON ' DELIMITED BY SIZE
                   CO2-RC-REASON-CODE DELIMITED BY SIZE
                   ' CAT ' DELIMITED BY SIZE
                   CO2-RC-CATEGORY DELIMITED BY SIZE
                   INTO CO2TR-EV-TEXT
               END-STRING
           ELSE
               STRING 'NO ENTRY IN EFFECT FOR CODE ' DELIMITED BY SIZE
                   CO2TR-LOOK-CODE DELIMITED BY SIZE
                   INTO CO2TR-EV-TEXT
               END-STRING
           END-IF.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.
           IF (CO2TR-RC-FOUND
                   AND (CO2TR-C-STATUS (CO2TR-K-IDX, CO2TR-C-IDX)
                           NOT = 'S'
                       OR CO2-RC-RESULT-CODE NOT =
                           CO2TR-C-RESULT (CO2TR-K-IDX, CO2TR-C-IDX)
                       OR CO2-RC-REASON-CODE NOT =
                           CO2TR-C-REASON (CO2TR-K-IDX, CO2TR-C-IDX)
                       OR CO2-RC-CATEGORY NOT =
                           CO2TR-C-CATEGORY (CO2TR-K-IDX, CO2TR-C-IDX)))
               OR (NOT CO2TR-RC-FOUND
                   AND CO2TR-C-STATUS (CO2TR-K-IDX, CO2TR-C-IDX) = 'S')
               MOVE SPACES TO CO2TR-EVENT-LINE
               MOVE '*** TABLE HAS CHANGED FOR THIS DATE SINCE THE CALL'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           END-IF.
       TR-1-PRINT-RC-ENTRY-EXIT.
           EXIT.

       TR-1-FIND-RC-ENTRY.
           MOVE 'N' TO CO2TR-RC-FOUND-SW.
           MOVE 'N' TO CO2TR-RC-SCAN-DONE-SW.
           MOVE CO2TR-LOOK-CODE TO CO2-RC-INPUT-CODE.
           MOVE ZERO TO CO2-RC-EFF-FROM-DATE.
           START CALLCO2-RC-TABLE KEY NOT LESS THAN CO2-RC-KEY
               INVALID KEY
                   SET CO2TR-RC-SCAN-DONE TO TRUE
           END-START.
           PERFORM TR-1-SCAN-RC-ENTRIES UNTIL CO2TR-RC-SCAN-DONE.

       TR-1-SCAN-RC-ENTRIES.
           READ CALLCO2-RC-TABLE NEXT RECORD
               AT END
                   SET CO2TR-RC-SCAN-DONE TO TRUE
               NOT AT END
                   IF CO2-RC-INPUT-CODE NOT = CO2TR-LOOK-CODE
                       SET CO2TR-RC-SCAN-DONE TO TRUE
                   ELSE
                       IF CO2-RC-EFF-FROM-DATE <= CO2TR-LOOK-DATE
                               AND CO2-RC-EFF-TO-DATE >= CO2TR-LOOK-DATE
                           SET CO2TR-RC-FOUND TO TRUE
                           SET CO2TR-RC-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.
           IF CO2TR-RC-STATUS NOT = '00'
               SET CO2TR-RC-SCAN-DONE TO TRUE
           END-IF.

       TR-1-PRINT-CALL-OUTPUT.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'OUTPUT' TO CO2TR-EV-STAGE.
           IF CO2TR-C-OUT-NO (CO2TR-K-IDX, CO2TR-C-IDX) = ZERO
               IF CO2TR-K-DAILY (CO2TR-K-IDX)
                   MOVE 'ON THAT DAY''S CO2BOUT - NOT SEARCHED'
                       TO CO2TR-EV-TEXT
               ELSE
                   PERFORM TR-1-SET-NOT-SEARCHED
               END-IF
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           ELSE
               MOVE CO2TR-C-OUT-NO (CO2TR-K-IDX, CO2TR-C-IDX)
                   TO CO2TR-OUT-SEQ
               IF CO2TR-OUT-SEQ > CO2TR-K-OUT-COUNT (CO2TR-K-IDX)
                   MOVE 'NOT ON CO2BOUT' TO CO2TR-EV-TEXT
                   WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
               ELSE
                   SET CO2TR-O-IDX TO CO2TR-OUT-SEQ
                   PERFORM TR-1-PRINT-OUTPUT
               END-IF
           END-IF.

      *  CO2TR-O-IDX names the output record; the stage and any
      *  trailing note are already in the line.
       TR-1-PRINT-OUTPUT.
           STRING 'ON CO2BOUT - RESULT ' DELIMITED BY SIZE
               CO2TR-O-RESULT (CO2TR-K-IDX, CO2TR-O-IDX)
                   DELIMITED BY SIZE
               ' REASON ' DELIMITED BY SIZE
               CO2TR-O-REASON (CO2TR-K-IDX, CO2TR-O-IDX)
                   DELIMITED BY SIZE
               ' CAT ' DELIMITED BY SIZE
               CO2TR-O-CATEGORY (CO2TR-K-IDX, CO2TR-O-IDX)
                   DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               CO2TR-O-STATUS (CO2TR-K-IDX, CO2TR-O-IDX)
                   DELIMITED BY SIZE
               INTO CO2TR-EV-TEXT
           END-STRING.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.
           IF CO2TR-O-TEXT (CO2TR-K-IDX, CO2TR-O-IDX) NOT = SPACES
               MOVE SPACES TO CO2TR-EVENT-LINE
               STRING 'REASON TEXT ' DELIMITED BY SIZE
                   CO2TR-O-TEXT (CO2TR-K-IDX, CO2TR-O-IDX)
                       DELIMITED BY SIZE
                   INTO CO2TR-EV-TEXT
               END-STRING
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           END-IF.

      *  Output records beyond the day's calls have no audit record
      *  to go with - the audit trail and CALLCO2-OUT disagree, which
      *  CO2RECON reports too.
       TR-1-PRINT-EXTRA-OUTPUT.
           IF CO2TR-K-OUT-COUNT (CO2TR-K-IDX) > ZERO
               SET CO2TR-FOUND-ANY TO TRUE
           END-IF.
           IF CO2TR-K-OUT-COUNT (CO2TR-K-IDX)
                   > CO2TR-K-SAME-DAY-CALLS (CO2TR-K-IDX)
               COMPUTE CO2TR-OUT-SEQ =
                   CO2TR-K-SAME-DAY-CALLS (CO2TR-K-IDX) + 1
               PERFORM TR-1-PRINT-EXTRA-ENTRY
                   VARYING CO2TR-O-IDX FROM CO2TR-OUT-SEQ BY 1
                       UNTIL CO2TR-O-IDX
                           > CO2TR-K-OUT-COUNT (CO2TR-K-IDX)
           END-IF.
           IF CO2TR-K-OUT-MORE (CO2TR-K-IDX)
               MOVE SPACES TO CO2TR-EVENT-LINE
               MOVE 'CAUTION - OVER 10 OUTPUT RECORDS, REST NOT SHOWN'
                   TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
           END-IF.

       TR-1-PRINT-EXTRA-ENTRY.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'OUTPUT' TO CO2TR-EV-STAGE.
           PERFORM TR-1-PRINT-OUTPUT.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE '*** NO CALLCO2-AUDIT RECORD FOR THIS OUTPUT RECORD'
               TO CO2TR-EV-TEXT.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.

       TR-1-PRINT-SUSPENSE.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'SUSPENSE' TO CO2TR-EV-STAGE.
           EVALUATE TRUE
               WHEN NOT CO2TR-K-DAILY (CO2TR-K-IDX)
                   PERFORM TR-1-SET-NOT-SEARCHED
               WHEN CO2TR-K-SUS-FOUND (CO2TR-K-IDX)
                   SET CO2TR-FOUND-ANY TO TRUE
                   ADD 1 TO CO2TR-SUSPENSE-COUNT
                   STRING 'ON CO2SUSP - RESULT ' DELIMITED BY SIZE
                       CO2TR-K-SUS-RESULT (CO2TR-K-IDX)
                           DELIMITED BY SIZE
                       ' REASON ' DELIMITED BY SIZE
                       CO2TR-K-SUS-REASON (CO2TR-K-IDX)
                           DELIMITED BY SIZE
                       ' CAT ' DELIMITED BY SIZE
                       CO2TR-K-SUS-CATEGORY (CO2TR-K-IDX)
                           DELIMITED BY SIZE
                       ' STATUS ' DELIMITED BY SIZE
                       CO2TR-K-SUS-STATUS (CO2TR-K-IDX)
                           DELIMITED BY SIZE
                       INTO CO2TR-EV-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'NOT ON CO2SUSP' TO CO2TR-EV-TEXT
           END-EVALUATE.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.

      *  The workbench is keyed on cycle and key only.  An entry
      *  opened before the business date belongs to an earlier day's
      *  transaction with the same key and is shown as such.
       TR-1-PRINT-WORKBENCH.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'WORKBENCH' TO CO2TR-EV-STAGE.
           IF NOT CO2TR-WB-OPEN-OK
               STRING 'NOT AVAILABLE - FILE STATUS ' DELIMITED BY SIZE
                   CO2TR-WB-STATUS DELIMITED BY SIZE
                   INTO CO2TR-EV-TEXT
               END-STRING
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
               GO TO TR-1-PRINT-WORKBENCH-EXIT
           END-IF.
           MOVE 'N' TO CO2TR-WB-FOUND-SW.
           MOVE CO2TR-K-CYCLE (CO2TR-K-IDX) TO CO2-SWB-CYCLE-ID.
           MOVE CO2TR-K-TRAN-KEY (CO2TR-K-IDX) TO CO2-SWB-TRAN-KEY.
           READ CALLCO2-WORKBENCH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CO2TR-WB-FOUND TO TRUE
           END-READ.
           IF NOT CO2TR-WB-FOUND
               MOVE 'NOT ON THE WORKBENCH' TO CO2TR-EV-TEXT
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
               GO TO TR-1-PRINT-WORKBENCH-EXIT
           END-IF.
           IF CO2-SWB-OPEN-DATE < CO2TR-K-DATE (CO2TR-K-IDX)
               STRING 'ENTRY OPENED ' DELIMITED BY SIZE
                   CO2-SWB-OPEN-DATE DELIMITED BY SIZE
                   ' IS AN EARLIER DAY''S TRANSACTION'
                       DELIMITED BY SIZE
                   INTO CO2TR-EV-TEXT
               END-STRING
               WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE
               GO TO TR-1-PRINT-WORKBENCH-EXIT
           END-IF.
           SET CO2TR-FOUND-ANY TO TRUE.
           EVALUATE TRUE
               WHEN CO2-SWB-WORK-OPEN
                   MOVE 'OPEN' TO CO2TR-WORK-NAME
               WHEN CO2-SWB-WORK-IN-PROGRESS
                   MOVE 'IN PROGRESS' TO CO2TR-WORK-NAME
               WHEN CO2-SWB-WORK-RESOLVED
                   MOVE 'RESOLVED' TO CO2TR-WORK-NAME
               WHEN CO2-SWB-WORK-RELEASED
                   MOVE 'RELEASED' TO CO2TR-WORK-NAME
               WHEN OTHER
                   MOVE CO2-SWB-WORK-STATUS TO CO2TR-WORK-NAME
           END-EVALUATE.
           MOVE CO2-SWB-OPEN-DATE TO CO2TR-EV-DATE.
           STRING 'OPENED - STATUS ' DELIMITED BY SIZE
               CO2-SWB-WORK-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CO2TR-WORK-NAME DELIMITED BY SIZE
               ' OPERATOR ' DELIMITED BY SIZE
               CO2-SWB-OPERATOR-ID DELIMITED BY SIZE
               INTO CO2TR-EV-TEXT
           END-STRING.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE CO2-SWB-WORK-DATE TO CO2TR-EV-DATE.
           STRING 'LAST WORKED - NOTE ' DELIMITED BY SIZE
               CO2-SWB-NOTE DELIMITED BY SIZE
               INTO CO2TR-EV-TEXT
           END-STRING.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.
       TR-1-PRINT-WORKBENCH-EXIT.
           EXIT.

      *  A release already followed by its re-drive was shown ahead
      *  of that call; what is left is a release still waiting for
      *  the re-drive, or none at all.
       TR-1-PRINT-RELEASE.
           MOVE SPACES TO CO2TR-EVENT-LINE.
           MOVE 'RELEASE' TO CO2TR-EV-STAGE.
           EVALUATE TRUE
               WHEN CO2TR-K-CALL-COUNT (CO2TR-K-IDX) > 1
                   IF CO2TR-K-RDI-FOUND (CO2TR-K-IDX)
                       MOVE 'LAST RELEASE IS ON CO2RDIN'
                           TO CO2TR-EV-TEXT
                   ELSE
                       MOVE 'NOT ON CO2RDIN - NO RELEASE PENDING'
                           TO CO2TR-EV-TEXT
                   END-IF
               WHEN CO2TR-K-RDI-FOUND (CO2TR-K-IDX)
                   SET CO2TR-FOUND-ANY TO TRUE
                   MOVE 'ON CO2RDIN - RELEASED, NOT YET RE-DRIVEN'
                       TO CO2TR-EV-TEXT
               WHEN OTHER
                   MOVE 'NOT RELEASED - NOT ON CO2RDIN' TO CO2TR-EV-TEXT
           END-EVALUATE.
           WRITE CO2TR-LINE FROM CO2TR-EVENT-LINE.

       TR-1-PRINT-TOTALS.
           WRITE CO2TR-LINE FROM CO2TR-BLANK-LINE.
           MOVE 'TRACE CARDS READ' TO CO2TR-TOT-LABEL.
           MOVE CO2TR-CARD-COUNT TO CO2TR-TOT-COUNT.
           WRITE CO2TR-LINE FROM CO2TR-TOTAL-LINE.
           MOVE 'TRACE CARDS REJECTED' TO CO2TR-TOT-LABEL.
           MOVE CO2TR-REJECT-COUNT TO CO2TR-TOT-COUNT.
           WRITE CO2TR-LINE FROM CO2TR-TOTAL-LINE.
           MOVE 'TRANSACTIONS TRACED' TO CO2TR-TOT-LABEL.
           MOVE CO2TR-KEY-COUNT TO CO2TR-TOT-COUNT.
           WRITE CO2TR-LINE FROM CO2TR-TOTAL-LINE.
           MOVE 'NOT FOUND ON ANY FILE' TO CO2TR-TOT-LABEL.
           MOVE CO2TR-NOT-FOUND-COUNT TO CO2TR-TOT-COUNT.
           WRITE CO2TR-LINE FROM CO2TR-TOTAL-LINE.
           MOVE 'STILL ON CO2SUSP' TO CO2TR-TOT-LABEL.
           MOVE CO2TR-SUSPENSE-COUNT TO CO2TR-TOT-COUNT.
           WRITE CO2TR-LINE FROM CO2TR-TOTAL-LINE.

       END PROGRAM "CO2TRC".
