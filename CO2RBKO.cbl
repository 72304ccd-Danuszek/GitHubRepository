       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2RBKO".
      *
      *  Backs out a CO2RCBAT mass-maintenance run from the
      *  CALLCO2-RC-TABLE change log.  Every change CO2RCBAT applies
      *  leaves a CO2-RCLOG-RECORD stamped with the run's operator
      *  ID and time, the entry's effective-from date and its before
      *  and after image; this job reads the whole change history
      *  (the JCL concatenates a REPRO of the online ESDS with the
      *  batch log, as for CO2RCRPT), picks out the ADD and CHANGE
      *  records the operator on the CO2RBKP card made inside the
      *  card's time window, and reverses them latest first:
      *    - an ADD is reversed by deleting the entry it added;
      *    - a CHANGE is reversed by reopening the entry it closed
      *      out (the one ending the day before the new entry starts)
      *      and deleting the new entry it added.
      *  A change is refused, and the table left alone for it, when
      *  its input code has been changed again since - any change-
      *  log record for that code, by anyone, later than the one
      *  being reversed and not itself part of the run - or when the
      *  entries on file no longer match the logged images.  Once a
      *  reversal for an input code is refused, every earlier change
      *  the run made to that code is refused too, since the table
      *  is no longer in the state they would be reversed from.
      *  Every reversal made writes its own change-log record
      *  (CO2-RCL-FUNC-BACKOUT-ADD/-CHANGE) to the batch log, so
      *  CO2RCRPT shows the back-out alongside the run it undid, and
      *  a second back-out of the same run refuses everything.
      *
      *  Same window and same rules as CO2RCBAT: run it in the
      *  maintenance window with the CO2M transaction closed.
      *
      *  Return code: 0 = every selected change reversed, 4 = some
      *  refused or nothing matched the card, 8 = nothing reversed
      *  (bad card, too many changes to hold, table did not open).
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO2RBKO-PARM ASSIGN TO CO2RBKP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-RC-LOG ASSIGN TO CO2RCLG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALLCO2-RC-TABLE ASSIGN TO CO2RCTB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO2-RC-KEY
               FILE STATUS IS CO2BK-RC-STATUS.
           SELECT CALLCO2-RC-LOG-OUT ASSIGN TO CO2RCLO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CO2RBKO-OUT ASSIGN TO CO2RBKR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2RBKO-PARM
           RECORDING MODE IS F.
       COPY CO2RBKP.

       FD  CALLCO2-RC-LOG
           RECORDING MODE IS F.
       01  CO2BK-LOG-IN-RECORD          PIC X(047).

       FD  CALLCO2-RC-TABLE.
       COPY CO2RCTB.

       FD  CALLCO2-RC-LOG-OUT
           RECORDING MODE IS F.
       01  CO2BK-LOG-OUT-RECORD         PIC X(047).

       FD  CO2RBKO-OUT
           RECORDING MODE IS F.
       01  CO2BK-LINE                   PIC X(080).

       WORKING-STORAGE SECTION.
       01  CO2BK-SWITCHES.
           05  CO2BK-LOG-EOF-SW         PIC X(01)  VALUE 'N'.
               88  CO2BK-LOG-EOF                    VALUE 'Y'.
           05  CO2BK-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  CO2BK-REFUSED                    VALUE 'Y'.
           05  CO2BK-RC-OPEN-OK-SW      PIC X(01)  VALUE 'N'.
               88  CO2BK-RC-OPEN-OK                 VALUE 'Y'.
           05  CO2BK-SCAN-DONE-SW       PIC X(01)  VALUE 'N'.
               88  CO2BK-SCAN-DONE                  VALUE 'Y'.
           05  CO2BK-CLOSED-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  CO2BK-CLOSED-FOUND               VALUE 'Y'.
           05  CO2BK-REOPEN-OK-SW       PIC X(01)  VALUE 'N'.
               88  CO2BK-REOPEN-OK                  VALUE 'Y'.
       01  CO2BK-RC-STATUS              PIC X(02).
       01  CO2BK-REFUSE-REASON          PIC X(60)  VALUE SPACES.
       01  CO2BK-REJECT-REASON          PIC X(34)  VALUE SPACES.

       01  CO2BK-RUN-OPERATOR-ID        PIC X(08)  VALUE SPACES.
       01  CO2BK-OPERATOR-ID            PIC X(08)  VALUE SPACES.
       01  CO2BK-FROM-DATE              PIC 9(08)  VALUE ZERO.
       01  CO2BK-FROM-TIME              PIC 9(08)  VALUE ZERO.
       01  CO2BK-TO-DATE                PIC 9(08)  VALUE ZERO.
       01  CO2BK-TO-TIME                PIC 9(08)  VALUE ZERO.
       01  CO2BK-FROM-STAMP             PIC 9(16)  VALUE ZERO.
       01  CO2BK-TO-STAMP               PIC 9(16)  VALUE ZERO.
       01  CO2BK-LOG-STAMP              PIC 9(16)  VALUE ZERO.

       01  CO2BK-READ-COUNT             PIC 9(09)  VALUE ZERO.
       01  CO2BK-REVERSED-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2BK-REJECTED-COUNT         PIC 9(09)  VALUE ZERO.
       01  CO2BK-DONE-COUNT             PIC 9(04)  VALUE ZERO COMP.

       01  CO2BK-HIGH-DATE              PIC 9(08)  VALUE 99999999.
       01  CO2BK-CLOSE-DATE             PIC 9(08)  VALUE ZERO.
       01  CO2BK-CLOSE-DATE-INTEGER     PIC S9(09) COMP.
       01  CO2BK-CLOSED-FROM-DATE       PIC 9(08)  VALUE ZERO.

       COPY CO2RCLOG.

      *  The run's own change-log records, as read.  They are held
      *  here and reversed latest-stamp first - the JCL concatenates
      *  the online and batch halves of the history, so file order
      *  is not time order.  A run too big to hold is refused whole
      *  rather than half reversed.
       01  CO2BK-CHG-COUNT              PIC 9(04)  VALUE ZERO COMP.
       01  CO2BK-CHG-MAX-ENTRIES        PIC 9(04)  VALUE 2000 COMP.
       01  CO2BK-CHG-SEARCH-IDX         PIC 9(04)  VALUE ZERO COMP.
       01  CO2BK-LATEST-SUB             PIC 9(04)  VALUE ZERO COMP.
       01  CO2BK-LATEST-STAMP           PIC 9(16)  VALUE ZERO.
       01  CO2BK-CHG-TABLE.
           05  CO2BK-CHG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CO2BK-CHG-IDX.
               10  CO2BK-C-STAMP        PIC 9(16).
               10  CO2BK-C-DONE-SW      PIC X(01).
                   88  CO2BK-C-DONE                 VALUE 'Y'.
               10  CO2BK-C-FUNCTION     PIC X(01).
                   88  CO2BK-C-FUNC-ADD             VALUE '2'.
                   88  CO2BK-C-FUNC-CHANGE          VALUE '3'.
               10  CO2BK-C-KEY          PIC 99.
               10  CO2BK-C-EFF-FROM     PIC 9(08).
               10  CO2BK-C-BEFORE.
                   15  CO2BK-C-B-RC     PIC 99.
                   15  CO2BK-C-B-RS     PIC 99.
                   15  CO2BK-C-B-CAT    PIC X(02).
               10  CO2BK-C-AFTER.
                   15  CO2BK-C-A-RC     PIC 99.
                   15  CO2BK-C-A-RS     PIC 99.
                   15  CO2BK-C-A-CAT    PIC X(02).

      *  One slot per input code 00-99 (subscript = code + 1): the
      *  latest stamp of any change-log record for the code that is
      *  not part of the run, and whether a reversal for the code has
      *  already been refused.
       01  CO2BK-CODE-SUB               PIC 9(04)  VALUE ZERO COMP.
       01  CO2BK-CODE-TABLE.
           05  CO2BK-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY CO2BK-CODE-IDX.
               10  CO2BK-K-OTHER-STAMP  PIC 9(16).
               10  CO2BK-K-BLOCKED-SW   PIC X(01).
                   88  CO2BK-K-BLOCKED              VALUE 'Y'.

      *  The entry as found on the table, to compare with the image
      *  logged for it.
       01  CO2BK-ON-FILE-IMAGE.
           05  CO2BK-OF-RC              PIC 99.
           05  CO2BK-OF-RS              PIC 99.
           05  CO2BK-OF-CAT             PIC X(02).

       01  CO2BK-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'CALLCO2 RC TABLE BACK-OUT  RUN'.
           05  FILLER                   PIC X(10) VALUE ' OPERATOR '.
           05  CO2BK-H-RUN-OPERATOR     PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' BY '.
           05  CO2BK-H-OPERATOR         PIC X(08).
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  CO2BK-WINDOW-LINE.
           05  FILLER                   PIC X(15)
                   VALUE 'CHANGES LOGGED '.
           05  CO2BK-W-FROM-DATE        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-W-FROM-TIME        PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  CO2BK-W-TO-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-W-TO-TIME          PIC 9(08).
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  CO2BK-REFUSED-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'NOTHING REVERSED - '.
           05  CO2BK-RF-REASON          PIC X(60).

       01  CO2BK-COLUMN-LINE.
           05  FILLER                   PIC X(09) VALUE 'DATE'.
           05  FILLER                   PIC X(09) VALUE 'TIME'.
           05  FILLER                   PIC X(07) VALUE 'FUNC'.
           05  FILLER                   PIC X(03) VALUE 'CD'.
           05  FILLER                   PIC X(09) VALUE 'EFF FROM'.
           05  FILLER                   PIC X(09) VALUE 'DISPOSN'.
           05  FILLER                   PIC X(34) VALUE 'REASON'.

       01  CO2BK-DETAIL-LINE.
           05  CO2BK-DL-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-DL-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-DL-FUNC            PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-DL-CODE            PIC 99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-DL-EFF-FROM        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-DL-DISPOSITION     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CO2BK-DL-REASON          PIC X(34).

       01  CO2BK-TOTAL-LINE.
           05  FILLER                   PIC X(09) VALUE 'SELECTED '.
           05  CO2BK-TL-SELECTED        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '  REVERSED '.
           05  CO2BK-TL-REVERSED        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '  REFUSED  '.
           05  CO2BK-TL-REJECTED        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  CO2BK-NONE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'NO ADD OR CHANGE BY THAT OPERATOR IN THE'.
           05  FILLER                   PIC X(40)
                   VALUE ' WINDOW - CHECK THE CO2RBKP CARD'.

       01  CO2BK-READ-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'CHANGE-LOG RECORDS READ '.
           05  CO2BK-RL-READ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  CO2BK-BLANK-LINE             PIC X(080) VALUE SPACES.

       PROCEDURE DIVISION.
       BK-1.
           PERFORM BK-1-INIT.
           IF NOT CO2BK-REFUSED
               OPEN INPUT CALLCO2-RC-LOG
               PERFORM BK-1-READ-LOG UNTIL CO2BK-LOG-EOF
               CLOSE CALLCO2-RC-LOG
           END-IF.
           IF NOT CO2BK-REFUSED AND CO2BK-CHG-COUNT > ZERO
               PERFORM BK-1-OPEN-TABLE
           END-IF.
           IF CO2BK-RC-OPEN-OK
               OPEN EXTEND CALLCO2-RC-LOG-OUT
               PERFORM BK-1-REVERSE-NEXT
                   UNTIL CO2BK-DONE-COUNT >= CO2BK-CHG-COUNT
               CLOSE CALLCO2-RC-LOG-OUT
               CLOSE CALLCO2-RC-TABLE
           END-IF.
           PERFORM BK-1-PRINT-TOTALS.
           PERFORM BK-1-SET-RETURN-CODE.
           CLOSE CO2RBKO-OUT.
           GOBACK.

       BK-1-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CO2BK-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN CO2BK-CHG-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN CO2BK-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       BK-1-INIT.
           PERFORM BK-1-CLEAR-CODE-ENTRY
               VARYING CO2BK-CODE-IDX FROM 1 BY 1
                   UNTIL CO2BK-CODE-IDX > 100.
           OPEN INPUT CO2RBKO-PARM.
           READ CO2RBKO-PARM
               AT END
                   MOVE 'NO CO2RBKP CARD' TO CO2BK-REFUSE-REASON
                   SET CO2BK-REFUSED TO TRUE
               NOT AT END
                   MOVE CO2RBKP-RUN-OPERATOR-ID
                       TO CO2BK-RUN-OPERATOR-ID
                   MOVE CO2RBKP-FROM-DATE TO CO2BK-FROM-DATE
                   MOVE CO2RBKP-FROM-TIME TO CO2BK-FROM-TIME
                   MOVE CO2RBKP-TO-DATE TO CO2BK-TO-DATE
                   MOVE CO2RBKP-TO-TIME TO CO2BK-TO-TIME
                   MOVE CO2RBKP-OPERATOR-ID TO CO2BK-OPERATOR-ID
           END-READ.
           CLOSE CO2RBKO-PARM.
           IF NOT CO2BK-REFUSED
               PERFORM BK-1-EDIT-CARD
           END-IF.
           OPEN OUTPUT CO2RBKO-OUT.
           MOVE CO2BK-RUN-OPERATOR-ID TO CO2BK-H-RUN-OPERATOR.
           MOVE CO2BK-OPERATOR-ID TO CO2BK-H-OPERATOR.
           WRITE CO2BK-LINE FROM CO2BK-HEADING-LINE.
           MOVE CO2BK-FROM-DATE TO CO2BK-W-FROM-DATE.
           MOVE CO2BK-FROM-TIME TO CO2BK-W-FROM-TIME.
           MOVE CO2BK-TO-DATE TO CO2BK-W-TO-DATE.
           MOVE CO2BK-TO-TIME TO CO2BK-W-TO-TIME.
           WRITE CO2BK-LINE FROM CO2BK-WINDOW-LINE.
           WRITE CO2BK-LINE FROM CO2BK-BLANK-LINE.
           WRITE CO2BK-LINE FROM CO2BK-COLUMN-LINE.

       BK-1-CLEAR-CODE-ENTRY.
           MOVE ZERO TO CO2BK-K-OTHER-STAMP (CO2BK-CODE-IDX).
           MOVE 'N' TO CO2BK-K-BLOCKED-SW (CO2BK-CODE-IDX).

      *  Without a run operator and a from-date the card would select
      *  every change ever logged - refuse it instead.
       BK-1-EDIT-CARD.
           IF CO2BK-RUN-OPERATOR-ID = SPACES
               MOVE 'NO RUN OPERATOR ID ON THE CO2RBKP CARD' TO
                   CO2BK-REFUSE-REASON
               SET CO2BK-REFUSED TO TRUE
           END-IF.
           IF NOT CO2BK-REFUSED
               IF CO2BK-FROM-DATE IS NOT NUMERIC
                       OR CO2BK-FROM-DATE = ZERO
                       OR CO2BK-FROM-TIME IS NOT NUMERIC
                       OR CO2BK-TO-DATE IS NOT NUMERIC
                       OR CO2BK-TO-TIME IS NOT NUMERIC
                   MOVE 'WINDOW ON THE CO2RBKP CARD IS NOT NUMERIC' TO
                       CO2BK-REFUSE-REASON
                   SET CO2BK-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT CO2BK-REFUSED
               IF CO2BK-TO-DATE = ZERO
                   MOVE CO2BK-FROM-DATE TO CO2BK-TO-DATE
               END-IF
               IF CO2BK-TO-TIME = ZERO
                   MOVE 99999999 TO CO2BK-TO-TIME
               END-IF
               COMPUTE CO2BK-FROM-STAMP =
                   CO2BK-FROM-DATE * 100000000 + CO2BK-FROM-TIME
               COMPUTE CO2BK-TO-STAMP =
                   CO2BK-TO-DATE * 100000000 + CO2BK-TO-TIME
               IF CO2BK-TO-STAMP < CO2BK-FROM-STAMP
                   MOVE 'WINDOW ENDS BEFORE IT STARTS' TO
                       CO2BK-REFUSE-REASON
                   SET CO2BK-REFUSED TO TRUE
               END-IF
           END-IF.
           IF CO2BK-OPERATOR-ID = SPACES
               MOVE 'CO2RBKO' TO CO2BK-OPERATOR-ID
           END-IF.

      *  Every log record is looked at: the run's own ADDs and
      *  CHANGEs are held for reversal, and everything else - other
      *  operators, the run operator outside the window, CO2MNT
      *  changes, earlier back-outs - counts as a later change to
      *  its input code if it is stamped after the run's.
       BK-1-READ-LOG.
           READ CALLCO2-RC-LOG INTO CO2-RCLOG-RECORD
               AT END
                   SET CO2BK-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CO2BK-READ-COUNT
                   PERFORM BK-1-SELECT-RECORD
           END-READ.

       BK-1-SELECT-RECORD.
           COMPUTE CO2BK-LOG-STAMP =
               CO2-RCL-DATE * 100000000 + CO2-RCL-TIME.
           IF CO2-RCL-OPERATOR-ID = CO2BK-RUN-OPERATOR-ID
                   AND CO2BK-LOG-STAMP >= CO2BK-FROM-STAMP
                   AND CO2BK-LOG-STAMP <= CO2BK-TO-STAMP
                   AND (CO2-RCL-FUNC-ADD OR CO2-RCL-FUNC-CHANGE)
               PERFORM BK-1-HOLD-CHANGE
           ELSE
               COMPUTE CO2BK-CODE-SUB = CO2-RCL-KEY + 1
               SET CO2BK-CODE-IDX TO CO2BK-CODE-SUB
               IF CO2BK-LOG-STAMP > CO2BK-K-OTHER-STAMP (CO2BK-CODE-IDX)
                   MOVE CO2BK-LOG-STAMP
                       TO CO2BK-K-OTHER-STAMP (CO2BK-CODE-IDX)
               END-IF
           END-IF.

       BK-1-HOLD-CHANGE.
           IF CO2BK-CHG-COUNT < CO2BK-CHG-MAX-ENTRIES
               ADD 1 TO CO2BK-CHG-COUNT
               SET CO2BK-CHG-IDX TO CO2BK-CHG-COUNT
               MOVE CO2BK-LOG-STAMP TO CO2BK-C-STAMP (CO2BK-CHG-IDX)
               MOVE 'N' TO CO2BK-C-DONE-SW (CO2BK-CHG-IDX)
               MOVE CO2-RCL-FUNCTION TO CO2BK-C-FUNCTION (CO2BK-CHG-IDX)
               MOVE CO2-RCL-KEY TO CO2BK-C-KEY (CO2BK-CHG-IDX)
               MOVE CO2-RCL-EFF-FROM-DATE
                   TO CO2BK-C-EFF-FROM (CO2BK-CHG-IDX)
               MOVE CO2-RCL-BEFORE-IMAGE
                   TO CO2BK-C-BEFORE (CO2BK-CHG-IDX)
               MOVE CO2-RCL-AFTER-IMAGE
                   TO CO2BK-C-AFTER (CO2BK-CHG-IDX)
           ELSE
               MOVE 'MORE THAN 2000 CHANGES IN THE WINDOW - NARROW IT'
                   TO CO2BK-REFUSE-REASON
               SET CO2BK-REFUSED TO TRUE
               SET CO2BK-LOG-EOF TO TRUE
           END-IF.

       BK-1-OPEN-TABLE.
           OPEN I-O CALLCO2-RC-TABLE.
           IF CO2BK-RC-STATUS = '00'
               SET CO2BK-RC-OPEN-OK TO TRUE
           ELSE
               STRING 'CALLCO2-RC-TABLE DID NOT OPEN - FILE STATUS '
                       DELIMITED BY SIZE
                   CO2BK-RC-STATUS DELIMITED BY SIZE
                   INTO CO2BK-REFUSE-REASON
               END-STRING
               SET CO2BK-REFUSED TO TRUE
           END-IF.

      *  Latest stamp first.  On a tie the one later in the log wins,
      *  since the log is written in the order the changes were made.
       BK-1-REVERSE-NEXT.
           MOVE ZERO TO CO2BK-LATEST-SUB.
           MOVE ZERO TO CO2BK-LATEST-STAMP.
           PERFORM BK-1-FIND-LATEST
               VARYING CO2BK-CHG-SEARCH-IDX FROM 1 BY 1
                   UNTIL CO2BK-CHG-SEARCH-IDX > CO2BK-CHG-COUNT.
           SET CO2BK-CHG-IDX TO CO2BK-LATEST-SUB.
           MOVE 'Y' TO CO2BK-C-DONE-SW (CO2BK-CHG-IDX).
           ADD 1 TO CO2BK-DONE-COUNT.
           PERFORM BK-1-REVERSE-CHANGE.
           PERFORM BK-1-PRINT-CHANGE.

       BK-1-FIND-LATEST.
           SET CO2BK-CHG-IDX TO CO2BK-CHG-SEARCH-IDX.
           IF NOT CO2BK-C-DONE (CO2BK-CHG-IDX)
                   AND CO2BK-C-STAMP (CO2BK-CHG-IDX)
                       >= CO2BK-LATEST-STAMP
               MOVE CO2BK-C-STAMP (CO2BK-CHG-IDX) TO CO2BK-LATEST-STAMP
               MOVE CO2BK-CHG-SEARCH-IDX TO CO2BK-LATEST-SUB
           END-IF.

       BK-1-REVERSE-CHANGE.
           MOVE SPACES TO CO2BK-REJECT-REASON.
           COMPUTE CO2BK-CODE-SUB = CO2BK-C-KEY (CO2BK-CHG-IDX) + 1.
           SET CO2BK-CODE-IDX TO CO2BK-CODE-SUB.
           IF CO2BK-K-BLOCKED (CO2BK-CODE-IDX)
               MOVE 'LATER CHANGE TO CODE WAS REFUSED' TO
                   CO2BK-REJECT-REASON
           ELSE
               IF CO2BK-K-OTHER-STAMP (CO2BK-CODE-IDX)
                       > CO2BK-C-STAMP (CO2BK-CHG-IDX)
                   MOVE 'CODE CHANGED AGAIN AFTER THE RUN' TO
                       CO2BK-REJECT-REASON
               ELSE
                   IF CO2BK-C-FUNC-ADD (CO2BK-CHG-IDX)
                       PERFORM BK-1-UNDO-ADD
                   ELSE
                       PERFORM BK-1-UNDO-CHANGE
                   END-IF
               END-IF
           END-IF.
           IF CO2BK-REJECT-REASON = SPACES
               ADD 1 TO CO2BK-REVERSED-COUNT
           ELSE
               MOVE 'Y' TO CO2BK-K-BLOCKED-SW (CO2BK-CODE-IDX)
               ADD 1 TO CO2BK-REJECTED-COUNT
           END-IF.

      *  The added entry must still be on file exactly as the run
      *  left it - open-ended, carrying the logged after image -
      *  before it is deleted.
       BK-1-UNDO-ADD.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RC-INPUT-CODE.
           MOVE CO2BK-C-EFF-FROM (CO2BK-CHG-IDX)
               TO CO2-RC-EFF-FROM-DATE.
           PERFORM BK-1-CHECK-ADDED-ENTRY.
           IF CO2BK-REJECT-REASON = SPACES
               DELETE CALLCO2-RC-TABLE
                   INVALID KEY
                       MOVE 'DELETE FAILED - ENTRY NOT REVERSED' TO
                           CO2BK-REJECT-REASON
               END-DELETE
           END-IF.
           IF CO2BK-REJECT-REASON = SPACES
                   AND CO2BK-RC-STATUS NOT = '00'
               MOVE 'DELETE FAILED - ENTRY NOT REVERSED' TO
                   CO2BK-REJECT-REASON
           END-IF.
           IF CO2BK-REJECT-REASON = SPACES
               SET CO2-RCL-FUNC-BACKOUT-ADD TO TRUE
               MOVE CO2BK-C-AFTER (CO2BK-CHG-IDX)
                   TO CO2-RCL-BEFORE-IMAGE
               MOVE ZERO TO CO2-RCL-AFTER-RESULT-CODE
               MOVE ZERO TO CO2-RCL-AFTER-REASON-CODE
               MOVE SPACES TO CO2-RCL-AFTER-CATEGORY
               PERFORM BK-1-WRITE-LOG
           END-IF.

      *  Reopen before delete, the same order of operations CO2RCBAT
      *  uses in reverse: the closed entry is made open-ended again
      *  first, then the run's new entry is deleted; if the delete
      *  fails the reopened entry is closed out again, so the table
      *  is never left with nothing in effect for the code.
       BK-1-UNDO-CHANGE.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RC-INPUT-CODE.
           MOVE CO2BK-C-EFF-FROM (CO2BK-CHG-IDX)
               TO CO2-RC-EFF-FROM-DATE.
           PERFORM BK-1-CHECK-ADDED-ENTRY.
           IF CO2BK-REJECT-REASON = SPACES
               PERFORM BK-1-FIND-CLOSED-ENTRY
           END-IF.
           IF CO2BK-REJECT-REASON = SPACES
               PERFORM BK-1-REOPEN-CLOSED-ENTRY
           END-IF.
           IF CO2BK-REJECT-REASON = SPACES
               MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RC-INPUT-CODE
               MOVE CO2BK-C-EFF-FROM (CO2BK-CHG-IDX)
                   TO CO2-RC-EFF-FROM-DATE
               DELETE CALLCO2-RC-TABLE
                   INVALID KEY
                       MOVE 'DELETE FAILED' TO CO2BK-REJECT-REASON
               END-DELETE
               IF CO2BK-REJECT-REASON = SPACES
                       AND CO2BK-RC-STATUS NOT = '00'
                   MOVE 'DELETE FAILED' TO CO2BK-REJECT-REASON
               END-IF
               IF CO2BK-REJECT-REASON NOT = SPACES
                   PERFORM BK-1-RECLOSE-ENTRY
               END-IF
           END-IF.
           IF CO2BK-REJECT-REASON = SPACES
               SET CO2-RCL-FUNC-BACKOUT-CHANGE TO TRUE
               MOVE CO2BK-C-AFTER (CO2BK-CHG-IDX)
                   TO CO2-RCL-BEFORE-IMAGE
               MOVE CO2BK-C-BEFORE (CO2BK-CHG-IDX)
                   TO CO2-RCL-AFTER-IMAGE
               PERFORM BK-1-WRITE-LOG
           END-IF.

       BK-1-CHECK-ADDED-ENTRY.
           READ CALLCO2-RC-TABLE
               INVALID KEY
                   MOVE 'ENTRY THE RUN ADDED IS NOT ON FILE' TO
                       CO2BK-REJECT-REASON
               NOT INVALID KEY
                   MOVE CO2-RC-RESULT-CODE TO CO2BK-OF-RC
                   MOVE CO2-RC-REASON-CODE TO CO2BK-OF-RS
                   MOVE CO2-RC-CATEGORY TO CO2BK-OF-CAT
                   IF CO2-RC-EFF-TO-DATE NOT = CO2BK-HIGH-DATE
                           OR CO2BK-ON-FILE-IMAGE
                               NOT = CO2BK-C-AFTER (CO2BK-CHG-IDX)
                       MOVE 'ENTRY NO LONGER AS THE RUN LEFT IT' TO
                           CO2BK-REJECT-REASON
                   END-IF
           END-READ.

      *  The entry a CHANGE closed out ends the day before the new
      *  entry starts, and must still carry the logged before image.
       BK-1-FIND-CLOSED-ENTRY.
           COMPUTE CO2BK-CLOSE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (CO2BK-C-EFF-FROM (CO2BK-CHG-IDX)) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (CO2BK-CLOSE-DATE-INTEGER)
               TO CO2BK-CLOSE-DATE.
           MOVE 'N' TO CO2BK-CLOSED-FOUND-SW.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RC-INPUT-CODE.
           MOVE ZERO TO CO2-RC-EFF-FROM-DATE.
           MOVE 'N' TO CO2BK-SCAN-DONE-SW.
           START CALLCO2-RC-TABLE KEY NOT LESS THAN CO2-RC-KEY
               INVALID KEY
                   SET CO2BK-SCAN-DONE TO TRUE
           END-START.
           PERFORM BK-1-FIND-CLOSED-SCAN UNTIL CO2BK-SCAN-DONE.
           IF NOT CO2BK-CLOSED-FOUND
               MOVE 'CLOSED-OUT ENTRY NOT ON FILE' TO
                   CO2BK-REJECT-REASON
           ELSE
               IF CO2BK-ON-FILE-IMAGE
                       NOT = CO2BK-C-BEFORE (CO2BK-CHG-IDX)
                   MOVE 'CLOSED-OUT ENTRY HAS BEEN CHANGED' TO
                       CO2BK-REJECT-REASON
               END-IF
           END-IF.

       BK-1-FIND-CLOSED-SCAN.
           READ CALLCO2-RC-TABLE NEXT RECORD
               AT END
                   SET CO2BK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CO2-RC-INPUT-CODE
                           NOT = CO2BK-C-KEY (CO2BK-CHG-IDX)
                       SET CO2BK-SCAN-DONE TO TRUE
                   ELSE
                       IF CO2-RC-EFF-TO-DATE = CO2BK-CLOSE-DATE
                           MOVE CO2-RC-EFF-FROM-DATE
                               TO CO2BK-CLOSED-FROM-DATE
                           MOVE CO2-RC-RESULT-CODE TO CO2BK-OF-RC
                           MOVE CO2-RC-REASON-CODE TO CO2BK-OF-RS
                           MOVE CO2-RC-CATEGORY TO CO2BK-OF-CAT
                           SET CO2BK-CLOSED-FOUND TO TRUE
                           SET CO2BK-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.
           IF CO2BK-RC-STATUS NOT = '00'
               SET CO2BK-SCAN-DONE TO TRUE
           END-IF.

       BK-1-REOPEN-CLOSED-ENTRY.
           MOVE 'N' TO CO2BK-REOPEN-OK-SW.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RC-INPUT-CODE.
           MOVE CO2BK-CLOSED-FROM-DATE TO CO2-RC-EFF-FROM-DATE.
           READ CALLCO2-RC-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CO2BK-HIGH-DATE TO CO2-RC-EFF-TO-DATE
                   REWRITE CO2-RC-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CO2BK-REOPEN-OK TO TRUE
                   END-REWRITE
           END-READ.
           IF CO2BK-REOPEN-OK AND CO2BK-RC-STATUS NOT = '00'
               MOVE 'N' TO CO2BK-REOPEN-OK-SW
           END-IF.
           IF NOT CO2BK-REOPEN-OK
               MOVE 'REOPEN FAILED - ENTRY NOT REVERSED' TO
                   CO2BK-REJECT-REASON
           END-IF.

      *  The delete of the run's new entry failed after the closed
      *  entry was reopened - close it out again to where the run
      *  left it, so only one entry is open-ended.
       BK-1-RECLOSE-ENTRY.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RC-INPUT-CODE.
           MOVE CO2BK-CLOSED-FROM-DATE TO CO2-RC-EFF-FROM-DATE.
           MOVE 'RECLOSE FAILED - CALL SYSTEM PROG' TO
               CO2BK-REJECT-REASON.
           READ CALLCO2-RC-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CO2BK-CLOSE-DATE TO CO2-RC-EFF-TO-DATE
                   REWRITE CO2-RC-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'DELETE FAILED - ENTRY NOT REVERSED'
                               TO CO2BK-REJECT-REASON
                   END-REWRITE
           END-READ.

       BK-1-WRITE-LOG.
           ACCEPT CO2-RCL-DATE FROM DATE YYYYMMDD.
           ACCEPT CO2-RCL-TIME FROM TIME.
           MOVE CO2BK-OPERATOR-ID TO CO2-RCL-OPERATOR-ID.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2-RCL-KEY.
           MOVE CO2BK-C-EFF-FROM (CO2BK-CHG-IDX)
               TO CO2-RCL-EFF-FROM-DATE.
           WRITE CO2BK-LOG-OUT-RECORD FROM CO2-RCLOG-RECORD.

       BK-1-PRINT-CHANGE.
           DIVIDE CO2BK-C-STAMP (CO2BK-CHG-IDX) BY 100000000
               GIVING CO2BK-DL-DATE REMAINDER CO2BK-DL-TIME.
           IF CO2BK-C-FUNC-ADD (CO2BK-CHG-IDX)
               MOVE 'ADD' TO CO2BK-DL-FUNC
           ELSE
               MOVE 'CHANGE' TO CO2BK-DL-FUNC
           END-IF.
           MOVE CO2BK-C-KEY (CO2BK-CHG-IDX) TO CO2BK-DL-CODE.
           MOVE CO2BK-C-EFF-FROM (CO2BK-CHG-IDX) TO CO2BK-DL-EFF-FROM.
           IF CO2BK-REJECT-REASON = SPACES
               MOVE 'REVERSED' TO CO2BK-DL-DISPOSITION
               MOVE SPACES TO CO2BK-DL-REASON
           ELSE
               MOVE 'REFUSED' TO CO2BK-DL-DISPOSITION
               MOVE CO2BK-REJECT-REASON TO CO2BK-DL-REASON
           END-IF.
           WRITE CO2BK-LINE FROM CO2BK-DETAIL-LINE.

       BK-1-PRINT-TOTALS.
           IF CO2BK-REFUSED
               MOVE CO2BK-REFUSE-REASON TO CO2BK-RF-REASON
               WRITE CO2BK-LINE FROM CO2BK-REFUSED-LINE
           ELSE
               IF CO2BK-CHG-COUNT = ZERO
                   WRITE CO2BK-LINE FROM CO2BK-NONE-LINE
               END-IF
           END-IF.
           WRITE CO2BK-LINE FROM CO2BK-BLANK-LINE.
           MOVE CO2BK-READ-COUNT TO CO2BK-RL-READ.
           WRITE CO2BK-LINE FROM CO2BK-READ-LINE.
           MOVE CO2BK-CHG-COUNT TO CO2BK-TL-SELECTED.
           MOVE CO2BK-REVERSED-COUNT TO CO2BK-TL-REVERSED.
           MOVE CO2BK-REJECTED-COUNT TO CO2BK-TL-REJECTED.
           WRITE CO2BK-LINE FROM CO2BK-TOTAL-LINE.

       END PROGRAM "CO2RBKO".
