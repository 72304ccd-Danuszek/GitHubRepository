       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2INQ".
      *
      *  Online (CICS/BMS) real-time CALLCO2 lookup for the front
      *  office.  Transaction CO2I, map CO2MAP3 of mapset CO2ISET.
      *  The operator keys an input code and gets back the result
      *  code, reason code and category CO2BATCH would get for it
      *  today, each with its business name off CALLCO2-DESC-TABLE.
      *
      *  CALLCO2 itself cannot run under CICS - it does native OPEN/
      *  READ/WRITE on its files - so this program applies the same
      *  rules through EXEC CICS file control, in the same order:
      *    - the business date comes off CALLCO2-CALENDAR (CICS file
      *      CO2CALVS), the system date only if the calendar cannot
      *      be read, exactly as CALLCO2 falls back;
      *    - the caller ('CO2INQ') is checked against CALLCO2-AUTH-
      *      TABLE (CICS file CO2AUVS) first - not on the table, on
      *      it as inactive, or a table that cannot be read all come
      *      back unauthorized (99/98/UA);
      *    - the CALLCO2-RC-TABLE entry (CICS file CO2RCVS) whose
      *      effective range covers the business date is used; none
      *      comes back as an unknown code (99/99/ER).
      *  Every lookup is logged as a CO2-AUDIT-RECORD on the online
      *  audit ESDS (CICS file CO2AUDVS); CO2AMRG appends it to
      *  CALLCO2-AUDIT each night, so CO2RPT, CO2TRND and CO2FEED
      *  count online volume alongside batch.  A lookup whose audit
      *  record cannot be written is not shown to the operator.
      *
      *  Pseudo-conversational: nothing but the last code looked up
      *  is carried across terminal turns, in DFHCOMMAREA.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *    2026-10-15  RESP  Audit records go out with a zero
      *                      CO2-AUD-SEQ-NO and chain value - CO2AMRG
      *                      stamps them as it merges them into
      *                      CALLCO2-AUDIT, where they join the trail.
      *
      *  NOTE: this is a CICS/BMS program, desk-checked against the
      *  CO2MAP3 symbolic map and the VSAM layouts it reads and
      *  writes (copybooks CO2MAP3, CO2CAL, CO2AUTH, CO2RCTB,
      *  CO2DESC and CO2AUDIT).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CO2I-MESSAGE                PIC X(70).
       01  CO2I-RESP                   PIC S9(08) COMP.
       01  CO2I-CALLER-PGM             PIC X(08)  VALUE 'CO2INQ'.
       01  CO2I-INPUT-CODE             PIC 99.
       01  CO2I-CALL-DATE              PIC 9(08).
       01  CO2I-AUD-RBA                PIC S9(08) COMP.
       01  CO2I-UNKNOWN-RESULT-CODE    PIC 99  VALUE 99.
       01  CO2I-UNKNOWN-REASON-CODE    PIC 99  VALUE 99.
       01  CO2I-UNKNOWN-CATEGORY       PIC X(02) VALUE 'ER'.
       01  CO2I-UNAUTH-RESULT-CODE     PIC 99  VALUE 99.
       01  CO2I-UNAUTH-REASON-CODE     PIC 99  VALUE 98.
       01  CO2I-UNAUTH-CATEGORY        PIC X(02) VALUE 'UA'.
       01  CO2I-EFF-FROM-DATE          PIC 9(08).
       01  CO2I-LOOK-TYPE              PIC X(01).
       01  CO2I-LOOK-CODE              PIC X(02).
       01  CO2I-LOOK-NAME              PIC X(20).
       01  CO2I-NO-DESC-NAME           PIC X(20)
               VALUE '(NOT ON DESC TABLE)'.

       01  CO2I-SWITCHES.
           05  CO2I-SCAN-DONE-SW       PIC X(01).
               88  CO2I-SCAN-DONE               VALUE 'Y'.
               88  CO2I-SCAN-NOT-DONE           VALUE 'N'.
           05  CO2I-RC-FOUND-SW        PIC X(01).
               88  CO2I-RC-FOUND                VALUE 'Y'.
               88  CO2I-RC-NOT-FOUND            VALUE 'N'.
           05  CO2I-AUTH-OK-SW         PIC X(01).
               88  CO2I-AUTH-OK                 VALUE 'Y'.
               88  CO2I-AUTH-NOT-OK             VALUE 'N'.
           05  CO2I-AUDIT-OK-SW        PIC X(01).
               88  CO2I-AUDIT-OK                VALUE 'Y'.
               88  CO2I-AUDIT-NOT-OK            VALUE 'N'.

       COPY CO2MAP3.
       COPY CO2PARM.
       COPY CO2CAL.
       COPY CO2AUTH.
       COPY CO2RCTB.
       COPY CO2DESC.
       COPY CO2AUDIT.

       01  CO2I-COMMAREA.
           05  CO2I-CA-LAST-CODE       PIC 99.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-LAST-CODE            PIC 99.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       INQ-1.
           IF EIBCALEN = ZERO
               PERFORM INQ-1-FIRST-TIME
               EXEC CICS RETURN
                   TRANSID('CO2I')
                   COMMAREA(CO2I-COMMAREA)
                   LENGTH(LENGTH OF CO2I-COMMAREA)
               END-EXEC
           ELSE
               IF EIBAID = DFHPF3
                   EXEC CICS RETURN
                   END-EXEC
               ELSE
                   MOVE DFHCOMMAREA TO CO2I-COMMAREA
                   PERFORM INQ-1-RECEIVE
                   EXEC CICS RETURN
                       TRANSID('CO2I')
                       COMMAREA(CO2I-COMMAREA)
                       LENGTH(LENGTH OF CO2I-COMMAREA)
                   END-EXEC
               END-IF
           END-IF.

       INQ-1-FIRST-TIME.
           MOVE LOW-VALUES TO CO2MAP3O.
           MOVE ZERO TO CO2I-CA-LAST-CODE.
           MOVE 'ENTER AN INPUT CODE AND PRESS ENTER' TO MSG3O.
           EXEC CICS SEND MAP('CO2MAP3')
               MAPSET('CO2ISET')
               ERASE
           END-EXEC.

       INQ-1-RECEIVE.
           EXEC CICS RECEIVE MAP('CO2MAP3')
               MAPSET('CO2ISET')
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO CO2MAP3O
               MOVE 'NO DATA ENTERED - KEY AN INPUT CODE' TO
                   CO2I-MESSAGE
           ELSE
               IF CO2I-RESP NOT = DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO CO2MAP3O
                   MOVE 'RECEIVE FAILED - SEE SYSTEM PROGRAMMER' TO
                       CO2I-MESSAGE
               ELSE
                   IF CODEII IS NOT NUMERIC
                       MOVE LOW-VALUES TO CO2MAP3O
                       MOVE 'INPUT CODE MUST BE TWO DIGITS' TO
                           CO2I-MESSAGE
                   ELSE
                       MOVE CODEII TO CO2I-INPUT-CODE
                       PERFORM INQ-1-LOOKUP
                   END-IF
               END-IF
           END-IF.
           MOVE CO2I-MESSAGE TO MSG3O.
           EXEC CICS SEND MAP('CO2MAP3')
               MAPSET('CO2ISET')
               ERASE
           END-EXEC.

      *  The same sequence CALLCO2's PAR-1 runs: business date,
      *  authorization, RC-table lookup, then the audit record -
      *  written for unauthorized and unknown-code lookups too, the
      *  same as a batch call.
       INQ-1-LOOKUP.
           MOVE CO2I-INPUT-CODE TO CALLCO2-INPUT-CODE.
           MOVE CO2I-INPUT-CODE TO CO2I-CA-LAST-CODE.
           MOVE ZERO TO PARM-TRAN-KEY.
           MOVE SPACES TO PARM-CYCLE-ID.
           MOVE ZERO TO CO2I-EFF-FROM-DATE.
           PERFORM INQ-1-GET-BUSINESS-DATE.
           PERFORM INQ-1-AUTH-CHECK.
           IF CO2I-AUTH-OK
               PERFORM INQ-1-FIND-ENTRY
               IF CO2I-RC-FOUND
                   SET PARM-STATUS-OK TO TRUE
                   MOVE SPACES TO PARM-REASON-TEXT
               ELSE
                   PERFORM INQ-1-ERROR
               END-IF
           ELSE
               PERFORM INQ-1-UNAUTHORIZED
           END-IF.
           PERFORM INQ-1-WRITE-AUDIT.
           MOVE LOW-VALUES TO CO2MAP3O.
           IF CO2I-AUDIT-OK
               PERFORM INQ-1-SHOW-RESULT
           ELSE
               MOVE 'LOOKUP NOT RECORDED - AUDIT WRITE FAILED - SEE SYS'
                   TO CO2I-MESSAGE
           END-IF.

       INQ-1-ERROR.
           MOVE CO2I-UNKNOWN-RESULT-CODE TO VALUE1-RESULT-CODE.
           MOVE CO2I-UNKNOWN-REASON-CODE TO VALUE1-REASON-CODE.
           MOVE CO2I-UNKNOWN-CATEGORY    TO VALUE1-CATEGORY.
           SET PARM-STATUS-ERROR TO TRUE.
           MOVE 'INPUT CODE UNKNOWN' TO PARM-REASON-TEXT.

       INQ-1-UNAUTHORIZED.
           MOVE CO2I-UNAUTH-RESULT-CODE TO VALUE1-RESULT-CODE.
           MOVE CO2I-UNAUTH-REASON-CODE TO VALUE1-REASON-CODE.
           MOVE CO2I-UNAUTH-CATEGORY    TO VALUE1-CATEGORY.
           SET PARM-STATUS-UNAUTHORIZED TO TRUE.
           MOVE 'CALLER NOT AUTHORIZED' TO PARM-REASON-TEXT.

      *  Read on every lookup rather than held anywhere - the task
      *  ends each turn, and the date roll can move the calendar
      *  between one lookup and the next.
       INQ-1-GET-BUSINESS-DATE.
           ACCEPT CO2I-CALL-DATE FROM DATE YYYYMMDD.
           SET CO2-CAL-KEY-CURRENT TO TRUE.
           EXEC CICS READ FILE('CO2CALVS')
               INTO(CO2-CAL-RECORD)
               RIDFLD(CO2-CAL-KEY)
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP = DFHRESP(NORMAL)
               MOVE CO2-CAL-BUSINESS-DATE TO CO2I-CALL-DATE
           END-IF.

       INQ-1-AUTH-CHECK.
           SET CO2I-AUTH-NOT-OK TO TRUE.
           MOVE CO2I-CALLER-PGM TO CO2-AUTH-CALLER-ID.
           EXEC CICS READ FILE('CO2AUVS')
               INTO(CO2-AUTH-RECORD)
               RIDFLD(CO2-AUTH-CALLER-ID)
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP = DFHRESP(NORMAL)
               IF CO2-AUTH-ACTIVE
                   SET CO2I-AUTH-OK TO TRUE
               END-IF
           END-IF.

      *  Start on the input code's earliest entry and scan forward
      *  for the one whose effective range covers the business date,
      *  as CALLCO2's PAR-1-FILE-LOOKUP does in batch.
       INQ-1-FIND-ENTRY.
           SET CO2I-RC-NOT-FOUND TO TRUE.
           MOVE CO2I-INPUT-CODE TO CO2-RC-INPUT-CODE.
           MOVE ZERO TO CO2-RC-EFF-FROM-DATE.
           EXEC CICS STARTBR FILE('CO2RCVS')
               RIDFLD(CO2-RC-KEY)
               GTEQ
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP = DFHRESP(NORMAL)
               SET CO2I-SCAN-NOT-DONE TO TRUE
               PERFORM INQ-1-FIND-ENTRY-SCAN UNTIL CO2I-SCAN-DONE
               EXEC CICS ENDBR FILE('CO2RCVS')
               END-EXEC
           END-IF.

       INQ-1-FIND-ENTRY-SCAN.
           EXEC CICS READNEXT FILE('CO2RCVS')
               INTO(CO2-RC-RECORD)
               RIDFLD(CO2-RC-KEY)
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP NOT = DFHRESP(NORMAL)
               SET CO2I-SCAN-DONE TO TRUE
           ELSE
               IF CO2-RC-INPUT-CODE NOT = CO2I-INPUT-CODE
                   SET CO2I-SCAN-DONE TO TRUE
               ELSE
                   IF CO2-RC-EFF-FROM-DATE <= CO2I-CALL-DATE
                           AND CO2-RC-EFF-TO-DATE >= CO2I-CALL-DATE
                       MOVE CO2-RC-RESULT-CODE TO VALUE1-RESULT-CODE
                       MOVE CO2-RC-REASON-CODE TO VALUE1-REASON-CODE
                       MOVE CO2-RC-CATEGORY    TO VALUE1-CATEGORY
                       MOVE CO2-RC-EFF-FROM-DATE TO CO2I-EFF-FROM-DATE
                       SET CO2I-RC-FOUND TO TRUE
                       SET CO2I-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *  Same record, same fields as CALLCO2's PAR-WRITE-AUDIT.  An
      *  online lookup has no transaction file behind it, so the
      *  transaction key is zero and the cycle ID blank.  The
      *  sequence number and chain value are left zero: the online
      *  record only takes its place in the trail when CO2AMRG
      *  appends it to CALLCO2-AUDIT and stamps it there.
       INQ-1-WRITE-AUDIT.
           SET CO2I-AUDIT-NOT-OK TO TRUE.
           MOVE CO2I-CALL-DATE TO CO2-AUD-DATE.
           ACCEPT CO2-AUD-TIME FROM TIME.
           MOVE CO2I-CALLER-PGM TO CO2-AUD-CALLER-PGM.
           MOVE CO2I-INPUT-CODE TO CO2-AUD-INPUT-CODE.
           MOVE VALUE1-RESULT-CODE TO CO2-AUD-RESULT-CODE.
           MOVE VALUE1-REASON-CODE TO CO2-AUD-REASON-CODE.
           MOVE VALUE1-CATEGORY TO CO2-AUD-CATEGORY.
           MOVE PARM-STATUS TO CO2-AUD-STATUS.
           MOVE PARM-TRAN-KEY TO CO2-AUD-TRAN-KEY.
           MOVE PARM-CYCLE-ID TO CO2-AUD-CYCLE-ID.
           MOVE ZERO TO CO2-AUD-SEQ-NO.
           MOVE ZERO TO CO2-AUD-CHAIN-VALUE.
           EXEC CICS WRITE FILE('CO2AUDVS')
               FROM(CO2-AUDIT-RECORD)
               RIDFLD(CO2I-AUD-RBA)
               RBA
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP = DFHRESP(NORMAL)
               SET CO2I-AUDIT-OK TO TRUE
           END-IF.

       INQ-1-SHOW-RESULT.
           MOVE CO2I-INPUT-CODE TO CODEO.
           MOVE CO2I-CALL-DATE TO BDATEO.
           MOVE VALUE1-RESULT-CODE TO RCO.
           MOVE VALUE1-REASON-CODE TO RSO.
           MOVE VALUE1-CATEGORY TO CATO.
           MOVE CO2I-EFF-FROM-DATE TO EFFO.
           MOVE 'R' TO CO2I-LOOK-TYPE.
           MOVE VALUE1-RESULT-CODE TO CO2I-LOOK-CODE.
           PERFORM INQ-1-FIND-DESC.
           MOVE CO2I-LOOK-NAME TO RCNMO.
           MOVE 'S' TO CO2I-LOOK-TYPE.
           MOVE VALUE1-REASON-CODE TO CO2I-LOOK-CODE.
           PERFORM INQ-1-FIND-DESC.
           MOVE CO2I-LOOK-NAME TO RSNMO.
           MOVE 'C' TO CO2I-LOOK-TYPE.
           MOVE VALUE1-CATEGORY TO CO2I-LOOK-CODE.
           PERFORM INQ-1-FIND-DESC.
           MOVE CO2I-LOOK-NAME TO CATNMO.
           EVALUATE TRUE
               WHEN PARM-STATUS-OK
                   MOVE 'RESOLVED' TO CO2I-MESSAGE
               WHEN OTHER
                   MOVE PARM-REASON-TEXT TO CO2I-MESSAGE
           END-EVALUATE.

      *  A name that is not on CALLCO2-DESC-TABLE, or a table that
      *  cannot be read, shows the same NOT-ON-TABLE marker the
      *  batch reports print.
       INQ-1-FIND-DESC.
           MOVE CO2I-NO-DESC-NAME TO CO2I-LOOK-NAME.
           MOVE CO2I-LOOK-TYPE TO CO2-DESC-TYPE.
           MOVE CO2I-LOOK-CODE TO CO2-DESC-CODE.
           EXEC CICS READ FILE('CO2DSCVS')
               INTO(CO2-DESC-RECORD)
               RIDFLD(CO2-DESC-KEY)
               RESP(CO2I-RESP)
           END-EXEC.
           IF CO2I-RESP = DFHRESP(NORMAL)
               MOVE CO2-DESC-NAME TO CO2I-LOOK-NAME
           END-IF.

       END PROGRAM "CO2INQ".
