       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "CO2AMNT".
      *
      *  Online (CICS/BMS) maintenance screen for CALLCO2-AUTH-TABLE.
      *  Transaction CO2A, map CO2MAP4 of mapset CO2ASET.  Lets an
      *  authorized operator browse a caller, add a new caller, and
      *  activate or deactivate an existing one on the table CALLCO2
      *  checks every caller against, instead of editing the flat
      *  extract and re-running the CO2AUTH define/load job.
      *
      *  There is no delete - a caller that should no longer get in
      *  is deactivated, so its entry (and the change log behind it)
      *  stays on file for the access review.
      *
      *  Every ADD, ACTIVATE and DEACTIVATE writes the caller's
      *  status before and after the change to the auth-table change
      *  log (file CO2AULOG, layout CO2AULG), stamped with the
      *  operator's ID and the date/time, the same way CO2MNT logs
      *  CALLCO2-RC-TABLE changes to CO2RCLOG.
      *
      *  Pseudo-conversational: state (the function requested and
      *  the caller being worked on) is carried across terminal
      *  turns in DFHCOMMAREA rather than held in a long-running
      *  task.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version.
      *
      *  NOTE: this is a CICS/BMS program, desk-checked against the
      *  CO2MAP4 symbolic map and the CALLCO2-AUTH-TABLE VSAM KSDS
      *  layout (copybooks CO2MAP4, CO2AUTH and CO2AULG).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CO2A-FUNCTION               PIC X(01).
           88  CO2A-FUNC-BROWSE                 VALUE '1'.
           88  CO2A-FUNC-ADD                    VALUE '2'.
           88  CO2A-FUNC-ACTIVATE               VALUE '3'.
           88  CO2A-FUNC-DEACTIVATE             VALUE '4'.
       01  CO2A-MESSAGE                PIC X(70).
       01  CO2A-RESP                   PIC S9(08) COMP.
       01  CO2A-CALLER-ID              PIC X(08).
       01  CO2A-NEW-STATUS             PIC X(01).
       01  CO2A-BEFORE-STATUS          PIC X(01).
       01  CO2A-OPERATOR-ID            PIC X(08).
       01  CO2A-LOG-RBA                PIC S9(08) COMP.
       COPY CO2MAP4.
       COPY CO2AUTH.
       COPY CO2AULG.

       01  CO2A-COMMAREA.
           05  CO2A-CA-FUNCTION        PIC X(01).
           05  CO2A-CA-CALLER-ID       PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-FUNCTION             PIC X(01).
           05  CA-CALLER-ID            PIC X(08).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       CO2A-1.
           IF EIBCALEN = ZERO
               PERFORM CO2A-1-FIRST-TIME
               EXEC CICS RETURN
                   TRANSID('CO2A')
                   COMMAREA(CO2A-COMMAREA)
                   LENGTH(LENGTH OF CO2A-COMMAREA)
               END-EXEC
           ELSE
               IF EIBAID = DFHPF3
                   EXEC CICS RETURN
                   END-EXEC
               ELSE
                   MOVE DFHCOMMAREA TO CO2A-COMMAREA
                   PERFORM CO2A-1-RECEIVE
                   EXEC CICS RETURN
                       TRANSID('CO2A')
                       COMMAREA(CO2A-COMMAREA)
                       LENGTH(LENGTH OF CO2A-COMMAREA)
                   END-EXEC
               END-IF
           END-IF.

       CO2A-1-FIRST-TIME.
           MOVE LOW-VALUES TO CO2MAP4O.
           MOVE SPACES TO CO2A-MESSAGE.
           MOVE 'ENTER FUNCTION AND CALLER ID' TO MSGO.
           EXEC CICS SEND MAP('CO2MAP4')
               MAPSET('CO2ASET')
               ERASE
           END-EXEC.

       CO2A-1-RECEIVE.
           EXEC CICS RECEIVE MAP('CO2MAP4')
               MAPSET('CO2ASET')
               RESP(CO2A-RESP)
           END-EXEC.
           IF CO2A-RESP = DFHRESP(MAPFAIL)
               MOVE 'NO DATA ENTERED - FILL IN FUNC AND TRY AGAIN' TO
                   CO2A-MESSAGE
           ELSE
               IF CO2A-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'RECEIVE FAILED - SEE SYSTEM PROGRAMMER' TO
                       CO2A-MESSAGE
               ELSE
                   MOVE FUNCII TO CO2A-FUNCTION
                   MOVE CALLRII TO CO2A-CALLER-ID
                   INSPECT CO2A-CALLER-ID
                       REPLACING ALL LOW-VALUE BY SPACE
                   IF CO2A-CALLER-ID = SPACES
                       MOVE 'CALLER ID IS REQUIRED' TO CO2A-MESSAGE
                   ELSE
                       EVALUATE TRUE
                           WHEN CO2A-FUNC-BROWSE
                               PERFORM CO2A-1-DO-BROWSE
                           WHEN CO2A-FUNC-ADD
                               PERFORM CO2A-1-DO-ADD
                           WHEN CO2A-FUNC-ACTIVATE
                               MOVE 'A' TO CO2A-NEW-STATUS
                               PERFORM CO2A-1-DO-SET-STATUS
                           WHEN CO2A-FUNC-DEACTIVATE
                               MOVE 'I' TO CO2A-NEW-STATUS
                               PERFORM CO2A-1-DO-SET-STATUS
                           WHEN OTHER
                               MOVE
                               'INVALID FUNCTION - USE 1, 2, 3, OR 4' TO
                                   CO2A-MESSAGE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           MOVE CO2A-FUNCTION TO CO2A-CA-FUNCTION.
           MOVE CO2A-CALLER-ID TO CO2A-CA-CALLER-ID.
           MOVE CO2A-MESSAGE TO MSGO.
           EXEC CICS SEND MAP('CO2MAP4')
               MAPSET('CO2ASET')
               DATAONLY
               CURSOR
           END-EXEC.

       CO2A-1-DO-BROWSE.
           MOVE CO2A-CALLER-ID TO CO2-AUTH-CALLER-ID.
           EXEC CICS READ FILE('CO2AUVS')
               INTO(CO2-AUTH-RECORD)
               RIDFLD(CO2-AUTH-CALLER-ID)
               RESP(CO2A-RESP)
           END-EXEC.
           IF CO2A-RESP = DFHRESP(NORMAL)
               MOVE CO2-AUTH-STATUS TO STATO
               IF CO2-AUTH-ACTIVE
                   MOVE 'CALLER FOUND - ACTIVE' TO CO2A-MESSAGE
               ELSE
                   MOVE 'CALLER FOUND - INACTIVE' TO CO2A-MESSAGE
               END-IF
           ELSE
               IF CO2A-RESP = DFHRESP(NOTFND)
                   MOVE 'CALLER NOT ON AUTH TABLE' TO CO2A-MESSAGE
               ELSE
                   MOVE 'READ FAILED - SEE SYSTEM PROGRAMMER' TO
                       CO2A-MESSAGE
               END-IF
           END-IF.

      *  CO2A-1-DO-ADD puts a new caller on the table, active unless
      *  the operator keyed I in STATUS - a caller can be set up
      *  ahead of its go-live and activated on the day.  A caller
      *  already on file is never overwritten; use ACTIVATE or
      *  DEACTIVATE for that, so the change log shows what it was.
       CO2A-1-DO-ADD.
           MOVE SPACES TO CO2A-MESSAGE.
           MOVE STATII TO CO2A-NEW-STATUS.
           IF CO2A-NEW-STATUS = SPACE OR CO2A-NEW-STATUS = LOW-VALUE
               MOVE 'A' TO CO2A-NEW-STATUS
           END-IF.
           IF CO2A-NEW-STATUS NOT = 'A' AND CO2A-NEW-STATUS NOT = 'I'
               MOVE 'STATUS MUST BE A OR I' TO CO2A-MESSAGE
           ELSE
               MOVE CO2A-CALLER-ID TO CO2-AUTH-CALLER-ID
               MOVE CO2A-NEW-STATUS TO CO2-AUTH-STATUS
               EXEC CICS WRITE FILE('CO2AUVS')
                   FROM(CO2-AUTH-RECORD)
                   RIDFLD(CO2-AUTH-CALLER-ID)
                   RESP(CO2A-RESP)
               END-EXEC
               IF CO2A-RESP = DFHRESP(NORMAL)
                   MOVE CO2-AUTH-STATUS TO STATO
                   MOVE 'CALLER ADDED' TO CO2A-MESSAGE
                   MOVE SPACE TO CO2A-BEFORE-STATUS
                   SET CO2-AUL-FUNC-ADD TO TRUE
                   PERFORM CO2A-1-WRITE-LOG
               ELSE
                   IF CO2A-RESP = DFHRESP(DUPREC)
                       MOVE 'CALLER ALREADY ON FILE - USE 3 OR 4' TO
                           CO2A-MESSAGE
                   ELSE
                       MOVE 'WRITE FAILED - SEE SYSTEM PROGRAMMER' TO
                           CO2A-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *  CO2A-1-DO-SET-STATUS activates or deactivates a caller
      *  already on the table (CO2A-NEW-STATUS says which).  A
      *  caller already in the requested status is left alone, with
      *  no change-log record, so the log only ever shows real
      *  changes.
       CO2A-1-DO-SET-STATUS.
           MOVE CO2A-CALLER-ID TO CO2-AUTH-CALLER-ID.
           EXEC CICS READ FILE('CO2AUVS')
               INTO(CO2-AUTH-RECORD)
               RIDFLD(CO2-AUTH-CALLER-ID)
               RESP(CO2A-RESP)
               UPDATE
           END-EXEC.
           IF CO2A-RESP = DFHRESP(NORMAL)
               IF CO2-AUTH-STATUS = CO2A-NEW-STATUS
                   EXEC CICS UNLOCK FILE('CO2AUVS')
                   END-EXEC
                   MOVE CO2-AUTH-STATUS TO STATO
                   IF CO2-AUTH-ACTIVE
                       MOVE 'CALLER IS ALREADY ACTIVE' TO CO2A-MESSAGE
                   ELSE
                       MOVE 'CALLER IS ALREADY INACTIVE' TO
                           CO2A-MESSAGE
                   END-IF
               ELSE
                   MOVE CO2-AUTH-STATUS TO CO2A-BEFORE-STATUS
                   MOVE CO2A-NEW-STATUS TO CO2-AUTH-STATUS
                   EXEC CICS REWRITE FILE('CO2AUVS')
                       FROM(CO2-AUTH-RECORD)
                       RESP(CO2A-RESP)
                   END-EXEC
                   IF CO2A-RESP = DFHRESP(NORMAL)
                       MOVE CO2-AUTH-STATUS TO STATO
                       IF CO2-AUTH-ACTIVE
                           MOVE 'CALLER ACTIVATED' TO CO2A-MESSAGE
                           SET CO2-AUL-FUNC-ACTIVATE TO TRUE
                       ELSE
                           MOVE 'CALLER DEACTIVATED' TO CO2A-MESSAGE
                           SET CO2-AUL-FUNC-DEACTIVATE TO TRUE
                       END-IF
                       PERFORM CO2A-1-WRITE-LOG
                   ELSE
                       MOVE 'REWRITE FAILED - SEE SYSTEM PROGRAMMER'
                           TO CO2A-MESSAGE
                   END-IF
               END-IF
           ELSE
               IF CO2A-RESP = DFHRESP(NOTFND)
                   MOVE 'CALLER NOT ON AUTH TABLE - USE ADD' TO
                       CO2A-MESSAGE
               ELSE
                   MOVE 'READ FAILED - SEE SYSTEM PROGRAMMER' TO
                       CO2A-MESSAGE
               END-IF
           END-IF.

      *  CO2A-1-WRITE-LOG writes the before/after status of the
      *  caller just changed to the auth-table change log (file
      *  CO2AULOG), stamped with the terminal operator's ID and the
      *  current date/time.  CO2-AUL-FUNCTION is set by the caller
      *  of this paragraph.
       CO2A-1-WRITE-LOG.
           EXEC CICS ASSIGN USERID(CO2A-OPERATOR-ID)
           END-EXEC.
           ACCEPT CO2-AUL-DATE FROM DATE YYYYMMDD.
           ACCEPT CO2-AUL-TIME FROM TIME.
           MOVE CO2A-OPERATOR-ID TO CO2-AUL-OPERATOR-ID.
           MOVE CO2-AUTH-CALLER-ID TO CO2-AUL-CALLER-ID.
           MOVE CO2A-BEFORE-STATUS TO CO2-AUL-BEFORE-STATUS.
           MOVE CO2-AUTH-STATUS TO CO2-AUL-AFTER-STATUS.
           EXEC CICS WRITE FILE('CO2AULOG')
               FROM(CO2-AULOG-RECORD)
               RIDFLD(CO2A-LOG-RBA)
               RBA
               RESP(CO2A-RESP)
           END-EXEC.
           IF CO2A-RESP NOT = DFHRESP(NORMAL)
               MOVE
               'CALLER UPDATED - LOG WRITE FAILED - SEE SYSTEM PGMR' TO
                   CO2A-MESSAGE
           END-IF.

       END PROGRAM "CO2AMNT".
