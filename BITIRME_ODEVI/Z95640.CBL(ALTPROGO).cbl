      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ALTPROGO.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Overdraft-limit maintenance with two-person approval,
      * transaction AODL, on the mapped ACCTODL/ACCTOMAP screen
      * (the ACCTINQ style). ACCT-OD-LIMIT is what the batch
      * posting path and ATPP test a debit against; before this
      * screen the only way to grant an arranged overdraft was a
      * hand edit of the cluster. Now:
      *   ENTER with an ID and currency - shows the position, the
      *         limit in force and the position's pending request
      *         (or, with none pending, the approved one in force);
      *   PF5 - asks for the new limit keyed, with its expiry
      *         date (after today) and a reason; the request is
      *         written to ODLREQ as pending and the limit does NOT
      *         move. One pending request per position at a time;
      *   PF6 - approves the pending request: the approver must
      *         be a different signed-on user from the one who
      *         asked, and the expiry must still be ahead. Only now
      *         does ACCT-OD-LIMIT change; an earlier approved
      *         request on the position is marked superseded;
      *   PF7 - rejects the pending request (the user who asked
      *         may withdraw it this way too); the limit stays;
      *   PF3 (or CLEAR) exits.
      * Restrict the transaction to supervisors through its
      * security profile - the screen itself only enforces that
      * the checker is not the maker.
      * Nothing on ODLREQ is ever deleted. The nightly PBEGODX
      * sweep drops expired limits back to zero and transcribes
      * every request and decision to OPSLOG.
      *
      * An approval changes two records on two files (the request
      * and the position, and a superseded request too); should
      * any of the rewrites fail the unit of work is rolled back,
      * so ODLREQ and ACCTREC must be defined recoverable.
      * While the nightly batch holds ACCTREC (the BWINCTL window
      * PBEGBWN opens over PBEG006J) an approval is refused - the
      * position's rewrite would land under the batch's; asking
      * and rejecting touch ODLREQ only and carry on.
      *
      * Kept terminal-conversational (SEND MAP / RECEIVE MAP in a
      * loop, RETURN only at exit) to match ALTPROGP's plain,
      * unstaged style; the same pseudo-conversational caveat
      * noted in ALTPROGC applies here.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-KEY-ID             PIC 9(05).
       01  WS-KEY-DVZ            PIC X(03).
       01  WS-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-DONE                   VALUE 'Y'.
      *    EIBAID byte of the attention key that satisfied the
      *    RECEIVE; the values are the DFHAID constants (PF3='3',
      *    PF5='5', PF6='6', PF7='7', CLEAR=X'6D'), spelled out here
      *    because this course library carries no DFHAID member
       01  WS-AID-CHECK          PIC X(01).
           88  WS-AID-PF3                VALUE '3'.
           88  WS-AID-PF5                VALUE '5'.
           88  WS-AID-PF6                VALUE '6'.
           88  WS-AID-PF7                VALUE '7'.
           88  WS-AID-CLEAR              VALUE '_'.
      *    signed-on user: the maker on a request, the checker on
      *    an approval or rejection
       01  WS-USERID             PIC X(08).
      *    the moment of this screen's action - stamps the request
      *    key or the decision - and its date, the online "today"
       01  WS-NOW                PIC X(14).
       01  WS-ONL-TODAY          PIC X(08).
      *    the new limit, expiry and reason as keyed, lifted off
      *    the map before the output area is cleared; the limit
      *    has the batch posting amount's shape, 11 digits with
      *    two implied decimals
       01  WS-LMT-X              PIC X(11).
       01  WS-LMT-9 REDEFINES WS-LMT-X
                                 PIC 9(09)V99.
       01  WS-EXPIRY             PIC X(08).
       01  WS-REASON             PIC X(30).
      *    the limit an approval moves onto the position
       01  WS-NEW-LIMIT          PIC S9(09)V99 COMP-3.
       01  WS-BAL-ED             PIC -999999999.99.
      *    why the keyed request was refused, SPACES when it passes
       01  WS-EDIT-MSG           PIC X(40).
      *    the position's requests, found by browsing ODLREQ from
      *    the position's key: the pending one and the one in force
       01  WS-BROWSE-SW          PIC X(01).
           88  WS-BROWSE-DONE            VALUE 'Y'.
       01  WS-PEND-SW            PIC X(01).
           88  WS-PEND-FOUND             VALUE 'Y'.
       01  WS-PEND-KEY           PIC X(22).
       01  WS-FORCE-SW           PIC X(01).
           88  WS-FORCE-FOUND            VALUE 'Y'.
       01  WS-FORCE-KEY          PIC X(22).
      *    the batch window, re-read ahead of every approval; a
      *    control record that cannot be read is an online day
       01  WS-BWIN-RRN           PIC S9(08) COMP VALUE 1.
       01  WS-BWIN-SW            PIC X(01).
           88  WS-IN-BATCH-WINDOW        VALUE 'Y'.
      *    YYYYMMDD validation, the same checks the batch stream
      *    applies before trusting a keyed date
       01  WS-DATE-CHECK-IN         PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK-IN.
           05  WS-DATE-YYYY         PIC 9(04).
           05  WS-DATE-MM           PIC 9(02).
           05  WS-DATE-DD           PIC 9(02).
       01  WS-DATE-CHECK-SW         PIC X(01).
           88  WS-DATE-CHECK-VALID          VALUE 'Y'.
           88  WS-DATE-CHECK-INVALID        VALUE 'N'.
       01  WS-MAX-DAY                PIC 9(02).
       01  WS-DIM-TABLE.
           05  WS-DIM               PIC 9(02) OCCURS 12 TIMES
                   VALUES ARE 31 28 31 30 31 30 31 31 30 31 30 31.
       COPY ACCTFLD.
       COPY ODLREQ.
       COPY ACCTODLM.
       COPY DVZTAB.
       COPY BWINCTL.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE LOW-VALUES TO ACCTOMAPO
           MOVE 'KEY IN AN ID AND CURRENCY AND PRESS ENTER'
             TO OMSGLNO
           EXEC CICS SEND MAP('ACCTOMAP') MAPSET('ACCTODL')
                FROM(ACCTOMAPO)
                ERASE
           END-EXEC
           PERFORM 1000-CONVERSE UNTIL WS-DONE
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
           EXEC CICS RETURN END-EXEC.
      *
       1000-CONVERSE.
           EXEC CICS RECEIVE MAP('ACCTOMAP') MAPSET('ACCTODL')
                INTO(ACCTOMAPI)
                RESP(WS-RESP)
           END-EXEC
           MOVE EIBAID TO WS-AID-CHECK
           EVALUATE TRUE
              WHEN WS-AID-PF3
                 SET WS-DONE TO TRUE
              WHEN WS-AID-CLEAR
                 SET WS-DONE TO TRUE
              WHEN OTHER
                 PERFORM 1100-DISPATCH
           END-EVALUATE
           IF NOT WS-DONE
              EXEC CICS SEND MAP('ACCTOMAP') MAPSET('ACCTODL')
                   FROM(ACCTOMAPO)
                   ERASE
              END-EXEC
           END-IF.
           EXIT.
      *
      *    the keyed fields have to be lifted before the map area
      *    is cleared for output - ACCTOMAPO redefines ACCTOMAPI;
      *    a field left alone comes back with length zero and is
      *    taken as blank
       1100-DISPATCH.
           IF OINPIDL = ZERO OR OINPIDI IS NOT NUMERIC
              MOVE LOW-VALUES TO ACCTOMAPO
              MOVE 'KEY IN A 5-DIGIT ACCOUNT ID' TO OMSGLNO
           ELSE
           IF OINPDVZL = ZERO OR OINPDVZI IS NOT NUMERIC
              MOVE LOW-VALUES TO ACCTOMAPO
              MOVE 'KEY IN A 3-DIGIT CURRENCY CODE' TO OMSGLNO
           ELSE
              MOVE FUNCTION NUMVAL(OINPIDI) TO WS-KEY-ID
              MOVE OINPDVZI TO WS-KEY-DVZ
              MOVE SPACES   TO WS-LMT-X WS-EXPIRY WS-REASON
              IF ONEWLMTL > ZERO
                 MOVE ONEWLMTI TO WS-LMT-X
              END-IF
              IF OEXPRYL > ZERO
                 MOVE OEXPRYI TO WS-EXPIRY
              END-IF
              IF OREASNL > ZERO
                 MOVE OREASNI TO WS-REASON
                 INSPECT WS-REASON REPLACING ALL LOW-VALUE BY SPACE
              END-IF
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW
              MOVE WS-NOW (1:8) TO WS-ONL-TODAY
              PERFORM 2100-VALIDATE-DVZ
              IF WS-DVZ-IS-INVALID
                 MOVE LOW-VALUES TO ACCTOMAPO
                 MOVE 'INVALID CURRENCY CODE' TO OMSGLNO
              ELSE
                 EVALUATE TRUE
                    WHEN WS-AID-PF5
                       PERFORM 3000-REQUEST-LIMIT
                    WHEN WS-AID-PF6
                       PERFORM 4000-APPROVE-REQUEST
                    WHEN WS-AID-PF7
                       PERFORM 5000-REJECT-REQUEST
                    WHEN OTHER
                       PERFORM 2000-SHOW-POSITION
                 END-EVALUATE
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
       2000-SHOW-POSITION.
           PERFORM 2200-READ-POSITION
           MOVE LOW-VALUES TO ACCTOMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO OINPIDO
              MOVE WS-KEY-DVZ TO OINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO OMSGLNO
           ELSE
              PERFORM 2300-FIND-REQUESTS
              PERFORM 2500-SHOW-POSITION-FIELDS
              PERFORM 2600-SHOW-REQUEST
              IF WS-PEND-FOUND
                 MOVE 'PENDING - PF6 TO APPROVE, PF7 TO REJECT'
                   TO OMSGLNO
              ELSE
                 MOVE 'NO REQUEST PENDING - PF5 TO ASK' TO OMSGLNO
              END-IF
           END-IF.
           EXIT.
      *
       2100-VALIDATE-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF WS-KEY-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM.
           EXIT.
      *
       2200-READ-POSITION.
           MOVE WS-KEY-ID  TO ACCT-SEQ
           MOVE WS-KEY-DVZ TO ACCT-DVZ
           EXEC CICS READ
                FILE('ACCTREC')
                INTO(ACCT-FIELDS)
                RIDFLD(ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EXIT.
      *
      *    walk the position's requests, oldest first, noting the
      *    one pending and the one in force; a position with none
      *    ends the browse at once (NOTFND or a different key)
       2300-FIND-REQUESTS.
           MOVE 'N' TO WS-BROWSE-SW WS-PEND-SW WS-FORCE-SW
           MOVE ACCT-KEY   TO ODLR-ACCT-KEY
           MOVE LOW-VALUES TO ODLR-REQ-TS
           EXEC CICS STARTBR
                FILE('ODLREQ')
                RIDFLD(ODLR-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2310-READ-NEXT-REQUEST UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('ODLREQ') END-EXEC
           END-IF.
           EXIT.
      *
       2310-READ-NEXT-REQUEST.
           EXEC CICS READNEXT
                FILE('ODLREQ')
                INTO(ODLR-FIELDS)
                RIDFLD(ODLR-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR ODLR-ACCT-KEY NOT = ACCT-KEY
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF ODLR-PENDING
                 SET WS-PEND-FOUND TO TRUE
                 MOVE ODLR-KEY TO WS-PEND-KEY
              END-IF
              IF ODLR-APPROVED
                 SET WS-FORCE-FOUND TO TRUE
                 MOVE ODLR-KEY TO WS-FORCE-KEY
              END-IF
           END-IF.
           EXIT.
      *
       2500-SHOW-POSITION-FIELDS.
           MOVE ACCT-SEQ   TO OINPIDO
           MOVE ACCT-DVZ   TO OINPDVZO
           MOVE ACCT-AD    TO OADO
           MOVE ACCT-SOYAD TO OSOYADO
           MOVE ACCT-BALANCE  TO WS-BAL-ED
           MOVE WS-BAL-ED     TO OBALNCO
           MOVE ACCT-OD-LIMIT TO WS-BAL-ED
           MOVE WS-BAL-ED     TO OCURLMTO
           IF ACCT-INACTIVE
              MOVE 'INACTIVE' TO ODURUMO
           ELSE
              MOVE 'ACTIVE'   TO ODURUMO
           END-IF.
           EXIT.
      *
      *    the pending request when there is one, else the one in
      *    force, else nothing to show
       2600-SHOW-REQUEST.
           IF WS-PEND-FOUND
              MOVE WS-PEND-KEY TO ODLR-KEY
              PERFORM 2610-READ-REQUEST
           ELSE
           IF WS-FORCE-FOUND
              MOVE WS-FORCE-KEY TO ODLR-KEY
              PERFORM 2610-READ-REQUEST
           ELSE
              MOVE 'NONE' TO OREQSTO
           END-IF
           END-IF.
           EXIT.
      *
       2610-READ-REQUEST.
           EXEC CICS READ
                FILE('ODLREQ')
                INTO(ODLR-FIELDS)
                RIDFLD(ODLR-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2650-SHOW-REQUEST-FIELDS
           END-IF.
           EXIT.
      *
       2650-SHOW-REQUEST-FIELDS.
           MOVE ODLR-NEW-LIMIT TO WS-LMT-9
           MOVE WS-LMT-X       TO ONEWLMTO
           MOVE ODLR-EXPIRY    TO OEXPRYO
           MOVE ODLR-REASON    TO OREASNO
           EVALUATE TRUE
              WHEN ODLR-PENDING
                 MOVE 'PENDING'    TO OREQSTO
              WHEN ODLR-APPROVED
                 MOVE 'IN FORCE'   TO OREQSTO
              WHEN ODLR-REJECTED
                 MOVE 'REJECTED'   TO OREQSTO
              WHEN OTHER
                 MOVE 'CLOSED'     TO OREQSTO
           END-EVALUATE
           MOVE SPACES TO OREQBYO ODECBYO
           STRING ODLR-REQ-TS (1:8) ' ' ODLR-REQ-TS (9:6) ' '
                  ODLR-REQ-USER
              DELIMITED BY SIZE INTO OREQBYO
           IF ODLR-DEC-USER NOT = SPACES
              STRING ODLR-DEC-TS (1:8) ' ' ODLR-DEC-TS (9:6) ' '
                     ODLR-DEC-USER
                 DELIMITED BY SIZE INTO ODECBYO
           END-IF.
           EXIT.
      *
      *    the maker's side: a pending request, the limit on the
      *    position untouched until a second user approves it
       3000-REQUEST-LIMIT.
           PERFORM 3100-EDIT-REQUEST
           PERFORM 2200-READ-POSITION
           MOVE LOW-VALUES TO ACCTOMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO OINPIDO
              MOVE WS-KEY-DVZ TO OINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO OMSGLNO
           ELSE
              PERFORM 2300-FIND-REQUESTS
              PERFORM 2500-SHOW-POSITION-FIELDS
              IF WS-EDIT-MSG NOT = SPACES
                 MOVE WS-LMT-X    TO ONEWLMTO
                 MOVE WS-EXPIRY   TO OEXPRYO
                 MOVE WS-REASON   TO OREASNO
                 MOVE WS-EDIT-MSG TO OMSGLNO
              ELSE
              IF ACCT-INACTIVE
                 MOVE 'ACCOUNT INACTIVE - NO LIMIT GRANTED'
                   TO OMSGLNO
              ELSE
              IF WS-PEND-FOUND
                 PERFORM 2600-SHOW-REQUEST
                 MOVE 'A REQUEST IS ALREADY PENDING' TO OMSGLNO
              ELSE
                 PERFORM 3200-WRITE-REQUEST
              END-IF
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
       3100-EDIT-REQUEST.
           MOVE SPACES TO WS-EDIT-MSG
           IF WS-LMT-X IS NOT NUMERIC
              MOVE 'KEY THE NEW LIMIT AS 11 DIGITS' TO WS-EDIT-MSG
           ELSE
           IF WS-REASON = SPACES
              MOVE 'A REASON IS REQUIRED' TO WS-EDIT-MSG
           ELSE
              MOVE WS-EXPIRY TO WS-DATE-CHECK-IN
              PERFORM 6000-VALIDATE-DATE
              IF WS-DATE-CHECK-INVALID
                 OR WS-EXPIRY NOT > WS-ONL-TODAY
                 MOVE 'EXPIRY MUST BE A DATE AFTER TODAY'
                   TO WS-EDIT-MSG
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    two requests on one position in the same second would
      *    share a key; CICS turns the second away (DUPREC)
       3200-WRITE-REQUEST.
           MOVE SPACES         TO ODLR-FIELDS
           MOVE ACCT-KEY       TO ODLR-ACCT-KEY
           MOVE WS-NOW         TO ODLR-REQ-TS
           SET ODLR-PENDING    TO TRUE
           MOVE WS-LMT-9       TO ODLR-NEW-LIMIT
           MOVE ACCT-OD-LIMIT  TO ODLR-OLD-LIMIT
           MOVE WS-EXPIRY      TO ODLR-EXPIRY
           MOVE WS-REASON      TO ODLR-REASON
           MOVE WS-USERID      TO ODLR-REQ-USER
           SET ODLR-LOG-NONE   TO TRUE
           EXEC CICS WRITE
                FILE('ODLREQ')
                FROM(ODLR-FIELDS)
                RIDFLD(ODLR-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
              MOVE 'NOT RECORDED - PRESS PF5 AGAIN' TO OMSGLNO
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WRITE FAILED - SEE OPERATIONS' TO OMSGLNO
           ELSE
              PERFORM 2650-SHOW-REQUEST-FIELDS
              MOVE 'ASKED - ANOTHER USER MUST APPROVE' TO OMSGLNO
           END-IF
           END-IF.
           EXIT.
      *
      *    the checker's side: the pending request is held for
      *    update while the maker and expiry are checked, and
      *    given back (UNLOCK) when the approval is refused
       4000-APPROVE-REQUEST.
           PERFORM 2200-READ-POSITION
           MOVE LOW-VALUES TO ACCTOMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO OINPIDO
              MOVE WS-KEY-DVZ TO OINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO OMSGLNO
           ELSE
              PERFORM 2300-FIND-REQUESTS
              PERFORM 2500-SHOW-POSITION-FIELDS
              PERFORM 4050-CHECK-BATCH-WINDOW
              IF NOT WS-PEND-FOUND
                 PERFORM 2600-SHOW-REQUEST
                 MOVE 'NO PENDING REQUEST TO APPROVE' TO OMSGLNO
              ELSE
              IF WS-IN-BATCH-WINDOW
                 PERFORM 2600-SHOW-REQUEST
                 MOVE 'BATCH IN PROGRESS - APPROVE AFTER RUN'
                   TO OMSGLNO
              ELSE
                 MOVE WS-PEND-KEY TO ODLR-KEY
                 EXEC CICS READ
                      FILE('ODLREQ')
                      INTO(ODLR-FIELDS)
                      RIDFLD(ODLR-KEY)
                      UPDATE
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'REQUEST READ FAILED - SEE OPERATIONS'
                      TO OMSGLNO
                 ELSE
                    PERFORM 2650-SHOW-REQUEST-FIELDS
                    IF ODLR-REQ-USER = WS-USERID
                       EXEC CICS UNLOCK FILE('ODLREQ') END-EXEC
                       MOVE 'ASKED BY YOU - ANOTHER USER MUST APPROVE'
                         TO OMSGLNO
                    ELSE
                    IF ODLR-EXPIRY NOT > WS-ONL-TODAY
                       EXEC CICS UNLOCK FILE('ODLREQ') END-EXEC
                       MOVE 'EXPIRY HAS PASSED - REJECT AND ASK AGAIN'
                         TO OMSGLNO
                    ELSE
                    IF ACCT-INACTIVE
                       EXEC CICS UNLOCK FILE('ODLREQ') END-EXEC
                       MOVE 'ACCOUNT INACTIVE - REJECT THE REQUEST'
                         TO OMSGLNO
                    ELSE
                       PERFORM 4100-APPLY-APPROVAL
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    is the nightly batch holding ACCTREC right now
       4050-CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-BWIN-SW
           EXEC CICS READ
                FILE('BWINCTL')
                INTO(BWIN-REC)
                RIDFLD(WS-BWIN-RRN)
                RRN
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND BWIN-BATCH-OPEN
              SET WS-IN-BATCH-WINDOW TO TRUE
           END-IF.
           EXIT.
      *
      *    request approved, limit onto the position, the limit it
      *    replaces marked superseded - all of it or none of it
       4100-APPLY-APPROVAL.
           MOVE ODLR-NEW-LIMIT TO WS-NEW-LIMIT
           SET ODLR-APPROVED   TO TRUE
           MOVE WS-USERID      TO ODLR-DEC-USER
           MOVE WS-NOW         TO ODLR-DEC-TS
           EXEC CICS REWRITE
                FILE('ODLREQ')
                FROM(ODLR-FIELDS)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READ
                   FILE('ACCTREC')
                   INTO(ACCT-FIELDS)
                   RIDFLD(ACCT-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-NEW-LIMIT TO ACCT-OD-LIMIT
              EXEC CICS REWRITE
                   FILE('ACCTREC')
                   FROM(ACCT-FIELDS)
                   RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL) AND WS-FORCE-FOUND
              PERFORM 4200-SUPERSEDE-OLD-LIMIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'UPDATE FAILED - NOTHING WAS CHANGED' TO OMSGLNO
           ELSE
              EXEC CICS SYNCPOINT END-EXEC
              PERFORM 2500-SHOW-POSITION-FIELDS
              MOVE WS-PEND-KEY TO ODLR-KEY
              PERFORM 2610-READ-REQUEST
              MOVE 'APPROVED - NEW LIMIT IN FORCE' TO OMSGLNO
           END-IF.
           EXIT.
      *
       4200-SUPERSEDE-OLD-LIMIT.
           MOVE WS-FORCE-KEY TO ODLR-KEY
           EXEC CICS READ
                FILE('ODLREQ')
                INTO(ODLR-FIELDS)
                RIDFLD(ODLR-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              SET ODLR-SUPERSEDED TO TRUE
              MOVE WS-ONL-TODAY   TO ODLR-END-DATE
              EXEC CICS REWRITE
                   FILE('ODLREQ')
                   FROM(ODLR-FIELDS)
                   RESP(WS-RESP)
              END-EXEC
           END-IF.
           EXIT.
      *
      *    a rejection only closes the request; the limit on the
      *    position never moved for it
       5000-REJECT-REQUEST.
           PERFORM 2200-READ-POSITION
           MOVE LOW-VALUES TO ACCTOMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO OINPIDO
              MOVE WS-KEY-DVZ TO OINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO OMSGLNO
           ELSE
              PERFORM 2300-FIND-REQUESTS
              PERFORM 2500-SHOW-POSITION-FIELDS
              IF NOT WS-PEND-FOUND
                 PERFORM 2600-SHOW-REQUEST
                 MOVE 'NO PENDING REQUEST TO REJECT' TO OMSGLNO
              ELSE
                 MOVE WS-PEND-KEY TO ODLR-KEY
                 EXEC CICS READ
                      FILE('ODLREQ')
                      INTO(ODLR-FIELDS)
                      RIDFLD(ODLR-KEY)
                      UPDATE
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    SET ODLR-REJECTED TO TRUE
                    MOVE WS-USERID    TO ODLR-DEC-USER
                    MOVE WS-NOW       TO ODLR-DEC-TS
                    MOVE WS-ONL-TODAY TO ODLR-END-DATE
                    EXEC CICS REWRITE
                         FILE('ODLREQ')
                         FROM(ODLR-FIELDS)
                         RESP(WS-RESP)
                    END-EXEC
                 END-IF
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'REJECT FAILED - SEE OPERATIONS' TO OMSGLNO
                 ELSE
                    PERFORM 2650-SHOW-REQUEST-FIELDS
                    MOVE 'REJECTED - LIMIT UNCHANGED' TO OMSGLNO
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    checks WS-DATE-CHECK-IN (YYYYMMDD): numeric, month 1-12,
      *    day within that month's day count (leap years included
      *    for February). Sets WS-DATE-CHECK-SW.
       6000-VALIDATE-DATE.
           SET WS-DATE-CHECK-INVALID TO TRUE
           IF WS-DATE-CHECK-IN IS NUMERIC
              IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                 MOVE WS-DIM (WS-DATE-MM) TO WS-MAX-DAY
                 IF WS-DATE-MM = 2
                    AND FUNCTION MOD(WS-DATE-YYYY, 4) = 0
                    AND (FUNCTION MOD(WS-DATE-YYYY, 100) NOT = 0
                         OR FUNCTION MOD(WS-DATE-YYYY, 400) = 0)
                    MOVE 29 TO WS-MAX-DAY
                 END-IF
                 IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MAX-DAY
                    SET WS-DATE-CHECK-VALID TO TRUE
                 END-IF
              END-IF
           END-IF.
           EXIT.
