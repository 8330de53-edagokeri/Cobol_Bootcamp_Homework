      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ALTPROGH.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Funds holds and liens, transaction AHLD, on the mapped
      * ACCTHLD/ACCTHMAP screen (the ACCTINQ style). A court or
      * tax-authority order, a disputed cheque or the bank's own
      * lien freezes part of a balance without moving it; each
      * such freeze is one record on HOLDFILE, and every debit -
      * PBEGIDX in the batch stream, ATPP at the counter - is
      * tested against
      *     balance - active holds + overdraft limit.
      *   ENTER with an ID and currency - shows the position, its
      *         ledger balance, limit, the total held and what is
      *         left available, and up to six active holds;
      *   PF5 - places a hold: amount (11 digits, two implied
      *         decimals), reason code CO/TX/DC/LN/OT, the legal
      *         reference (required for a court or authority
      *         order) and an optional expiry date after today -
      *         left blank the hold stands until released. The
      *         hold is numbered after the position's last one;
      *   PF6 - releases the active hold whose number is keyed;
      *   PF3 (or CLEAR) exits.
      * A hold counts while its status is active and its expiry,
      * when it has one, is still ahead; the nightly PBEGHLD run
      * marks holds whose expiry has come as expired and prints
      * the hold register legal works from. Nothing on HOLDFILE
      * is deleted. Restrict the transaction to the staff who act
      * on legal orders through its security profile.
      *
      * Kept terminal-conversational (SEND MAP / RECEIVE MAP in a
      * loop, RETURN only at exit) to match ALTPROGO's plain,
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
      *    PF5='5', PF6='6', CLEAR=X'6D'), spelled out here
      *    because this course library carries no DFHAID member
       01  WS-AID-CHECK          PIC X(01).
           88  WS-AID-PF3                VALUE '3'.
           88  WS-AID-PF5                VALUE '5'.
           88  WS-AID-PF6                VALUE '6'.
           88  WS-AID-CLEAR              VALUE '_'.
      *    signed-on user, who placed or released the hold
       01  WS-USERID             PIC X(08).
       01  WS-NOW                PIC X(14).
       01  WS-ONL-TODAY          PIC X(08).
      *    the hold as keyed, lifted off the map before the output
      *    area is cleared; the amount has the batch posting
      *    amount's shape, 11 digits with two implied decimals
       01  WS-HNO-X              PIC X(03).
       01  WS-HNO-9 REDEFINES WS-HNO-X
                                 PIC 9(03).
       01  WS-AMT-X              PIC X(11).
       01  WS-AMT-9 REDEFINES WS-AMT-X
                                 PIC 9(09)V99.
       01  WS-REASON             PIC X(02).
       01  WS-LEGAL-REF          PIC X(20).
       01  WS-EXPIRY             PIC X(08).
       01  WS-BAL-ED             PIC -999999999.99.
      *    why the keyed hold was refused, SPACES when it passes
       01  WS-EDIT-MSG           PIC X(40).
      *    the position's holds, walked from its key: the total
      *    still active, how many, and the highest number used -
      *    the next hold placed takes the one after it
       01  WS-BROWSE-SW          PIC X(01).
           88  WS-BROWSE-DONE            VALUE 'Y'.
       01  WS-HELD-TOTAL         PIC S9(11)V99 COMP-3.
       01  WS-AVAIL-BALANCE      PIC S9(11)V99 COMP-3.
       01  WS-ACTIVE-COUNT       PIC 9(03).
       01  WS-LAST-HOLD-NO       PIC 9(03).
       01  WS-NEW-HOLD-NO        PIC 9(03).
      *    one listed hold, as it goes onto the screen under the
      *    map's column heading
       01  WS-HOLD-LINE.
           05  WSH-NO            PIC 9(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WSH-REASON        PIC X(02).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WSH-AMOUNT        PIC -999999999.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WSH-LEGAL-REF     PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WSH-EXPIRY        PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WSH-PLACED        PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WSH-USER          PIC X(08).
       01  WS-MSG-COUNT-ED       PIC ZZ9.
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
       COPY HOLDREC.
       COPY ACCTHLDM.
       COPY DVZTAB.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE LOW-VALUES TO ACCTHMAPO
           MOVE 'KEY IN AN ID AND CURRENCY AND PRESS ENTER'
             TO HMSGLNO
           EXEC CICS SEND MAP('ACCTHMAP') MAPSET('ACCTHLD')
                FROM(ACCTHMAPO)
                ERASE
           END-EXEC
           PERFORM 1000-CONVERSE UNTIL WS-DONE
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
           EXEC CICS RETURN END-EXEC.
      *
       1000-CONVERSE.
           EXEC CICS RECEIVE MAP('ACCTHMAP') MAPSET('ACCTHLD')
                INTO(ACCTHMAPI)
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
              EXEC CICS SEND MAP('ACCTHMAP') MAPSET('ACCTHLD')
                   FROM(ACCTHMAPO)
                   ERASE
              END-EXEC
           END-IF.
           EXIT.
      *
      *    the keyed fields have to be lifted before the map area
      *    is cleared for output - ACCTHMAPO redefines ACCTHMAPI;
      *    a field left alone comes back with length zero and is
      *    taken as blank
       1100-DISPATCH.
           IF HINPIDL = ZERO OR HINPIDI IS NOT NUMERIC
              MOVE LOW-VALUES TO ACCTHMAPO
              MOVE 'KEY IN A 5-DIGIT ACCOUNT ID' TO HMSGLNO
           ELSE
           IF HINPDVZL = ZERO OR HINPDVZI IS NOT NUMERIC
              MOVE LOW-VALUES TO ACCTHMAPO
              MOVE 'KEY IN A 3-DIGIT CURRENCY CODE' TO HMSGLNO
           ELSE
              MOVE FUNCTION NUMVAL(HINPIDI) TO WS-KEY-ID
              MOVE HINPDVZI TO WS-KEY-DVZ
              MOVE SPACES   TO WS-HNO-X WS-AMT-X WS-REASON
                               WS-LEGAL-REF WS-EXPIRY
              IF HHNOL > ZERO
                 MOVE HHNOI TO WS-HNO-X
              END-IF
              IF HAMTL > ZERO
                 MOVE HAMTI TO WS-AMT-X
              END-IF
              IF HRSNL > ZERO
                 MOVE HRSNI TO WS-REASON
              END-IF
              IF HLREFL > ZERO
                 MOVE HLREFI TO WS-LEGAL-REF
                 INSPECT WS-LEGAL-REF
                    REPLACING ALL LOW-VALUE BY SPACE
              END-IF
              IF HEXPRYL > ZERO
                 MOVE HEXPRYI TO WS-EXPIRY
              END-IF
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW
              MOVE WS-NOW (1:8) TO WS-ONL-TODAY
              PERFORM 2100-VALIDATE-DVZ
              IF WS-DVZ-IS-INVALID
                 MOVE LOW-VALUES TO ACCTHMAPO
                 MOVE 'INVALID CURRENCY CODE' TO HMSGLNO
              ELSE
                 EVALUATE TRUE
                    WHEN WS-AID-PF5
                       PERFORM 3000-PLACE-HOLD
                    WHEN WS-AID-PF6
                       PERFORM 4000-RELEASE-HOLD
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
           MOVE LOW-VALUES TO ACCTHMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO HINPIDO
              MOVE WS-KEY-DVZ TO HINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO HMSGLNO
           ELSE
              PERFORM 2300-LIST-HOLDS
              PERFORM 2500-SHOW-POSITION-FIELDS
              PERFORM 2700-COUNT-MESSAGE
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
      *    walk the position's holds in number order, totalling
      *    and listing the active ones (the first six go on the
      *    screen) and noting the highest number used; a position
      *    with none ends the browse at once
       2300-LIST-HOLDS.
           MOVE 'N'        TO WS-BROWSE-SW
           MOVE ZERO       TO WS-HELD-TOTAL WS-ACTIVE-COUNT
                              WS-LAST-HOLD-NO
           MOVE SPACES     TO HLIN1O HLIN2O HLIN3O
                              HLIN4O HLIN5O HLIN6O
           MOVE ACCT-KEY   TO HOLD-ACCT-KEY
           MOVE ZERO       TO HOLD-NO
           EXEC CICS STARTBR
                FILE('HOLDFILE')
                RIDFLD(HOLD-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2310-READ-NEXT-HOLD UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('HOLDFILE') END-EXEC
           END-IF.
           EXIT.
      *
       2310-READ-NEXT-HOLD.
           EXEC CICS READNEXT
                FILE('HOLDFILE')
                INTO(HOLD-FIELDS)
                RIDFLD(HOLD-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR HOLD-ACCT-KEY NOT = ACCT-KEY
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE HOLD-NO TO WS-LAST-HOLD-NO
              IF HOLD-ACTIVE
                 AND (HOLD-EXPIRY = SPACES
                      OR HOLD-EXPIRY > WS-ONL-TODAY)
                 ADD HOLD-AMOUNT TO WS-HELD-TOTAL
                 ADD 1 TO WS-ACTIVE-COUNT
                 PERFORM 2320-LIST-ONE-HOLD
              END-IF
           END-IF.
           EXIT.
      *
       2320-LIST-ONE-HOLD.
           MOVE HOLD-NO            TO WSH-NO
           MOVE HOLD-REASON        TO WSH-REASON
           MOVE HOLD-AMOUNT        TO WSH-AMOUNT
           MOVE HOLD-LEGAL-REF     TO WSH-LEGAL-REF
           MOVE HOLD-EXPIRY        TO WSH-EXPIRY
           MOVE HOLD-PLACED-TS (1:8) TO WSH-PLACED
           MOVE HOLD-PLACED-USER   TO WSH-USER
           EVALUATE WS-ACTIVE-COUNT
              WHEN 1
                 MOVE WS-HOLD-LINE TO HLIN1O
              WHEN 2
                 MOVE WS-HOLD-LINE TO HLIN2O
              WHEN 3
                 MOVE WS-HOLD-LINE TO HLIN3O
              WHEN 4
                 MOVE WS-HOLD-LINE TO HLIN4O
              WHEN 5
                 MOVE WS-HOLD-LINE TO HLIN5O
              WHEN 6
                 MOVE WS-HOLD-LINE TO HLIN6O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EXIT.
      *
      *    ledger, limit, held and available - the last is the
      *    figure a debit is tested against
       2500-SHOW-POSITION-FIELDS.
           MOVE ACCT-SEQ   TO HINPIDO
           MOVE ACCT-DVZ   TO HINPDVZO
           MOVE ACCT-AD    TO HADO
           MOVE ACCT-SOYAD TO HSOYADO
           MOVE ACCT-BALANCE  TO WS-BAL-ED
           MOVE WS-BAL-ED     TO HBALNCO
           MOVE ACCT-OD-LIMIT TO WS-BAL-ED
           MOVE WS-BAL-ED     TO HODLMTO
           MOVE WS-HELD-TOTAL TO WS-BAL-ED
           MOVE WS-BAL-ED     TO HHELDO
           COMPUTE WS-AVAIL-BALANCE =
              ACCT-BALANCE - WS-HELD-TOTAL + ACCT-OD-LIMIT
           MOVE WS-AVAIL-BALANCE TO WS-BAL-ED
           MOVE WS-BAL-ED     TO HAVAILO
           IF ACCT-INACTIVE
              MOVE 'INACTIVE' TO HDURUMO
           ELSE
              MOVE 'ACTIVE'   TO HDURUMO
           END-IF.
           EXIT.
      *
       2700-COUNT-MESSAGE.
           IF WS-ACTIVE-COUNT = ZERO
              MOVE 'NO ACTIVE HOLDS - PF5 TO PLACE ONE' TO HMSGLNO
           ELSE
           IF WS-ACTIVE-COUNT > 6
              MOVE WS-ACTIVE-COUNT TO WS-MSG-COUNT-ED
              STRING WS-MSG-COUNT-ED ' ACTIVE - FIRST 6 SHOWN, SEE '
                     'REGISTER'
                 DELIMITED BY SIZE INTO HMSGLNO
           ELSE
              MOVE WS-ACTIVE-COUNT TO WS-MSG-COUNT-ED
              STRING WS-MSG-COUNT-ED ' ACTIVE HOLD(S) ON THE POSITION'
                 DELIMITED BY SIZE INTO HMSGLNO
           END-IF
           END-IF.
           EXIT.
      *
      *    a new hold, numbered after the position's last one; the
      *    balance itself is not touched - the hold only narrows
      *    what a debit may take
       3000-PLACE-HOLD.
           PERFORM 3100-EDIT-HOLD
           PERFORM 2200-READ-POSITION
           MOVE LOW-VALUES TO ACCTHMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO HINPIDO
              MOVE WS-KEY-DVZ TO HINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO HMSGLNO
           ELSE
              PERFORM 2300-LIST-HOLDS
              PERFORM 2500-SHOW-POSITION-FIELDS
              IF WS-EDIT-MSG NOT = SPACES
                 MOVE WS-AMT-X     TO HAMTO
                 MOVE WS-REASON    TO HRSNO
                 MOVE WS-LEGAL-REF TO HLREFO
                 MOVE WS-EXPIRY    TO HEXPRYO
                 MOVE WS-EDIT-MSG  TO HMSGLNO
              ELSE
              IF WS-LAST-HOLD-NO = 999
                 MOVE 'HOLD NUMBERS USED UP - SEE OPERATIONS'
                   TO HMSGLNO
              ELSE
                 PERFORM 3200-WRITE-HOLD
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
       3100-EDIT-HOLD.
           MOVE SPACES TO WS-EDIT-MSG
           MOVE WS-REASON TO HOLD-REASON
           IF WS-AMT-X IS NOT NUMERIC
              MOVE 'KEY THE AMOUNT AS 11 DIGITS' TO WS-EDIT-MSG
           ELSE
           IF WS-AMT-9 = ZERO
              MOVE 'THE AMOUNT HELD CANNOT BE ZERO' TO WS-EDIT-MSG
           ELSE
           IF NOT HOLD-RSN-VALID
              MOVE 'REASON MUST BE CO TX DC LN OR OT'
                TO WS-EDIT-MSG
           ELSE
           IF HOLD-RSN-NEEDS-REF AND WS-LEGAL-REF = SPACES
              MOVE 'AN ORDER NEEDS ITS LEGAL REFERENCE'
                TO WS-EDIT-MSG
           ELSE
           IF WS-EXPIRY NOT = SPACES
              MOVE WS-EXPIRY TO WS-DATE-CHECK-IN
              PERFORM 6000-VALIDATE-DATE
              IF WS-DATE-CHECK-INVALID
                 OR WS-EXPIRY NOT > WS-ONL-TODAY
                 MOVE 'EXPIRY MUST BE BLANK OR AFTER TODAY'
                   TO WS-EDIT-MSG
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    two users placing on one position at once would take
      *    the same number; CICS turns the second away (DUPREC)
       3200-WRITE-HOLD.
           COMPUTE WS-NEW-HOLD-NO = WS-LAST-HOLD-NO + 1
           MOVE SPACES         TO HOLD-FIELDS
           MOVE ACCT-KEY       TO HOLD-ACCT-KEY
           MOVE WS-NEW-HOLD-NO TO HOLD-NO
           SET HOLD-ACTIVE     TO TRUE
           MOVE WS-AMT-9       TO HOLD-AMOUNT
           MOVE WS-REASON      TO HOLD-REASON
           MOVE WS-LEGAL-REF   TO HOLD-LEGAL-REF
           MOVE WS-USERID      TO HOLD-PLACED-USER
           MOVE WS-NOW         TO HOLD-PLACED-TS
           MOVE WS-EXPIRY      TO HOLD-EXPIRY
           EXEC CICS WRITE
                FILE('HOLDFILE')
                FROM(HOLD-FIELDS)
                RIDFLD(HOLD-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
              MOVE 'NOT RECORDED - PRESS PF5 AGAIN' TO HMSGLNO
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WRITE FAILED - SEE OPERATIONS' TO HMSGLNO
           ELSE
              PERFORM 2300-LIST-HOLDS
              PERFORM 2500-SHOW-POSITION-FIELDS
              MOVE WS-NEW-HOLD-NO TO WS-MSG-COUNT-ED
              STRING 'HOLD ' WS-MSG-COUNT-ED ' PLACED'
                 DELIMITED BY SIZE INTO HMSGLNO
           END-IF
           END-IF.
           EXIT.
      *
      *    the hold keyed by number, held for update while its
      *    status is checked and given back (UNLOCK) when it is
      *    no longer active
       4000-RELEASE-HOLD.
           PERFORM 2200-READ-POSITION
           MOVE LOW-VALUES TO ACCTHMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO HINPIDO
              MOVE WS-KEY-DVZ TO HINPDVZO
              MOVE 'POSITION NOT FOUND FOR ID/CURRENCY' TO HMSGLNO
           ELSE
           IF WS-HNO-X IS NOT NUMERIC
              PERFORM 2300-LIST-HOLDS
              PERFORM 2500-SHOW-POSITION-FIELDS
              MOVE 'KEY THE 3-DIGIT HOLD NO TO RELEASE' TO HMSGLNO
           ELSE
              MOVE ACCT-KEY   TO HOLD-ACCT-KEY
              MOVE WS-HNO-9   TO HOLD-NO
              EXEC CICS READ
                   FILE('HOLDFILE')
                   INTO(HOLD-FIELDS)
                   RIDFLD(HOLD-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'NO SUCH HOLD ON THIS POSITION' TO WS-EDIT-MSG
              ELSE
              IF NOT HOLD-ACTIVE
                 EXEC CICS UNLOCK FILE('HOLDFILE') END-EXEC
                 MOVE 'HOLD ALREADY RELEASED OR EXPIRED'
                   TO WS-EDIT-MSG
              ELSE
                 SET HOLD-RELEASED TO TRUE
                 MOVE WS-USERID    TO HOLD-END-USER
                 MOVE WS-ONL-TODAY TO HOLD-END-DATE
                 EXEC CICS REWRITE
                      FILE('HOLDFILE')
                      FROM(HOLD-FIELDS)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'RELEASE FAILED - SEE OPERATIONS'
                      TO WS-EDIT-MSG
                 ELSE
                    MOVE WS-HNO-9 TO WS-MSG-COUNT-ED
                    MOVE SPACES TO WS-EDIT-MSG
                    STRING 'HOLD ' WS-MSG-COUNT-ED ' RELEASED'
                       DELIMITED BY SIZE INTO WS-EDIT-MSG
                 END-IF
              END-IF
              END-IF
              PERFORM 2300-LIST-HOLDS
              PERFORM 2500-SHOW-POSITION-FIELDS
              MOVE WS-EDIT-MSG TO HMSGLNO
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
