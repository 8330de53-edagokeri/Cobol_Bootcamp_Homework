      *     implied decimals, sign byte '+' (credit) or '-'
      *     (debit), the batch INP-POST-DETAIL shape,
      *   - money is never posted to a deactivated account,
      *   - a debit that would leave the balance, less the funds
      *     held on the position (HOLDFILE, placed through AHLD),
      *     past the account's overdraft limit is declined.
      * Each accepted posting is journaled to the PSTJRNL file
      * BEFORE the REWRITE lands it - the evidence-first
      * discipline the batch backout and posting history keep -
      * and the new balance is echoed to the screen with the
      * posting's reference, the one a reversal of it will have
      * to name. PBEGPRF folds the journal into the nightly
      * balance proof so the day's evidence still adds up.
      * The journal entry names the signed-on operator, the
      * terminal and the terminal's branch from the TERMBR
      * register, so the nightly PBEGTLS settlement can hold
      * each teller to the cash the teller declares; a terminal
      * with no branch registered cannot post.
      * While the nightly batch holds ACCTREC (BWINCTL shows the
      * window PBEGBWN opens over PBEG006J) a posting is never
      * rewritten onto the balance: it passes the same edits
      * against the balance as the batch left it, is journaled
      * PENDING with its reference, and PBEGBWN applies it - or
      * refuses it, if the night's postings leave it failing the
      * same edits - when the window closes.
      *
      * Kept terminal-conversational (SEND MAP / RECEIVE MAP in a
      * loop, RETURN only at exit) to match ALTPROGI's plain,
      *    is tested - the same guard the batch path keeps
       01  WS-PROJ-BALANCE       PIC S9(10)V99 COMP-3.
       01  WS-BAL-ED             PIC -999999999.99.
      *    the position's active holds - status A, no expiry or an
      *    expiry still ahead of today - summed by browsing the
      *    hold file from the position's key
       01  WS-HELD-TOTAL         PIC S9(11)V99 COMP-3.
       01  WS-ONL-TODAY          PIC X(08).
       01  WS-HOLD-BROWSE-SW     PIC X(01).
           88  WS-HOLD-BROWSE-DONE       VALUE 'Y'.
      *    who is posting and where: the signed-on user, the
      *    terminal and the branch TERMBR files the terminal under
       01  WS-USERID             PIC X(08).
       01  WS-TERMID             PIC X(04).
       01  WS-TERM-BRANCH        PIC X(03).
      *    the batch window, re-read ahead of every posting; a
      *    control record that cannot be read is an online day
       01  WS-BWIN-RRN           PIC S9(08) COMP VALUE 1.
       01  WS-BWIN-SW            PIC X(01).
           88  WS-IN-BATCH-WINDOW        VALUE 'Y'.
       COPY ACCTFLD.
       COPY TERMBR.
       COPY HOLDREC.
       COPY ACCTPSTM.
       COPY PSTJRNL.
       COPY DVZTAB.
       COPY BWINCTL.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE EIBTRMID TO WS-TERMID
           PERFORM 1500-LOOK-UP-BRANCH
           PERFORM 1600-CHECK-BATCH-WINDOW
           MOVE LOW-VALUES TO ACCTPMAPO
           IF WS-TERM-BRANCH = SPACES
              MOVE 'TERMINAL NOT IN TERMBR - CANNOT POST'
                TO PMSGLNO
           ELSE
           IF WS-IN-BATCH-WINDOW
              MOVE 'BATCH RUNNING - POSTINGS HELD TILL END'
                TO PMSGLNO
           ELSE
              MOVE 'ENTER ID, CURRENCY, SIGN AND AMOUNT' TO PMSGLNO
           END-IF
           END-IF
           EXEC CICS SEND MAP('ACCTPMAP') MAPSET('ACCTPST')
                FROM(ACCTPMAPO)
                ERASE
              WHEN WS-AID-CLEAR
                 SET WS-DONE TO TRUE
              WHEN OTHER
                 IF WS-TERM-BRANCH = SPACES
                    MOVE LOW-VALUES TO ACCTPMAPO
                    MOVE 'TERMINAL NOT IN TERMBR - CANNOT POST'
                      TO PMSGLNO
                 ELSE
                    PERFORM 2000-APPLY-POSTING
                 END-IF
           END-EVALUATE
           IF NOT WS-DONE
              EXEC CICS SEND MAP('ACCTPMAP') MAPSET('ACCTPST')
           END-IF.
           EXIT.
      *
      *    the branch this terminal stands in; SPACES when the
      *    terminal is not registered, which refuses every posting
       1500-LOOK-UP-BRANCH.
           MOVE SPACES    TO WS-TERM-BRANCH
           MOVE WS-TERMID TO TERM-ID
           EXEC CICS READ
                FILE('TERMBR')
                INTO(TERM-REC)
                RIDFLD(TERM-ID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE TERM-BRANCH TO WS-TERM-BRANCH
           END-IF.
           EXIT.
      *
      *    is the nightly batch holding ACCTREC right now
       1600-CHECK-BATCH-WINDOW.
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
      *    one posting: every edit runs before the record is even
      *    read, the refusals after the read give the record back
      *    (UNLOCK) so no position stays held for change behind a
           END-PERFORM.
           EXIT.
      *
      *    inside the batch window the record is read without
      *    UPDATE - nothing is held against the batch - and the
      *    UNLOCKs below find nothing to give back
       2200-READ-AND-POST.
           MOVE LOW-VALUES TO ACCTPMAPO
           MOVE WS-KEY-ID  TO ACCT-SEQ
           MOVE WS-KEY-DVZ TO ACCT-DVZ
           PERFORM 1600-CHECK-BATCH-WINDOW
           IF WS-IN-BATCH-WINDOW
              EXEC CICS READ
                   FILE('ACCTREC')
                   INTO(ACCT-FIELDS)
                   RIDFLD(ACCT-KEY)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ
                   FILE('ACCTREC')
                   INTO(ACCT-FIELDS)
                   RIDFLD(ACCT-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID  TO PINPIDO
              MOVE WS-KEY-DVZ TO PINPDVZO
                 COMPUTE WS-PROJ-BALANCE =
                    ACCT-BALANCE + WS-AMOUNT
              END-IF
              MOVE ZERO TO WS-HELD-TOTAL
              IF WS-SIGN = '-'
                 PERFORM 2250-SUM-ACTIVE-HOLDS
              END-IF
              IF WS-SIGN = '-'
                 AND WS-PROJ-BALANCE < (ZERO - ACCT-OD-LIMIT)
                 EXEC CICS UNLOCK FILE('ACCTREC') END-EXEC
                 PERFORM 2500-SHOW-ACCOUNT
                 MOVE 'INSUFFICIENT FUNDS - DECLINED' TO PMSGLNO
              ELSE
              IF WS-SIGN = '-'
                 AND WS-PROJ-BALANCE - WS-HELD-TOTAL
                     < (ZERO - ACCT-OD-LIMIT)
                 EXEC CICS UNLOCK FILE('ACCTREC') END-EXEC
                 PERFORM 2500-SHOW-ACCOUNT
                 MOVE 'FUNDS HELD - DECLINED, SEE AHLD' TO PMSGLNO
              ELSE
              IF WS-IN-BATCH-WINDOW
                 PERFORM 2400-JOURNAL-PENDING
              ELSE
                 PERFORM 2300-JOURNAL-AND-REWRITE
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    total of the position's active holds; a position with
      *    none ends the browse at once (NOTFND or another key)
       2250-SUM-ACTIVE-HOLDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ONL-TODAY
           MOVE 'N'        TO WS-HOLD-BROWSE-SW
           MOVE ACCT-KEY   TO HOLD-ACCT-KEY
           MOVE ZERO       TO HOLD-NO
           EXEC CICS STARTBR
                FILE('HOLDFILE')
                RIDFLD(HOLD-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2260-ADD-ONE-HOLD UNTIL WS-HOLD-BROWSE-DONE
              EXEC CICS ENDBR FILE('HOLDFILE') END-EXEC
           END-IF.
           EXIT.
      *
       2260-ADD-ONE-HOLD.
           EXEC CICS READNEXT
                FILE('HOLDFILE')
                INTO(HOLD-FIELDS)
                RIDFLD(HOLD-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR HOLD-ACCT-KEY NOT = ACCT-KEY
              SET WS-HOLD-BROWSE-DONE TO TRUE
           ELSE
              IF HOLD-ACTIVE
                 AND (HOLD-EXPIRY = SPACES
                      OR HOLD-EXPIRY > WS-ONL-TODAY)
                 ADD HOLD-AMOUNT TO WS-HELD-TOTAL
              END-IF
           END-IF.
           EXIT.
      *
      *    the journal record goes to file ahead of the REWRITE,
      *    exactly as the batch path writes its history before
      *    the money moves; a posting the journal cannot evidence
      *    is refused, not applied quietly
       2300-JOURNAL-AND-REWRITE.
           COMPUTE ACCT-BALANCE = WS-PROJ-BALANCE
           PERFORM 2350-FILL-JOURNAL
           MOVE ACCT-BALANCE TO PJRN-BALANCE
           EXEC CICS WRITE
                FILE('PSTJRNL')
                 MOVE 'REWRITE FAILED - SEE OPERATIONS' TO PMSGLNO
              ELSE
                 PERFORM 2500-SHOW-ACCOUNT
      *          the reference goes back to the teller - it is
      *          what a reversal of this posting will have to name
                 STRING 'POSTED - REF ' PJRN-POST-REF
                    DELIMITED BY SIZE INTO PMSGLNO
              END-IF
           END-IF.
           EXIT.
      *
      *    the journal entry both paths write: who, where, which
      *    position, the signed amount and the posting reference
       2350-FILL-JOURNAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO PJRN-TIMESTAMP
           MOVE ACCT-SEQ TO PJRN-SEQ
           MOVE ACCT-DVZ TO PJRN-DVZ
      *    the posting reference is the journal key itself behind
      *    the teller source byte - unique because the key is
           MOVE 'T'      TO PJRN-POST-REF (1:1)
           MOVE PJRN-KEY TO PJRN-POST-REF (2:22)
           MOVE WS-USERID      TO PJRN-OPERATOR
           MOVE WS-TERMID      TO PJRN-TERMINAL
           MOVE WS-TERM-BRANCH TO PJRN-BRANCH
           IF WS-SIGN = '-'
              COMPUTE PJRN-AMOUNT = WS-AMOUNT * -1
           ELSE
              MOVE WS-AMOUNT TO PJRN-AMOUNT
           END-IF
           MOVE SPACE  TO PJRN-STATUS
           MOVE SPACES TO PJRN-APPLY-TS.
           EXIT.
      *
      *    inside the batch window: the posting is journaled
      *    PENDING with the balance it would leave, and the
      *    balance itself is left to the batch; PBEGBWN lands it
      *    when the window closes. The screen shows the balance
      *    as it stands, without this posting
       2400-JOURNAL-PENDING.
           PERFORM 2350-FILL-JOURNAL
           SET PJRN-PENDING TO TRUE
           MOVE WS-PROJ-BALANCE TO PJRN-BALANCE
           EXEC CICS WRITE
                FILE('PSTJRNL')
                FROM(PJRN-REC)
                RIDFLD(PJRN-KEY)
                RESP(WS-RESP)
           END-EXEC
           PERFORM 2500-SHOW-ACCOUNT
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'JOURNAL WRITE FAILED - NOT TAKEN' TO PMSGLNO
           ELSE
              STRING 'PENDING - REF ' PJRN-POST-REF
                 DELIMITED BY SIZE INTO PMSGLNO
           END-IF.
           EXIT.
      *
       2500-SHOW-ACCOUNT.
           MOVE ACCT-SEQ   TO PINPIDO
