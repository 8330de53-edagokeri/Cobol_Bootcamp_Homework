      * clear ACTIVE/INACTIVE indicator, plus the day difference
      * between DATE-AR and the actual current date, derived with
      * the same date validation and INTEGER-OF-DATE arithmetic the
      * batch report uses. Beside the ledger balance it shows the
      * overdraft limit, the funds held on the position (the
      * holds on HOLDFILE active today) and what is available -
      * balance less held plus limit, the figure a debit is
      * tested against. The record's own date field is shown as
      * LAST MAINT - since the batch stream took its "today" from
      * the run control, that field is only the last-maintenance
      * stamp, not a day to measure staleness against.
      * While the nightly batch holds ACCTREC (the BWINCTL window
      * PBEGBWN opens over PBEG006J) the inquiry keeps answering
      * - it never held a record - with a notice line that the
      * figures are the batch's and counter postings are being
      * held until the window closes.
      *
      * Two ways in, so the help desk can find an account without
      * knowing its number:
      *    difference on this screen measures against
       01  WS-ONL-TODAY          PIC X(08).
       01  WS-BAL-ED             PIC -999999999.99.
      *    the position's active holds and what they leave the
      *    customer to draw on
       01  WS-HELD-TOTAL         PIC S9(11)V99 COMP-3.
       01  WS-AVAIL-BALANCE      PIC S9(11)V99 COMP-3.
       01  WS-HOLD-BROWSE-SW     PIC X(01).
           88  WS-HOLD-BROWSE-DONE       VALUE 'Y'.
      *    the batch window, re-read ahead of every screen sent
       01  WS-BWIN-RRN           PIC S9(08) COMP VALUE 1.
       COPY ACCTFLD.
       COPY BWINCTL.
       COPY HOLDREC.
       COPY ACCTINQM.
      *    date validation / day-count arithmetic, the same checks
      *    and INTEGER-OF-DATE difference PBEGIDX applies before
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ONL-TODAY
           MOVE LOW-VALUES TO ACCTMAPO
           MOVE 'ENTER AN ID AND CURRENCY, OR A SURNAME' TO MSGLNO
           PERFORM 1600-BATCH-WINDOW-NOTICE
           EXEC CICS SEND MAP('ACCTMAP') MAPSET('ACCTINQ')
                FROM(ACCTMAPO)
                ERASE
                 END-IF
           END-EVALUATE
           IF NOT WS-DONE
              PERFORM 1600-BATCH-WINDOW-NOTICE
              EXEC CICS SEND MAP('ACCTMAP') MAPSET('ACCTINQ')
                   FROM(ACCTMAPO)
                   ERASE
           END-IF.
           EXIT.
      *
      *    the notice line: filled while the nightly batch window
      *    is open, left empty otherwise or when the control
      *    record cannot be read
       1600-BATCH-WINDOW-NOTICE.
           EXEC CICS READ
                FILE('BWINCTL')
                INTO(BWIN-REC)
                RIDFLD(WS-BWIN-RRN)
                RRN
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND BWIN-BATCH-OPEN
              MOVE 'BATCH IN PROGRESS - POSTINGS HELD' TO BWNTCO
           END-IF.
           EXIT.
      *
      *    ENTER with ID + currency: plain read of the keyed-in
      *    position - no UPDATE option, so file control never holds
      *    this record for change on this transaction's behalf
           MOVE ACCT-TODAY TO TODAYO
           MOVE ACCT-BALANCE TO WS-BAL-ED
           MOVE WS-BAL-ED  TO BALNCO
           MOVE ACCT-OD-LIMIT TO WS-BAL-ED
           MOVE WS-BAL-ED  TO ODLMTO
           PERFORM 2550-SUM-ACTIVE-HOLDS
           MOVE WS-HELD-TOTAL TO WS-BAL-ED
           MOVE WS-BAL-ED  TO HELDO
           COMPUTE WS-AVAIL-BALANCE =
              ACCT-BALANCE - WS-HELD-TOTAL + ACCT-OD-LIMIT
           MOVE WS-AVAIL-BALANCE TO WS-BAL-ED
           MOVE WS-BAL-ED  TO AVAILO
           PERFORM 2600-COMPUTE-FARK
           IF ACCT-INACTIVE
              MOVE 'INACTIVE' TO DURUMO
           MOVE SPACES TO MSGLNO.
           EXIT.
      *
      *    total of the position's active holds - status A, no
      *    expiry or an expiry still ahead of today. Read only, a
      *    plain browse; a position with none ends it at once
       2550-SUM-ACTIVE-HOLDS.
           MOVE ZERO       TO WS-HELD-TOTAL
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
              PERFORM 2560-ADD-ONE-HOLD UNTIL WS-HOLD-BROWSE-DONE
              EXEC CICS ENDBR FILE('HOLDFILE') END-EXEC
           END-IF.
           EXIT.
      *
       2560-ADD-ONE-HOLD.
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
      *    day difference between ACCT-DTAR and the actual current
      *    date, with the batch report's validation and arithmetic:
      *    both dates validated first, 'ERROR' shown when either
