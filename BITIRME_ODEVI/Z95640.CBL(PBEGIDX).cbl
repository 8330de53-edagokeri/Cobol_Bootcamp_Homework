                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-ONLC-RRN
                             STATUS  ONLC-ST.
      *    customer information master, read only here: an ADD
      *    opens a position only for an ID with an active
      *    customer on it
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
      *    funds holds and liens (AHLD places and releases them):
      *    a debit is tested against the balance less every hold
      *    still active on the position, read here by browsing
      *    the position's holds from its key
           SELECT HOLD-FILE  ASSIGN  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS HOLD-KEY
                             STATUS  HOLD-ST.
      *    posting reference index: one record per posting this
      *    stream confirms or offloads, keyed on the reference
      *    stamped on its history record and voucher legs; a
      *    reversal reads its original here and marks it reversed
           SELECT POST-REF   ASSIGN  POSTREF
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS PREF-REF
                             STATUS  PREF-ST.
           SELECT SORT-WORK  ASSIGN  SORTWK01.
           SELECT DELTA-SORT ASSIGN  SORTWK02.
      *-------------
       FD  POST-HIST RECORDING MODE F.
       COPY POSTHST.
      *
      *    one voucher leg as it confirmed (layout and account
      *    names in GLVWORK). The contra is the per-currency
      *    settlement account, the fee income account for a
      *    service-charge debit, or the FX position account for
      *    both pairs of a cross-currency transfer, whose legs
      *    also carry the cross rate the credit was valued at.
      *    Both legs carry the posting's reference and, on a
      *    reversal, the reference of the posting it reverses.
      *    The file may already hold PBEGTLS's cash over/short
      *    pairs from ahead of this step (DISP=MOD)
       FD  GLV-WORK  RECORDING MODE F.
       COPY GLVWORK.
      *
      *    the voucher feed itself: 'H' header, 'D' detail legs
      *    numbered by voucher pair, 'T' trailer carrying the leg
      *    must equal the OUTFILE trailer's TRLR-POST-AMT hash
      *    totals for the same run PLUS the offloaded online
      *    postings - the feed explains every balance movement,
      *    batch and counter alike). Each detail leg names its
      *    posting reference; a reversal's legs are typed 'R' and
      *    name the original's reference beside their own, so the
      *    GL can pair the reversal off against what it undoes
       FD  GLV-FILE  RECORDING MODE F.
       01  GLV-HDR-REC.
           05  GLV-HDR-MARKER      PIC X(01).
           05  GLV-DVZ             PIC X(03).
           05  GLV-AMOUNT          PIC 9(09)V99.
           05  GLV-RUN-DATE        PIC X(08).
           05  GLV-FX-RATE         PIC 9(05)V9(06).
           05  GLV-POST-REF        PIC X(23).
      *        P an ordinary posting, R a reversal
           05  GLV-ENTRY-TYPE      PIC X(01).
           05  GLV-REV-REF         PIC X(23).
           05  FILLER              PIC X(96).
       01  GLV-TRLR-REC.
           05  GLV-TRLR-MARKER     PIC X(01).
           05  GLV-TRLR-LEGS       PIC 9(07).
       FD  ONLC-FILE RECORDING MODE F.
       01  ONLC-REC.
           05  OC-LAST-TS          PIC X(14).
      *
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
       FD  HOLD-FILE RECORDING MODE F.
       COPY HOLDREC.
      *
       FD  POST-REF  RECORDING MODE F.
       COPY POSTREF.
      *
      *    one referral line per declined posting ('DECLINED',
      *    with the amount that was turned away) or over-limit
               88 PJRN-SUCCESS            VALUE 00 97.
           05  ONLC-ST          PIC 9(02).
               88 ONLC-SUCCESS            VALUE 00 97.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
               88 CUST-NOTFOUND           VALUE 23.
           05  HOLD-ST          PIC 9(02).
               88 HOLD-SUCCESS            VALUE 00 97.
               88 HOLD-EOF                VALUE 10.
           05  PREF-ST          PIC 9(02).
               88 PREF-SUCCESS            VALUE 00 97.
               88 PREF-DUPKEY             VALUE 22.
               88 PREF-NOTFOUND           VALUE 23.
           05  WS-ONLC-RRN      PIC 9(04) VALUE 1.
           05  WS-ONLC-EXISTS-SW PIC X(01) VALUE 'N'.
               88  WS-ONLC-EXISTS          VALUE 'Y'.
      *    leave, held a digit wider than ACCT-BALANCE so the
      *    projection itself can never wrap before it is tested
       01  WS-PROJ-BALANCE            PIC S9(10)V99 COMP-3.
      *    the position's active holds, summed before each debit;
      *    the debit is taken against the projection less these,
      *    so available = balance - held + overdraft limit
       01  WS-HELD-TOTAL              PIC S9(11)V99 COMP-3.
       01  WS-HOLD-BROWSE-SW          PIC X(01).
           88  WS-HOLD-BROWSE-DONE          VALUE 'Y'.
       01  WS-CNT-DECLINED            PIC 9(05) VALUE ZERO.
       01  WS-CNT-REVERSED            PIC 9(05) VALUE ZERO.
      *    posting references: this open's timestamp and running
      *    number make each batch reference unique - a restart
      *    opens again under a new timestamp, so a reference is
      *    never handed out twice. The kind of posting in hand
      *    (see POSTREF) and, on a reversal, the original's
      *    reference travel from the posting paragraph into the
      *    history, index and voucher writes
       01  WS-POST-REF-AREA.
           05  WS-PREF-NEW.
               10  WS-PREF-SOURCE   PIC X(01) VALUE 'B'.
               10  WS-PREF-STAMP    PIC X(14).
               10  WS-PREF-NO       PIC 9(08) VALUE ZERO.
           05  WS-PREF-KIND         PIC X(01).
           05  WS-REV-ORIG-REF      PIC X(23).
       01  WS-CNT-OVER-LIMIT          PIC 9(05) VALUE ZERO.
      *    GL voucher build: the settlement contra-account name,
      *    the unsigned leg amount in hand, and the close-time
      *    so 10 slots always suffice.
       01  WS-GLV-AREA.
           05  WS-GLV-SETTLE        PIC X(08) VALUE 'SETTLMNT'.
      *    a cross-currency transfer's two pairs contra against
      *    the FX position account instead, so the GL sees the
      *    bank's currency position move; H500 puts the
      *    settlement account back in force for every transaction
           05  WS-GLV-FXPOS         PIC X(08) VALUE 'FXPOSITN'.
      *    a service-charge debit's pair contras against fee
      *    income, so the GL sees the charge as earned income
           05  WS-GLV-FEEINC        PIC X(08) VALUE 'FEEINCOM'.
      *    an escheatment debit and an unclaimed-funds claim both
      *    contra the unclaimed-funds liability account
           05  WS-GLV-UNCLM         PIC X(08) VALUE 'UNCLAIMD'.
           05  WS-GLV-CONTRA        PIC X(08) VALUE 'SETTLMNT'.
           05  WS-GLV-RATE          PIC 9(05)V9(06) VALUE ZERO.
           05  WS-GLV-LEG-AMT       PIC 9(09)V99.
           05  WS-GLV-SEQ           PIC 9(07).
           05  WS-GLV-LEG-COUNT     PIC 9(07).
      *    the one record area, so the debit leg re-keys from
      *    this image
       01  WS-XFER-SRC-IMAGE          PIC X(67).
      *    cross-currency valuation: each side's TRY rate out of
      *    the caller's FX table, and the lookup state
       01  WS-FX-AREA.
           05  WS-FX-SRC-RATE       PIC 9(05)V9(06).
           05  WS-FX-TGT-RATE       PIC 9(05)V9(06).
           05  WS-FX-LOOK-DVZ       PIC 9(03).
           05  WS-FX-LOOK-RATE      PIC 9(05)V9(06).
           05  WS-FX-SUB            PIC 9(02).
      *    name-correction cascade state: the customer ID whose
      *    positions are being walked, the DVZ the keyed UPDATE
      *    already corrected, the caller's linkage fields saved
      *
       H100-OPEN-FILES.
           OPEN I-O    ACCT-REC.
           OPEN INPUT  CUST-REC.
           OPEN INPUT  HOLD-FILE.
           OPEN I-O    POST-REF.
           OPEN OUTPUT BKOUT-FILE.
           OPEN OUTPUT POST-HIST.
           OPEN OUTPUT GLV-WORK.
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PREF-STAMP.
           CALL WS-ALTPROG USING WS-SUB-AREA.
           EXIT.
      *
      *    it; CREATE takes the WRITE path in H510 instead of the
      *    read-first path here.
       H500-HANDLE-TRANSACTION.
           MOVE WS-GLV-SETTLE TO WS-GLV-CONTRA
           MOVE ZERO TO WS-GLV-RATE
           MOVE 'P'    TO WS-PREF-KIND
           MOVE SPACES TO WS-REV-ORIG-REF WS-SUB-POST-REF
           MOVE WS-SUB-ID TO WS-KEY-ID
           MOVE WS-KEY-ID TO ACCT-SEQ
           MOVE WS-SUB-DVZ TO ACCT-DVZ
      *    already on file. The opening date goes through the same
      *    H250 validation the report arithmetic trusts, and blank
      *    names are turned away here rather than written as empty
      *    master records. The ID must also belong to an active
      *    customer on CUSTREC - no position is opened for someone
      *    the bank holds no address for.
       H510-CREATE-ACCOUNT.
           MOVE WS-SUB-DTAR TO WS-DATE-CHECK-IN
           PERFORM H250-VALIDATE-DATE
           MOVE ACCT-SEQ TO CUST-SEQ
           READ CUST-REC
           IF WS-DATE-CHECK-INVALID
              OR WS-SUB-FNAME = SPACES
              OR WS-SUB-LNAME = SPACES
              SET WS-SUB-RC-BADDATA TO TRUE
           ELSE
           IF NOT CUST-SUCCESS OR NOT CUST-ACTIVE
              SET WS-SUB-RC-NOCUST TO TRUE
           ELSE
              MOVE WS-SUB-FNAME TO ACCT-AD
              MOVE WS-SUB-LNAME TO ACCT-SOYAD
                    SET WS-SUB-RC-BADDATA TO TRUE
                 END-IF
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    never posted to a deactivated account - that comes back
      *    as its own return code so the back office sees funds were
      *    turned away rather than data being bad.
      *    A DEBIT or CREDIT naming a posting reference is a
      *    reversal: H531 proves the original may be reversed and
      *    takes over its amount and contra account before the
      *    ordinary posting runs, and the original is marked
      *    reversed ahead of the REWRITE.
      *    The one posting a deactivated position takes is
      *    PBEGESC's escheatment debit, and only there: it moves
      *    the whole balance - exactly, or not at all - to
      *    unclaimed funds and leaves ACCT-TODAY
      *    alone, so the position stays due for PBEGARC's purge.
       H530-APPLY-POSTING.
           IF ACCT-INACTIVE AND NOT WS-SUB-ESCHEAT-POSTING
              SET WS-SUB-RC-INACTIVE TO TRUE
           ELSE
           IF WS-SUB-ESCHEAT-POSTING
              AND (NOT ACCT-INACTIVE OR NOT WS-FUNC-DEBIT
                   OR WS-SUB-REV-REF NOT = SPACES
                   OR WS-SUB-AMOUNT NOT = ACCT-BALANCE)
              SET WS-SUB-RC-ESCHEAT-STALE TO TRUE
           ELSE
              IF WS-SUB-REV-REF NOT = SPACES
                 PERFORM H531-LOOK-UP-ORIGINAL
              END-IF
      *       a debit that would leave the balance, less the
      *       funds held on the position, past the account's
      *       overdraft limit is declined before any field is
      *       touched - no funds, its own return code
              IF WS-FUNC-DEBIT AND WS-SUB-RC-OK
                 PERFORM H539-SUM-ACTIVE-HOLDS
                 COMPUTE WS-PROJ-BALANCE =
                    ACCT-BALANCE - WS-SUB-AMOUNT
                 IF WS-PROJ-BALANCE - WS-HELD-TOTAL
                    < (ZERO - ACCT-OD-LIMIT)
                    PERFORM H538-DECLINE-FOR-FUNDS
                 END-IF
              END-IF
              IF WS-SUB-RC-OK
              IF WS-FUNC-DEBIT
                 SUBTRACT WS-SUB-AMOUNT FROM ACCT-BALANCE
                 COMPUTE WS-PHST-AMOUNT = WS-SUB-AMOUNT * -1
                 IF WS-SUB-FEE-POSTING AND WS-PREF-KIND = 'P'
                    MOVE WS-GLV-FEEINC TO WS-GLV-CONTRA
                    MOVE 'F' TO WS-PREF-KIND
                 END-IF
                 IF WS-SUB-ESCHEAT-POSTING
                    MOVE WS-GLV-UNCLM TO WS-GLV-CONTRA
                    MOVE 'E' TO WS-PREF-KIND
                 END-IF
              ELSE
                 ADD WS-SUB-AMOUNT TO ACCT-BALANCE
                 MOVE WS-SUB-AMOUNT TO WS-PHST-AMOUNT
                 IF WS-SUB-CLAIM-POSTING AND WS-PREF-KIND = 'P'
                    MOVE WS-GLV-UNCLM TO WS-GLV-CONTRA
                    MOVE 'U' TO WS-PREF-KIND
                 END-IF
              END-IF
              MOVE ACCT-BALANCE TO WS-SUB-BALANCE
              IF NOT WS-SUB-ESCHEAT-POSTING
                 MOVE WS-RUN-TODAY TO ACCT-TODAY
              END-IF
              PERFORM H550-WRITE-BACKOUT-R
              PERFORM H535-WRITE-POSTING-HISTORY
              PERFORM H536-WRITE-VOUCHER-PAIR
              IF WS-PREF-KIND = 'R'
                 PERFORM H532-MARK-ORIGINAL-REVERSED
              END-IF
              REWRITE ACCT-FIELDS
              SET WS-SUB-RC-OK TO TRUE
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    the reversal's original, by its reference: it must be
      *    on file, not already reversed, a reversible kind (see
      *    POSTREF), on this same position, and undone in the
      *    opposite direction - a CREDIT reverses a debit, a
      *    DEBIT a credit. The reversal then posts the original's
      *    exact amount, whatever the card carried, and contras
      *    against the GL account the original did.
       H531-LOOK-UP-ORIGINAL.
           MOVE WS-SUB-REV-REF TO PREF-REF
           READ POST-REF
           IF PREF-NOTFOUND
              SET WS-SUB-RC-NOREF TO TRUE
           ELSE
           IF NOT PREF-SUCCESS
              SET WS-SUB-RC-BADDATA TO TRUE
           ELSE
           IF PREF-REVERSED
              SET WS-SUB-RC-REVERSED TO TRUE
           ELSE
           IF NOT PREF-KIND-REVERSIBLE
              OR PREF-ACCT-KEY NOT = ACCT-KEY
              OR (WS-FUNC-DEBIT AND PREF-AMOUNT NOT > ZERO)
              OR (WS-FUNC-CREDIT AND PREF-AMOUNT NOT < ZERO)
              SET WS-SUB-RC-NOT-REVERSIBLE TO TRUE
           ELSE
              IF PREF-AMOUNT < ZERO
                 COMPUTE WS-SUB-AMOUNT = PREF-AMOUNT * -1
              ELSE
                 MOVE PREF-AMOUNT TO WS-SUB-AMOUNT
              END-IF
              MOVE PREF-CONTRA TO WS-GLV-CONTRA
              MOVE 'R'         TO WS-PREF-KIND
              MOVE PREF-REF    TO WS-REV-ORIG-REF
           END-IF
           END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    the original is marked reversed, naming the reversal
      *    H535 just indexed - the mark is what refuses a second
      *    reversal of the same mistake
       H532-MARK-ORIGINAL-REVERSED.
           MOVE WS-REV-ORIG-REF TO PREF-REF
           READ POST-REF
           IF PREF-SUCCESS
              SET PREF-REVERSED TO TRUE
              MOVE WS-SUB-POST-REF TO PREF-REV-REF
              MOVE WS-RUN-TODAY    TO PREF-REV-DATE
              REWRITE PREF-REC
           END-IF
           IF NOT PREF-SUCCESS
              DISPLAY 'PBEGIDX - POSTING REFERENCE MARK FAILED FOR '
                      WS-REV-ORIG-REF ' STATUS ' PREF-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-REVERSED.
           EXIT.
      *
      *    the decline and its referral line: the account as it
      *    stands, its limit, and the amount that was turned away.
      *    A debit the ledger balance would have covered but the
      *    holds on the position would not is marked HELD FUNDS,
      *    so the branch knows to look at the hold register
       H538-DECLINE-FOR-FUNDS.
           SET WS-SUB-RC-NOFUNDS TO TRUE
           ADD 1 TO WS-CNT-DECLINED
           MOVE SPACES        TO REF-REC
           MOVE ACCT-SEQ      TO REF-SEQ
           MOVE ACCT-DVZ      TO REF-DVZ
           IF WS-PROJ-BALANCE < (ZERO - ACCT-OD-LIMIT)
              MOVE 'DECLINED'    TO REF-REASON
           ELSE
              MOVE 'HELD FUNDS'  TO REF-REASON
           END-IF
           MOVE ACCT-BALANCE  TO REF-BALANCE-ED
           MOVE ACCT-OD-LIMIT TO REF-LIMIT-ED
           MOVE WS-SUB-AMOUNT TO REF-AMOUNT-ED
           WRITE REF-REC.
           EXIT.
      *
      *    total of the holds active on the position in ACCT-KEY
      *    for this processing date: status A and no expiry, or an
      *    expiry still ahead. A position with no holds ends the
      *    browse at once (no record, or another position's key).
       H539-SUM-ACTIVE-HOLDS.
           MOVE ZERO     TO WS-HELD-TOTAL
           MOVE 'N'      TO WS-HOLD-BROWSE-SW
           MOVE ACCT-KEY TO HOLD-ACCT-KEY
           MOVE ZERO     TO HOLD-NO
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
           IF NOT HOLD-SUCCESS
              SET WS-HOLD-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H539A-ADD-ONE-HOLD UNTIL WS-HOLD-BROWSE-DONE.
           EXIT.
      *
       H539A-ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
           IF NOT HOLD-SUCCESS OR HOLD-ACCT-KEY NOT = ACCT-KEY
              SET WS-HOLD-BROWSE-DONE TO TRUE
           ELSE
              IF HOLD-ACTIVE
                 AND (HOLD-EXPIRY = SPACES
                      OR HOLD-EXPIRY > WS-RUN-TODAY)
                 ADD HOLD-AMOUNT TO WS-HELD-TOTAL
              END-IF
           END-IF.
           EXIT.
      *
      *    one permanent history record per confirmed posting,
      *    written ahead of the REWRITE like the backout image: a
      *    posting the history cannot evidence is worth stopping
      *    for, the same as one the backout cannot undo. The
      *    caller sets WS-PHST-AMOUNT to the posting's signed
      *    effect on the balance - each transfer leg comes
      *    through here too, with its own sign. The posting gets
      *    the next reference of this open, carried on the
      *    history record, the POSTREF index and back to the
      *    caller (a transfer's debit leg, posted second, is the
      *    one the caller ends up with).
       H535-WRITE-POSTING-HISTORY.
           ADD 1 TO WS-PREF-NO
           MOVE WS-PREF-NEW    TO WS-SUB-POST-REF
           MOVE ACCT-SEQ       TO PHST-SEQ
           MOVE ACCT-DVZ       TO PHST-DVZ
           MOVE WS-RUN-TODAY   TO PHST-RUN-DATE
           MOVE WS-PHST-AMOUNT TO PHST-AMOUNT
           MOVE ACCT-BALANCE   TO PHST-BALANCE
           MOVE WS-PREF-NEW    TO PHST-POST-REF
           MOVE WS-REV-ORIG-REF TO PHST-REV-REF
           WRITE PHST-REC
           IF NOT PHST-SUCCESS
              DISPLAY 'PBEGIDX - POSTING HISTORY WRITE FAILED, '
                      'STATUS ' PHST-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM H534-WRITE-POSTING-REF.
           EXIT.
      *
      *    the index record for the history record just written,
      *    with the kind of posting and the contra account in
      *    force. Fatal on failure like the history itself - save
      *    a teller posting already indexed: an abended run's
      *    offload is repeated by the next run (the high-water
      *    never advanced), so its references can be on file.
       H534-WRITE-POSTING-REF.
           MOVE SPACES         TO PREF-REC
           MOVE PHST-POST-REF  TO PREF-REF
           MOVE PHST-KEY       TO PREF-ACCT-KEY
           MOVE PHST-RUN-DATE  TO PREF-RUN-DATE
           MOVE PHST-AMOUNT    TO PREF-AMOUNT
           MOVE WS-PREF-KIND   TO PREF-KIND
           MOVE WS-GLV-CONTRA  TO PREF-CONTRA
           SET PREF-OPEN       TO TRUE
           MOVE PHST-REV-REF   TO PREF-REV-REF
           WRITE PREF-REC
           IF NOT PREF-SUCCESS
              AND NOT (PREF-DUPKEY AND WS-PREF-KIND = 'T')
              DISPLAY 'PBEGIDX - POSTING REFERENCE WRITE FAILED, '
                      'STATUS ' PREF-ST ' REF ' PHST-POST-REF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
      *    one balanced GL voucher pair per confirmed posting,
      *    from the signed effect H535 just derived: an effect
      *    that raised the balance credits the customer position
      *    and debits the contra account in force (settlement,
      *    or FX position for a cross-currency transfer), one
      *    that lowered it the other way round - either way the
      *    pair nets to zero. Written to the run-scoped work file
      *    (fatal on failure, like the backout - an unbalanced
           MOVE ACCT-DVZ       TO GLW-DVZ
           MOVE WS-GLV-LEG-AMT TO GLW-AMOUNT
           MOVE WS-RUN-TODAY   TO GLW-RUN-DATE
           MOVE WS-GLV-RATE    TO GLW-FX-RATE
           MOVE PHST-POST-REF  TO GLW-POST-REF
           MOVE PHST-REV-REF   TO GLW-REV-REF
           PERFORM H537-WRITE-ONE-LEG
           IF GLW-LEG = 'D'
              MOVE 'C' TO GLW-LEG
           ELSE
              MOVE 'D' TO GLW-LEG
           END-IF
           MOVE WS-GLV-CONTRA TO GLW-ACCT
           PERFORM H537-WRITE-ONE-LEG.
           EXIT.
      *
      *    record and GL voucher pair, exactly like a standalone
      *    debit and credit.
       H560-APPLY-TRANSFER.
           MOVE 'X' TO WS-PREF-KIND
           IF WS-SUB-ID = WS-SUB-XFER-ID
              AND WS-SUB-DVZ = WS-SUB-XFER-DVZ
              SET WS-SUB-RC-BADDATA TO TRUE
           ELSE
              PERFORM H561-VALUE-TRANSFER
           END-IF
           IF WS-SUB-RC-OK
              READ ACCT-REC
              IF ACCT-SUCCESS
                 IF ACCT-INACTIVE
                    SET WS-SUB-RC-INACTIVE TO TRUE
                 ELSE
      *             the debit leg must clear the source's
      *             holds and overdraft limit before the target
      *             is even looked at - declined here, nothing
      *             has moved
                    PERFORM H539-SUM-ACTIVE-HOLDS
                    COMPUTE WS-PROJ-BALANCE =
                       ACCT-BALANCE - WS-SUB-AMOUNT
                    IF WS-PROJ-BALANCE - WS-HELD-TOTAL
                       < (ZERO - ACCT-OD-LIMIT)
                       PERFORM H538-DECLINE-FOR-FUNDS
                    ELSE
                       MOVE ACCT-FIELDS TO WS-XFER-SRC-IMAGE
              END-IF
           END-IF.
           EXIT.
      *
      *    value the credit leg before anything is read: a
      *    same-currency transfer credits what it debits, a
      *    cross-currency one credits the source amount times
      *    the source's TRY rate over the target's, rounded to
      *    the target's cent, and both its voucher pairs contra
      *    against the FX position account carrying that cross
      *    rate. A currency with no rate in force, or an amount
      *    that values to nothing or past the balance field,
      *    turns the transfer away with nothing moved.
       H561-VALUE-TRANSFER.
           SET WS-SUB-RC-OK TO TRUE
           IF WS-SUB-DVZ = WS-SUB-XFER-DVZ
              MOVE WS-SUB-AMOUNT TO WS-SUB-XFER-CR-AMOUNT
              MOVE 1 TO WS-SUB-XFER-RATE
           ELSE
              MOVE WS-SUB-DVZ TO WS-FX-LOOK-DVZ
              PERFORM H563-LOOK-UP-RATE
              MOVE WS-FX-LOOK-RATE TO WS-FX-SRC-RATE
              MOVE WS-SUB-XFER-DVZ TO WS-FX-LOOK-DVZ
              PERFORM H563-LOOK-UP-RATE
              MOVE WS-FX-LOOK-RATE TO WS-FX-TGT-RATE
              IF WS-FX-SRC-RATE = ZERO OR WS-FX-TGT-RATE = ZERO
                 SET WS-SUB-RC-NORATE TO TRUE
              ELSE
                 COMPUTE WS-SUB-XFER-CR-AMOUNT ROUNDED =
                    WS-SUB-AMOUNT * WS-FX-SRC-RATE / WS-FX-TGT-RATE
                    ON SIZE ERROR
                       SET WS-SUB-RC-BADDATA TO TRUE
                 END-COMPUTE
                 COMPUTE WS-SUB-XFER-RATE ROUNDED =
                    WS-FX-SRC-RATE / WS-FX-TGT-RATE
                    ON SIZE ERROR
                       SET WS-SUB-RC-BADDATA TO TRUE
                 END-COMPUTE
                 IF WS-SUB-XFER-CR-AMOUNT NOT > ZERO
                    SET WS-SUB-RC-BADDATA TO TRUE
                 END-IF
                 MOVE WS-GLV-FXPOS     TO WS-GLV-CONTRA
                 MOVE WS-SUB-XFER-RATE TO WS-GLV-RATE
              END-IF
           END-IF.
           EXIT.
      *
       H563-LOOK-UP-RATE.
           MOVE ZERO TO WS-FX-LOOK-RATE
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-SUB-FX-COUNT
              IF WS-SUB-FX-DVZ (WS-FX-SUB) = WS-FX-LOOK-DVZ
                 MOVE WS-SUB-FX-RATE (WS-FX-SUB) TO WS-FX-LOOK-RATE
              END-IF
           END-PERFORM.
           EXIT.
      *
       H562-SCREEN-TARGET.
           MOVE WS-SUB-XFER-ID  TO WS-KEY-ID
           EXIT.
      *
      *    both legs validated - the target is the record in
      *    hand, so its credit leg posts first, at the amount
      *    H561 valued it at; the debit leg then re-reads the
      *    source from the image taken before the target READ.
      *    The new SOURCE balance is what goes back to the
      *    caller, the side the keyed transaction belongs to.
       H565-POST-BOTH-LEGS.
           MOVE ACCT-FIELDS TO WS-PRE-IMAGE
           ADD WS-SUB-XFER-CR-AMOUNT TO ACCT-BALANCE
           MOVE WS-RUN-TODAY TO ACCT-TODAY
           MOVE WS-SUB-XFER-CR-AMOUNT TO WS-PHST-AMOUNT
           PERFORM H550-WRITE-BACKOUT-R
           PERFORM H535-WRITE-POSTING-HISTORY
           PERFORM H536-WRITE-VOUCHER-PAIR
                   WS-GLV-SEQ.
           EXIT.
      *
      *    one work leg into the feed: the first leg of each
      *    pair opens a new voucher number - legs are always
      *    written in pairs, so that is every odd leg, which
      *    also numbers a cash over/short pair whose legs are
      *    both GL accounts. Customer legs feed the per-DVZ net
      *    (credit legs add, debit legs subtract - the GL's own
      *    accounts stay out so the net tracks the effect on
      *    customer balances, batch and offloaded online
      *    postings together)
       H585-COPY-ONE-LEG.
           ADD 1 TO WS-GLV-LEG-COUNT
           IF FUNCTION MOD(WS-GLV-LEG-COUNT, 2) = 1
              ADD 1 TO WS-GLV-SEQ
           END-IF
           IF NOT GLW-CONTRA-ACCT
              PERFORM H586-ADD-TO-NET
           END-IF
           MOVE SPACES       TO GLV-VCHR-REC
           MOVE GLW-DVZ      TO GLV-DVZ
           MOVE GLW-AMOUNT   TO GLV-AMOUNT
           MOVE GLW-RUN-DATE TO GLV-RUN-DATE
           MOVE GLW-FX-RATE  TO GLV-FX-RATE
           MOVE GLW-POST-REF TO GLV-POST-REF
           MOVE GLW-REV-REF  TO GLV-REV-REF
           IF GLW-REV-REF = SPACES
              MOVE 'P' TO GLV-ENTRY-TYPE
           ELSE
              MOVE 'R' TO GLV-ENTRY-TYPE
           END-IF
           WRITE GLV-VCHR-REC
           READ GLV-WORK.
           EXIT.
           CLOSE ONLC-FILE.
           EXIT.
      *
      *    an entry still pending from the batch window (or one
      *    PBEGBWN refused) moved no money yet and is left. The
      *    high-water may pass it - a later counter posting is
      *    offloaded here - so PBEGBWN applies a pending entry
      *    only while it is still above ONLCTL and refuses one at
      *    or below it; none the high-water has passed ever moves
      *    money, and one applied in time is offloaded by the
      *    next close
       H595-OFFLOAD-ONE-POSTING.
           IF PJRN-TIMESTAMP > WS-ONL-PRIOR-TS
              AND PJRN-ON-BALANCE
              ADD 1 TO WS-ONL-COUNT
              MOVE PJRN-SEQ      TO PHST-SEQ
              MOVE PJRN-DVZ      TO PHST-DVZ
              MOVE WS-RUN-TODAY  TO PHST-RUN-DATE
              MOVE PJRN-AMOUNT   TO PHST-AMOUNT
              MOVE PJRN-BALANCE  TO PHST-BALANCE
              MOVE PJRN-POST-REF TO PHST-POST-REF
              MOVE SPACES        TO PHST-REV-REF
              WRITE PHST-REC
              IF NOT PHST-SUCCESS
                 DISPLAY 'PBEGIDX - POSTING HISTORY WRITE '
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'T'           TO WS-PREF-KIND
              MOVE WS-GLV-SETTLE TO WS-GLV-CONTRA
              PERFORM H534-WRITE-POSTING-REF
              IF PJRN-AMOUNT < ZERO
                 COMPUTE WS-GLV-LEG-AMT = PJRN-AMOUNT * -1
                 MOVE 'D' TO GLW-LEG
              MOVE PJRN-DVZ       TO GLW-DVZ
              MOVE WS-GLV-LEG-AMT TO GLW-AMOUNT
              MOVE WS-RUN-TODAY   TO GLW-RUN-DATE
              MOVE ZERO           TO GLW-FX-RATE
              MOVE PJRN-POST-REF  TO GLW-POST-REF
              MOVE SPACES         TO GLW-REV-REF
              PERFORM H537-WRITE-ONE-LEG
              IF GLW-LEG = 'D'
                 MOVE 'C' TO GLW-LEG
           CLOSE EXCPT-FILE.
           CALL  WS-ALTPROG USING WS-SUB-AREA.
           CLOSE ACCT-REC
                 CUST-REC
                 HOLD-FILE
                 POST-REF
                 PRINT-LINE
                 POST-HIST
                 REF-RPT.
                   WS-CNT-DECLINED.
           DISPLAY 'PBEGIDX - ACCOUNTS OVER THEIR LIMIT:   '
                   WS-CNT-OVER-LIMIT.
           DISPLAY 'PBEGIDX - POSTINGS REVERSED:           '
                   WS-CNT-REVERSED.
           EXIT.
