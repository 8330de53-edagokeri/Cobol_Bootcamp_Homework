      *    very gate that stops double runs
           SELECT CAL-FILE   ASSIGN  CALFILE
                             STATUS  CAL-ST.
      *    daily FX rate cards, versioned and effective-dated
      *    the way PBEGINT's RATEFILE is: a TRANSFER between two
      *    currencies credits the target at the day's rate
      *    instead of the same nominal amount
           SELECT FX-FILE    ASSIGN  FXRATE
                             STATUS  FX-ST.
      *    duplicate-key detection work files: the pre-pass sorts
      *    every keyed transaction by key, writes the ordinals of
      *    the non-first occurrences to DUPWORK, and a second
      *    so each morning's discrepancy call goes to the right
      *    branch instead of all three
           05  OUT-BRANCH          PIC X(03).
      *    standing-order number of a generated transfer, so every
      *    outcome - posted, declined or rejected - can be settled
      *    back against its order; blank on everything else
           05  OUT-SO-NO           PIC X(06).
      *    the reference a confirmed posting was given (on a
      *    transfer, its debit leg's) - what the branch quotes to
      *    reverse it; blank on everything else
           05  OUT-POST-REF        PIC X(23).
       01  OUT-TRAILER-REC.
           05  TRLR-MARKER             PIC X(01).
           05  TRLR-TOTAL-RECS         PIC 9(07).
               07  INP-POST-SIGN       PIC X(01).
                   88  INP-POST-SIGN-VALID  VALUE '+' '-'.
               07  INP-POST-AMOUNT     PIC 9(09)V99.
      *        'F' on a service-charge debit from PBEGFEE - its
      *        GL contra goes to fee income, not settlement; 'E'
      *        on PBEGESC's escheatment debit and 'U' on its
      *        claim credit - both contra the unclaimed-funds
      *        account
               07  INP-POST-FEE-SW     PIC X(01).
      *        a reversal names the reference of the posting it
      *        undoes (cols 23-45): keyed as a CREDIT to reverse a
      *        debit, a DEBIT to reverse a credit, on the same
      *        position, sign '+' and the amount zeros - the
      *        original's own amount is what posts
               07  INP-POST-REV-REF    PIC X(23).
               07  FILLER              PIC X(02).
      *    ISLEM-TIPI 8 (surname inquiry) carries the surname being
      *    looked up; the 1+5+3 key bytes are ignored for it
           05  INP-INQ-DETAIL REDEFINES INP-DETAIL.
               07  INP-XFER-TO-ID      PIC X(05).
               07  INP-XFER-TO-DVZ     PIC X(03).
               07  INP-XFER-AMOUNT     PIC 9(09)V99.
      *        the STORDER order number on a transfer PBEGSTO
      *        generated from a standing order, blank on a branch
      *        keyed transfer - echoed on OUTFILE so the next
      *        PBEGSTO run can settle the order against its outcome
               07  INP-XFER-ORDER-NO   PIC X(06).
               07  FILLER              PIC X(13).
      *    the originating branch/source, stamped by the branch
      *    that keyed the transaction (the transmission merge
      *    carries it through); travels on OUTFILE, the suspense
               07  CHKPT-BR-CNT         PIC 9(07).
               07  CHKPT-BR-SUSP        PIC 9(05).
               07  CHKPT-BR-WOF         PIC 9(05).
               07  CHKPT-BR-TIPI        PIC 9(05) OCCURS 9 TIMES.
               07  CHKPT-BR-REJ         PIC 9(05).
               07  CHKPT-BR-POST        PIC S9(11)V99 COMP-3
                                         OCCURS 10 TIMES.
      *    processing date the checkpoint belongs to - a restart
           05  CAL-TYPE            PIC X(01).
           05  CAL-DATE            PIC X(08).
           05  FILLER              PIC X(71).
      *
      *    FX rate cards: col 1 'V' cols 2-9 rates-version
      *    identifier; col 1 'R' cols 2-4 DVZ, cols 5-15 TRY per
      *    one unit, 99999.999999 keyed without the point, cols
      *    16-23 effective date (YYYYMMDD); '*' comments; blanks
      *    skipped
       FD  FX-FILE   RECORDING MODE F.
       01  FX-CARD.
           05  FX-TYPE             PIC X(01).
           05  FX-BODY             PIC X(79).
           05  FX-V-BODY REDEFINES FX-BODY.
               07  FX-VERSION      PIC X(08).
               07  FILLER          PIC X(71).
           05  FX-R-BODY REDEFINES FX-BODY.
               07  FX-DVZ          PIC X(03).
               07  FX-RATE         PIC 9(05)V9(06).
               07  FX-EFF-DATE     PIC X(08).
               07  FILLER          PIC X(57).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *    trailer's branch block and the write-off report's
      *    per-branch summary. Five slots covers the three
      *    branches plus the interest extract and one spare.
      *    The branch's records by ISLEM-TIPI and its rejects of
      *    every disposition (suspended, written off, returned to
      *    PBEGSTO) go only to TRLRHIST, for the monthly branch
      *    pack (PBEGMIP) - the OUTFILE trailer stays as it is.
       01  WS-BRANCH-AREA.
           05  WS-BR-COUNT             PIC 9(02) VALUE ZERO.
           05  WS-BR-ENT OCCURS 5 TIMES.
               07  WS-BR-CNT           PIC 9(07).
               07  WS-BR-SUSP          PIC 9(05).
               07  WS-BR-WOF           PIC 9(05).
               07  WS-BR-TIPI          PIC 9(05) OCCURS 9 TIMES.
               07  WS-BR-REJ           PIC 9(05).
               07  WS-BR-POST          PIC S9(11)V99 COMP-3
                                        OCCURS 10 TIMES.
           05  WS-BR-SUB               PIC 9(02).
               88  WS-IS-BUSDAY             VALUE 'Y'.
           05  WS-SKIPPED-DAYS      PIC 9(03).
           05  WS-CTL-FARK-BASIS    PIC X(01) VALUE 'C'.
      *    FX rate load state: the rates themselves go straight
      *    into the WS-SUB-FX table PBEGIDX is handed on the OPEN
      *    call; only the card-file status, the lookup hit and
      *    the not-yet-effective tally live here
       01  WS-FX-AREA.
           05  FX-ST                PIC 9(02).
               88 FX-EOF                    VALUE 10.
               88 FX-SUCCESS                VALUE 00 97.
           05  WS-FX-SUB            PIC 9(02).
           05  WS-FX-HIT            PIC 9(02).
           05  WS-FX-SKIPPED        PIC 9(03) VALUE ZERO.
      *    transmission-wrapper validation state: the running
      *    count and amount hash the pre-pass accumulates, and
      *    what the trailer claimed
           PERFORM H105-READ-CONTROL-CARDS.
           PERFORM H111-LOAD-CALENDAR.
           PERFORM H112-CHECK-RUN-CONTROL.
           PERFORM H121-LOAD-FX-RATES.
           PERFORM H113-VALIDATE-INPFILE.
           IF WS-RECYCLE-ON
              OPEN INPUT SUSP-IN
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    the day's FX rates, loaded once the processing date
      *    is known: cards dated after it stay out of force and
      *    are counted, and of the cards in force for one DVZ the
      *    one latest in the dataset wins, so a corrected rate
      *    appends rather than edits - the RATEFILE discipline.
      *    TRY is the base every rate is quoted against, so 949
      *    is tabled at 1 before the first card and a card for it
      *    is a card error. A currency with no card in force is
      *    not an error here; only a transfer that needs its rate
      *    is turned away (PBEGIDX return code 80).
       H121-LOAD-FX-RATES.
           MOVE 'BUILTIN' TO WS-SUB-FX-VERSION
           MOVE 1         TO WS-SUB-FX-COUNT
           MOVE 949       TO WS-SUB-FX-DVZ (1)
           MOVE 1         TO WS-SUB-FX-RATE (1)
           OPEN INPUT FX-FILE
           READ FX-FILE
           PERFORM H122-LOAD-ONE-FX-CARD UNTIL FX-EOF
           CLOSE FX-FILE
           DISPLAY 'PBEG006 - FX RATES VERSION ' WS-SUB-FX-VERSION
                   ', ' WS-SUB-FX-COUNT ' IN FORCE, '
                   WS-FX-SKIPPED ' NOT YET EFFECTIVE'.
           EXIT.
      *
       H122-LOAD-ONE-FX-CARD.
           EVALUATE FX-TYPE
              WHEN 'V'
                 MOVE FX-VERSION TO WS-SUB-FX-VERSION
              WHEN 'R'
                 IF FX-DVZ IS NUMERIC
                    AND FX-RATE IS NUMERIC
                    AND FX-RATE > ZERO
                    AND FX-EFF-DATE IS NUMERIC
                    AND FX-DVZ NOT = '949'
                    PERFORM H123-VALIDATE-FX-DVZ
                    IF FX-EFF-DATE <= WS-PROC-DATE
                       PERFORM H124-TABLE-ONE-FX-RATE
                    ELSE
                       ADD 1 TO WS-FX-SKIPPED
                    END-IF
                 ELSE
                    PERFORM H125-BAD-FX-CARD
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 PERFORM H125-BAD-FX-CARD
           END-EVALUATE
           READ FX-FILE.
           EXIT.
      *
      *    a rate for a currency this shop does not carry is a
      *    keyed-wrong DVZ, not a rate to keep
       H123-VALIDATE-FX-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF FX-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM
           IF WS-DVZ-IS-INVALID
              PERFORM H125-BAD-FX-CARD
           END-IF.
           EXIT.
      *
       H124-TABLE-ONE-FX-RATE.
           MOVE ZERO TO WS-FX-HIT
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-SUB-FX-COUNT
              IF WS-SUB-FX-DVZ (WS-FX-SUB) = FX-DVZ
                 MOVE WS-FX-SUB TO WS-FX-HIT
              END-IF
           END-PERFORM
           IF WS-FX-HIT = ZERO
              IF WS-SUB-FX-COUNT >= 10
                 PERFORM H125-BAD-FX-CARD
              END-IF
              ADD 1 TO WS-SUB-FX-COUNT
              MOVE WS-SUB-FX-COUNT TO WS-FX-HIT
              MOVE FX-DVZ TO WS-SUB-FX-DVZ (WS-FX-HIT)
           END-IF
           MOVE FX-RATE TO WS-SUB-FX-RATE (WS-FX-HIT).
           EXIT.
      *
      *    a rate card that does not parse stops the run before a
      *    single transaction posts - a silently skipped card is
      *    a day of transfers valued at yesterday's rate
       H125-BAD-FX-CARD.
           DISPLAY 'PBEG006 - BAD FX RATE CARD: ' FX-CARD
           CLOSE INP-FILE OUT-FILE RUNC-FILE FX-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    is the date in WS-CAND-INT a business day? Saturday
      *    and Sunday fall straight out of MOD 7 on the integer
      *    date; anything else is checked against the holiday
                      TO WS-BR-SUSP (WS-BR-SUB)
                    MOVE CHKPT-BR-WOF (WS-BR-SUB)
                      TO WS-BR-WOF (WS-BR-SUB)
                    MOVE CHKPT-BR-REJ (WS-BR-SUB)
                      TO WS-BR-REJ (WS-BR-SUB)
                    PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                            UNTIL WS-CKPT-SUB > 9
                       MOVE CHKPT-BR-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                         TO WS-BR-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                    END-PERFORM
                    PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                            UNTIL WS-POST-SUB > 10
                       MOVE CHKPT-BR-POST (WS-BR-SUB, WS-POST-SUB)
           END-IF.
           EXIT.
      *
      *    every reject counted to its branch once, whatever
      *    becomes of it - suspense, write-off or back to PBEGSTO
       H187-COUNT-BRANCH-REJECT.
           PERFORM H189-FIND-BRANCH-SLOT
           IF WS-BR-HIT > ZERO
              ADD 1 TO WS-BR-REJ (WS-BR-HIT)
           END-IF.
           EXIT.
      *
      *    a confirmed posting's amount into its branch's per-DVZ
      *    buckets, by the same rules the global WS-POST-TOTAL
      *    keeps: debits subtract, credits add, a transfer leaves
      *    the source currency and lands in the target's at the
      *    amount actually credited there
       H186-ADD-BRANCH-POSTING.
           IF WS-BR-CUR > ZERO
              EVALUATE WS-ISLEM-TIPI
                 WHEN 9
                    SUBTRACT WS-SUB-AMOUNT
                      FROM WS-BR-POST (WS-BR-CUR, WS-DVZ-IX)
                    ADD WS-SUB-XFER-CR-AMOUNT
                      TO WS-BR-POST (WS-BR-CUR, WS-XFER-IX)
              END-EVALUATE
           END-IF.
                 MOVE ZERO TO WS-BR-CNT  (WS-BR-HIT)
                 MOVE ZERO TO WS-BR-SUSP (WS-BR-HIT)
                 MOVE ZERO TO WS-BR-WOF  (WS-BR-HIT)
                 MOVE ZERO TO WS-BR-REJ  (WS-BR-HIT)
                 PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                         UNTIL WS-BR-SUB > 9
                    MOVE ZERO TO WS-BR-TIPI (WS-BR-HIT, WS-BR-SUB)
                 END-PERFORM
                 PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                         UNTIL WS-POST-SUB > 10
                    MOVE ZERO
      *    hand. Not-found rejects especially are usually just
      *    ordering (the transaction arrived a day before its
      *    account did) and clear themselves on one recycle.
      *    A standing-order transfer is the exception: PBEGSTO
      *    owns its retry (so many business days on a decline for
      *    funds, then cancel), and a suspense copy retrying
      *    alongside would pay the order twice - it is returned
      *    to the generator through its OUTFILE line instead.
       H175-SUSPEND-REJECT.
           PERFORM H187-COUNT-BRANCH-REJECT
           COMPUTE WS-NEXT-CYCLE = WS-CURR-CYCLE + 1
           IF INP-ISLEM-TIPI = '9'
              AND INP-XFER-ORDER-NO NOT = SPACES
              PERFORM H179-RETURN-STANDING-ORDER
           ELSE
           IF WS-NEXT-CYCLE > WS-MAX-CYCLES
              PERFORM H178-WRITE-OFF-REJECT
           ELSE
              IF WS-BR-HIT > ZERO
                 ADD 1 TO WS-BR-SUSP (WS-BR-HIT)
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    the order number rides on OUTFILE for every transfer
      *    line, whatever its outcome
       H176-STAMP-ORDER-NO.
           IF INP-ISLEM-TIPI = '9'
              MOVE INP-XFER-ORDER-NO TO OUT-SO-NO
           END-IF.
           EXIT.
      *
           END-IF.
           EXIT.
      *
      *    a declined standing-order transfer is neither suspended
      *    nor written off; the WRTOFF report only records that it
      *    went back to PBEGSTO, which settles it from OUTFILE
       H179-RETURN-STANDING-ORDER.
           MOVE SPACES        TO WOF-REC
           MOVE INP-REC       TO WOF-INP-IMAGE
           MOVE OUT-RETURN-CODE TO WOF-REASON
           MOVE WS-CURR-CYCLE TO WOF-CYCLE
           MOVE 'SO-RETURN'   TO WOF-ACTION
           WRITE WOF-REC.
           EXIT.
      *
      *    batch surname lookup (ISLEM-TIPI 8): hand the surname to
      *    PBEGIDX's alternate-index inquiry and write one OUTFILE
      *    line per account that carries it. An empty result is a
              ADD 1 TO WS-TOTAL-RECS
              PERFORM H188-COUNT-BRANCH
              ADD 1 TO WS-CNT-BY-TIPI (WS-ISLEM-TIPI)
              IF WS-BR-CUR > ZERO
                 ADD 1 TO WS-BR-TIPI (WS-BR-CUR, WS-ISLEM-TIPI)
              END-IF
      *       a surname inquiry is read-only and carries no account
      *       key, so it bypasses the key validation and duplicate
      *       machinery built for the keyed transaction types
              PERFORM H180-CHECK-DUPLICATE
              IF WS-DUP-FOUND
                 ADD 1 TO WS-CNT-DUPLICATE
                 PERFORM H187-COUNT-BRANCH-REJECT
                 MOVE SPACES          TO OUT-REC
                 MOVE INP-BRANCH      TO OUT-BRANCH
                 PERFORM H176-STAMP-ORDER-NO
                 MOVE INP-ISLEM-TIPI  TO OUT-ISLEM-TIPI
                 MOVE INP-ID          TO OUT-ID
                 MOVE INP-DVZ         TO OUT-DVZ
      *          duplicate table, where it would succeed - with
      *          monetary postings that is the double-posting the
      *          check exists to prevent, merely delayed a day. It
      *          goes straight to the write-off report - unless
      *          it is a standing-order transfer, which PBEGSTO
      *          simply generates again next business day.
                 IF INP-ISLEM-TIPI = '9'
                    AND INP-XFER-ORDER-NO NOT = SPACES
                    PERFORM H179-RETURN-STANDING-ORDER
                 ELSE
                    PERFORM H178-WRITE-OFF-REJECT
                 END-IF
              ELSE
              EVALUATE WS-ISLEM-TIPI
                 WHEN 3
              IF WS-ID-IS-INVALID
                 MOVE SPACES          TO OUT-REC
                 MOVE INP-BRANCH      TO OUT-BRANCH
                 PERFORM H176-STAMP-ORDER-NO
                 MOVE INP-ISLEM-TIPI  TO OUT-ISLEM-TIPI
                 MOVE INP-ID          TO OUT-ID
                 MOVE INP-DVZ         TO OUT-DVZ
                      OR NOT INP-POST-SIGN-VALID)
                 MOVE SPACES          TO OUT-REC
                 MOVE INP-BRANCH      TO OUT-BRANCH
                 PERFORM H176-STAMP-ORDER-NO
                 MOVE INP-ISLEM-TIPI  TO OUT-ISLEM-TIPI
                 MOVE INP-ID          TO OUT-ID
                 MOVE INP-DVZ         TO OUT-DVZ
              IF WS-XFER-IS-INVALID
                 MOVE SPACES          TO OUT-REC
                 MOVE INP-BRANCH      TO OUT-BRANCH
                 PERFORM H176-STAMP-ORDER-NO
                 MOVE INP-ISLEM-TIPI  TO OUT-ISLEM-TIPI
                 MOVE INP-ID          TO OUT-ID
                 MOVE INP-DVZ         TO OUT-DVZ
                      TO WS-SUB-XFER-DVZ
                    COMPUTE WS-SUB-AMOUNT = INP-XFER-AMOUNT
                 END-IF
                 MOVE ZERO TO WS-SUB-XFER-CR-AMOUNT WS-SUB-XFER-RATE
                 MOVE SPACE TO WS-SUB-FEE-SW
                 IF WS-ISLEM-TIPI = 6 OR WS-ISLEM-TIPI = 7
                    MOVE INP-POST-FEE-SW TO WS-SUB-FEE-SW
                 END-IF
                 MOVE SPACES TO WS-SUB-REV-REF WS-SUB-POST-REF
                 IF WS-ISLEM-TIPI = 6 OR WS-ISLEM-TIPI = 7
                    MOVE INP-POST-REV-REF TO WS-SUB-REV-REF
                 END-IF
                 CALL WS-PBEGIDX USING WS-SUB-AREA
                 MOVE SPACES          TO OUT-REC
                 MOVE INP-BRANCH      TO OUT-BRANCH
                 PERFORM H176-STAMP-ORDER-NO
                 MOVE INP-ISLEM-TIPI  TO OUT-ISLEM-TIPI
                 MOVE INP-ID          TO OUT-ID
                 MOVE INP-DVZ         TO OUT-DVZ
                 EVALUATE TRUE
                    WHEN WS-SUB-RC-OK
                       MOVE 'TRANSACTION SUCCESSFUL' TO OUT-ACIKLAMA
                       MOVE WS-SUB-POST-REF TO OUT-POST-REF
      *                only postings PBEGIDX confirmed enter the
      *                per-DVZ hash totals: credits add, debits
      *                subtract, matching their effect on balances
      *                a confirmed transfer hits both buckets:
      *                the debit leaves the source currency, the
      *                credit lands in the target's
      *                - at the amount the target was actually
      *                credited, which for a cross-currency pair
      *                is the source amount valued at the day's
      *                FX rate
                       IF WS-ISLEM-TIPI = 9
                          SUBTRACT WS-SUB-AMOUNT
                            FROM WS-POST-TOTAL (WS-DVZ-IX)
                          ADD WS-SUB-XFER-CR-AMOUNT
                            TO WS-POST-TOTAL (WS-XFER-IX)
                       END-IF
                       PERFORM H186-ADD-BRANCH-POSTING
                    WHEN WS-SUB-RC-NOFUNDS
                       MOVE 'INSUFFICIENT FUNDS' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN WS-SUB-RC-NOCUST
                       MOVE 'NO ACTIVE CUSTOMER RECORD' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN WS-SUB-RC-NORATE
                       MOVE 'NO FX RATE FOR TRANSFER' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN WS-SUB-RC-NOREF
                       MOVE 'POSTING REFERENCE NOT FOUND'
                         TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN WS-SUB-RC-REVERSED
                       MOVE 'POSTING ALREADY REVERSED' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN WS-SUB-RC-NOT-REVERSIBLE
                       MOVE 'REFERENCE NOT REVERSIBLE' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN WS-SUB-RC-ESCHEAT-STALE
                       MOVE 'ESCHEAT NO LONGER DUE' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
                    WHEN OTHER
                       MOVE 'UNKNOWN RETURN CODE' TO OUT-ACIKLAMA
                       ADD 1 TO WS-CNT-PBEGIDX-REJECTED
              ELSE
                 MOVE SPACES          TO OUT-REC
                 MOVE INP-BRANCH      TO OUT-BRANCH
                 PERFORM H176-STAMP-ORDER-NO
                 MOVE INP-ISLEM-TIPI  TO OUT-ISLEM-TIPI
                 MOVE INP-ID          TO OUT-ID
                 MOVE INP-DVZ         TO OUT-DVZ
                   TO CHKPT-BR-SUSP (WS-BR-SUB)
                 MOVE WS-BR-WOF (WS-BR-SUB)
                   TO CHKPT-BR-WOF (WS-BR-SUB)
                 MOVE WS-BR-REJ (WS-BR-SUB)
                   TO CHKPT-BR-REJ (WS-BR-SUB)
              ELSE
                 MOVE SPACES TO CHKPT-BR-CODE (WS-BR-SUB)
                 MOVE ZERO   TO CHKPT-BR-CNT  (WS-BR-SUB)
                 MOVE ZERO   TO CHKPT-BR-SUSP (WS-BR-SUB)
                 MOVE ZERO   TO CHKPT-BR-WOF  (WS-BR-SUB)
                 MOVE ZERO   TO CHKPT-BR-REJ  (WS-BR-SUB)
              END-IF
              PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                      UNTIL WS-CKPT-SUB > 9
                 IF WS-BR-SUB <= WS-BR-COUNT
                    MOVE WS-BR-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                      TO CHKPT-BR-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                 ELSE
                    MOVE ZERO
                      TO CHKPT-BR-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                      UNTIL WS-POST-SUB > 10
                 IF WS-BR-SUB <= WS-BR-COUNT
      *
      *    one history record per run: the run date plus the trailer
      *    byte for byte, appended to the permanent TRLRHIST dataset
      *    so PBEGTRD can put the last days' totals side by side,
      *    then each branch's detail slot for slot with the
      *    trailer's branch block.
      *    Opened only here at end of job - nothing else touches it.
       H410-APPEND-TRAILER-HISTORY.
           OPEN OUTPUT TRLR-HIST
           MOVE WS-PROC-DATE TO TRLRH-RUN-DATE
           MOVE WS-TRLR-IMAGE TO TRLRH-TRAILER
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > 5
              IF WS-BR-SUB <= WS-BR-COUNT
                 MOVE WS-BR-REJ (WS-BR-SUB)
                   TO TRLRH-BRD-REJ (WS-BR-SUB)
                 MOVE WS-BR-SUSP (WS-BR-SUB)
                   TO TRLRH-BRD-SUSP (WS-BR-SUB)
                 MOVE WS-BR-WOF (WS-BR-SUB)
                   TO TRLRH-BRD-WOF (WS-BR-SUB)
              ELSE
                 MOVE ZERO TO TRLRH-BRD-REJ  (WS-BR-SUB)
                 MOVE ZERO TO TRLRH-BRD-SUSP (WS-BR-SUB)
                 MOVE ZERO TO TRLRH-BRD-WOF  (WS-BR-SUB)
              END-IF
              PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                      UNTIL WS-CKPT-SUB > 9
                 IF WS-BR-SUB <= WS-BR-COUNT
                    MOVE WS-BR-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                      TO TRLRH-BRD-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                 ELSE
                    MOVE ZERO
                      TO TRLRH-BRD-TIPI (WS-BR-SUB, WS-CKPT-SUB)
                 END-IF
              END-PERFORM
           END-PERFORM
           WRITE TRLRH-REC
           IF NOT TRLRH-SUCCESS
              DISPLAY 'PBEG006 - TRAILER HISTORY WRITE FAILED, '
