      *        must end non-zero so a knowingly incomplete extract
      *        is held back from the downstream systems
               88 WS-SUB-RC-EXTRACT-SHORT  VALUE 50.
      *        CREATE for an ID with no active CUSTREC customer -
      *        a position is only ever opened for a customer the
      *        bank can write to, so the branch has to key the
      *        customer (PBEGCUS or ACUS) before the account
               88 WS-SUB-RC-NOCUST         VALUE 70.
      *        TRANSFER between two currencies when either one
      *        has no FXRATE card in force for the processing
      *        date - nothing is posted at a guessed rate; the
      *        transfer suspends and retries once the rate is in
               88 WS-SUB-RC-NORATE         VALUE 80.
      *        reversal naming a posting reference POSTREF does not
      *        hold, one whose posting was already reversed, and
      *        one that cannot be reversed this way (a transfer
      *        leg, a reversal itself, another position's posting,
      *        or a DEBIT/CREDIT keyed in the original's own
      *        direction) - kept apart so the branch sees which
               88 WS-SUB-RC-NOREF          VALUE 81.
               88 WS-SUB-RC-REVERSED       VALUE 82.
               88 WS-SUB-RC-NOT-REVERSIBLE VALUE 83.
      *        escheatment DEBIT that is no longer due: the
      *        position is not deactivated, or its balance is no
      *        longer the amount PBEGESC chose to move (a stale or
      *        repeated delivery) - the money stays where it is
               88 WS-SUB-RC-ESCHEAT-STALE  VALUE 84.
           05 WS-SUB-DATA.
               07 WS-SUB-FNAME  PIC X(15).
               07 WS-SUB-LNAME  PIC X(15).
           05 WS-SUB-HOL-COUNT PIC 9(03).
           05 WS-SUB-HOL-TABLE.
               07 WS-SUB-HOL-DATE PIC X(08) OCCURS 50 TIMES.
      *    FX rates in force for the processing date, loaded by
      *    PBEG006 from the FXRATE cards and set on the OPEN call
      *    like the calendar above: TRY (949) per one unit of each
      *    currency, 949 itself tabled at 1. A TRANSFER between
      *    two currencies is valued through this table - the
      *    source amount times the source rate over the target
      *    rate, rounded to the target's cent
           05 WS-SUB-FX-VERSION PIC X(08).
           05 WS-SUB-FX-COUNT  PIC 9(02).
           05 WS-SUB-FX-TABLE.
               07 WS-SUB-FX-ENT OCCURS 10 TIMES.
                  10 WS-SUB-FX-DVZ     PIC 9(03).
                  10 WS-SUB-FX-RATE    PIC 9(05)V9(06).
      *    a confirmed TRANSFER's credit leg as it landed in the
      *    target currency, and the cross rate it was valued at
      *    (1 for a same-currency transfer) - echoed back so the
      *    caller's per-DVZ hash totals carry what the target
      *    balance actually moved by
           05 WS-SUB-XFER-CR-AMOUNT PIC S9(09)V99 COMP-3.
           05 WS-SUB-XFER-RATE PIC 9(05)V9(06).
      *    a DEBIT that is a service charge, flagged in the
      *    transaction's detail bytes (PBEGFEE's postings): its
      *    GL contra leg goes to the fee income account instead
      *    of settlement. PBEG006 sets or clears it on every call.
      *    The same byte flags PBEGESC's unclaimed-funds postings:
      *    'E' a DEBIT moving a dormant position's balance to the
      *    unclaimed-funds account ahead of the purge - the one
      *    posting a deactivated position takes - and 'U' a
      *    CREDIT paying it back to a restored customer
           05 WS-SUB-FEE-SW    PIC X(01).
               88 WS-SUB-FEE-POSTING       VALUE 'F'.
               88 WS-SUB-ESCHEAT-POSTING   VALUE 'E'.
               88 WS-SUB-CLAIM-POSTING     VALUE 'U'.
      *    a DEBIT or CREDIT that reverses an earlier posting names
      *    that posting's reference here (PBEG006 sets or clears
      *    it on every call); PBEGIDX looks the original up, takes
      *    its amount and contra account, and refuses a reference
      *    not on file or already reversed
           05 WS-SUB-REV-REF   PIC X(23).
      *    the reference the confirmed posting was given (on a
      *    transfer, the debit leg's), echoed back for OUTFILE
           05 WS-SUB-POST-REF  PIC X(23).
