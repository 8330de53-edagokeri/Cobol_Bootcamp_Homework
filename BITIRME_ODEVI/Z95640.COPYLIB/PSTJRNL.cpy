      * the day's postings read back in apply order. PBEGPRF folds
      * these amounts into the nightly balance proof so the
      * evidence still adds up on a day the counter posted.
      * Each entry carries its posting reference, 'T' plus the
      * record's own key, which the close's offload carries onto
      * POSTHIST and the POSTREF index unchanged. Each entry also
      * names who took the posting - the signed-on operator, the
      * terminal and the branch that terminal stands in (TERMBR) -
      * so the nightly PBEGTLS settlement can total each teller's
      * day against the cash the teller declares.
      * A posting taken while the nightly batch holds ACCTREC (the
      * BWINCTL window PBEGBWN opens and closes around PBEG006J)
      * is journaled PENDING without touching the balance, and
      * PBEGBWN applies it - or refuses it on the same edits - when
      * the window closes. Only an entry whose money is on the
      * balance (PJRN-ON-BALANCE) is offloaded, proved or rolled
      * off; PJRN-BALANCE on a pending entry is the balance the
      * counter projected, and becomes the real one when applied.
      *-----------------------
       01  PJRN-REC.
           05  PJRN-KEY.
                                    SIGN LEADING SEPARATE.
           05  PJRN-BALANCE        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  PJRN-POST-REF       PIC X(23).
           05  PJRN-OPERATOR       PIC X(08).
           05  PJRN-TERMINAL       PIC X(04).
           05  PJRN-BRANCH         PIC X(03).
      *    blank - applied at the counter as it was taken
      *    P     - captured in a batch window, not yet applied
      *    A     - applied by PBEGBWN when the window closed
      *    R     - refused by PBEGBWN: the money never moved
           05  PJRN-STATUS         PIC X(01).
               88  PJRN-ON-BALANCE           VALUE ' ' 'A'.
               88  PJRN-PENDING              VALUE 'P'.
               88  PJRN-APPLIED              VALUE 'A'.
               88  PJRN-REFUSED              VALUE 'R'.
      *    when PBEGBWN applied or refused a captured entry
           05  PJRN-APPLY-TS       PIC X(14).
