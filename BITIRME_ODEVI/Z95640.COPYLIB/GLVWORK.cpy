      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * GLVWORK - one GL voucher leg on the run-scoped GLWORK file
      * PBEGIDX assembles the GLVCHR feed from at close: which
      * side it hits, the account it hits (a customer position's
      * key, or one of the GL's own accounts below), currency,
      * the unsigned amount and the run date. Legs are written in
      * pairs, subject leg first, contra leg second, and each
      * pair nets to zero. PBEGIDX writes the posting pairs;
      * PBEGTLS, ahead of it in the nightly job, writes the pairs
      * booking each teller's cash over/short to the cash
      * difference suspense account. Keep every writer and the
      * feed builder COPYing this one layout.
      *-----------------------
       01  GLW-REC.
           05  GLW-LEG             PIC X(01).
           05  GLW-ACCT            PIC X(08).
      *        the GL's own accounts, as against a customer
      *        position's ACCT-KEY - kept out of the per-DVZ net
               88  GLW-CONTRA-ACCT       VALUE 'SETTLMNT'
                                               'FXPOSITN'
                                               'FEEINCOM'
                                               'CASHDIFF'
                                               'UNCLAIMD'.
           05  GLW-DVZ             PIC X(03).
           05  GLW-AMOUNT          PIC 9(09)V99.
           05  GLW-RUN-DATE        PIC X(08).
      *    cross rate of a cross-currency transfer's legs, zero
      *    on every other leg
           05  GLW-FX-RATE         PIC 9(05)V9(06).
      *    the posting's reference and, on a reversal, the
      *    reference of the posting it reverses (SPACES on a cash
      *    over/short pair, which books no posting)
           05  GLW-POST-REF        PIC X(23).
           05  GLW-REV-REF         PIC X(23).
