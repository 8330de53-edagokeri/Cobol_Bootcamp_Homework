      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * POSTREF - posting reference index. One record per posting
      * that moved a balance, keyed on the posting reference it
      * was given - KEYS(23 0), RECORDSIZE(100 100) on the
      * cluster. PBEGIDX writes it as each batch posting confirms
      * and, at the close's offload, for each ATPP teller posting
      * (whose reference ALTPROGP already stamped on PSTJRNL). The
      * same reference goes on the POSTHIST record and the GL
      * voucher legs, so statement, feed and index tie together.
      * A reversal (a DEBIT/CREDIT naming a reference) reads the
      * original here, posts its exact opposite to the same
      * position and marks it reversed, so one mistake can never
      * be reversed twice. Nothing is deleted.
      * Reference layout:
      *   batch   'B' + PBEGIDX open timestamp YYYYMMDDHHMMSS +
      *           8-digit posting number within that open
      *   teller  'T' + the PSTJRNL key (timestamp + ID + DVZ)
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  PREF-REC.
           05  PREF-REF.
               10  PREF-REF-SOURCE PIC X(01).
                   88  PREF-REF-BATCH            VALUE 'B'.
                   88  PREF-REF-TELLER           VALUE 'T'.
               10  PREF-REF-STAMP  PIC X(14).
               10  PREF-REF-NO     PIC X(08).
      *    the position the posting hit
           05  PREF-ACCT-KEY.
               10  PREF-SEQ        PIC X(05).
               10  PREF-DVZ        PIC X(03).
           05  PREF-RUN-DATE       PIC X(08).
      *    signed the way it hit the balance, as on POSTHIST
           05  PREF-AMOUNT         PIC S9(09)V99 COMP-3.
      *    P plain DEBIT/CREDIT, F service charge, T teller
      *    posting, X one leg of a transfer, R a reversal, E an
      *    escheatment to unclaimed funds, U an unclaimed-funds
      *    claim paid back. Only the first three can be reversed
      *    by reference - a transfer leg alone would unbalance
      *    its pair, a reversal is undone by posting the original
      *    again, and escheatment and claim are settled through
      *    the UNCLAIM register (PBEGESC), never by reference
           05  PREF-KIND           PIC X(01).
               88  PREF-KIND-REVERSIBLE      VALUE 'P' 'F' 'T'.
               88  PREF-KIND-REVERSAL        VALUE 'R'.
      *    the GL account the posting's voucher contra went to -
      *    a reversal's pair contras against the same one
           05  PREF-CONTRA         PIC X(08).
      *    O open; R reversed (PREF-REV-REF then names the
      *    reversing posting, PREF-REV-DATE its run date). On a
      *    reversal's own record PREF-REV-REF names the original
           05  PREF-STATUS         PIC X(01).
               88  PREF-OPEN                 VALUE 'O'.
               88  PREF-REVERSED             VALUE 'R'.
           05  PREF-REV-REF        PIC X(23).
           05  PREF-REV-DATE       PIC X(08).
           05  FILLER              PIC X(14).
