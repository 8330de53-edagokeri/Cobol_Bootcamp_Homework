      *    by the debit/credit posting transactions
           05  ACCT-BALANCE        PIC S9(09)V99 COMP-3.
      *    how far below zero this account may be driven: a debit
      *    that would leave the balance, less the funds held on
      *    the position (HOLDFILE, placed through AHLD), under
      *    -ACCT-OD-LIMIT is declined (its own return code, never
      *    lumped with bad data). Zero - the default every
      *    account starts with - means no overdraft at all. A
      *    limit is granted only through the AODL transaction
      *    (ALTPROGO: asked for by one user, approved by another)
      *    and goes back to zero when the nightly PBEGODX sweep
      *    finds its expiry has come.
           05  ACCT-OD-LIMIT       PIC S9(09)V99 COMP-3.
