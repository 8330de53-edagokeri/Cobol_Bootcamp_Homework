      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * HOLDREC - funds hold / lien record. One per amount frozen
      * on a position: a court or tax-authority order, a disputed
      * cheque, the bank's own lien. Placed and released online
      * through the AHLD transaction (ALTPROGH); the nightly
      * PBEGHLD run expires holds whose expiry date has come and
      * prints the hold register legal works from.
      * Keyed on the position plus a hold number - KEYS(11 0),
      * RECORDSIZE(100 100) on the cluster - so a position's holds
      * read back together, in the order they were placed.
      * A hold is ACTIVE (counts against the funds) while its
      * status is 'A' and its expiry date, when it has one, is
      * still ahead of the processing date:
      *     available = ACCT-BALANCE - active holds + ACCT-OD-LIMIT
      * the test PBEGIDX and ATPP make before a debit goes on.
      * Nothing is deleted; released and expired holds stay on
      * file for the register and for audit.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  HOLD-FIELDS.
           05  HOLD-KEY.
               10  HOLD-ACCT-KEY.
                   15  HOLD-SEQ    PIC X(05).
                   15  HOLD-DVZ    PIC X(03).
               10  HOLD-NO         PIC 9(03).
      *    A active; R released by a user; E expired by PBEGHLD
           05  HOLD-STATUS         PIC X(01).
               88  HOLD-ACTIVE               VALUE 'A'.
               88  HOLD-RELEASED             VALUE 'R'.
               88  HOLD-EXPIRED              VALUE 'E'.
      *    the amount frozen, in the position's own currency
           05  HOLD-AMOUNT         PIC S9(09)V99 COMP-3.
      *    CO court order, TX tax or other authority order, DC
      *    disputed cheque, LN bank's lien, OT anything else; the
      *    two orders must quote the order's reference
           05  HOLD-REASON         PIC X(02).
               88  HOLD-RSN-VALID            VALUE 'CO' 'TX' 'DC'
                                                   'LN' 'OT'.
               88  HOLD-RSN-NEEDS-REF        VALUE 'CO' 'TX'.
           05  HOLD-LEGAL-REF      PIC X(20).
           05  HOLD-PLACED-USER    PIC X(08).
           05  HOLD-PLACED-TS      PIC X(14).
      *    last day the hold applies is the day BEFORE this date;
      *    SPACES - until released
           05  HOLD-EXPIRY         PIC X(08).
      *    who released it (PBEGHLD for an expiry) and the date
           05  HOLD-END-USER       PIC X(08).
           05  HOLD-END-DATE       PIC X(08).
           05  FILLER              PIC X(14).
