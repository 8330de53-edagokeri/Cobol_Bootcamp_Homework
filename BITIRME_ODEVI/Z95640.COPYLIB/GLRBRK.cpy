      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * GLRBRK - GL reconciliation break register. One record per
      * difference PBEGGLR finds between the GL's customer-deposit
      * control balance and one of our two figures for the same
      * currency, from the night it first shows until it goes
      * away or is cleared. Keyed on currency, side and the run
      * date it opened - KEYS(12 0), RECORDSIZE(80 80) on the
      * cluster - so a currency's breaks read back together,
      * oldest first. At most one per currency and side is open.
      * Sides:
      *   S  GL against the subledger (PBEGPRF's proved ACCTREC
      *      sums, PRFCTL)
      *   F  GL against the cumulative GLVCHR feed net (the sum
      *      of every generation's GLV-TRLR-NET we have shipped)
      * The life of a break:
      *   O  open      - still there at the last run; aged each
      *                  night from its open date
      *   R  resolved  - the difference came back to zero by
      *                  itself (a timing item the GL caught up on)
      *   C  cleared   - closed by a clearing card, with who and
      *                  the reference of the correcting entry
      * Nothing is deleted.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  GLRB-REC.
           05  GLRB-KEY.
               10  GLRB-DVZ        PIC X(03).
               10  GLRB-SIDE       PIC X(01).
                   88  GLRB-SIDE-SUB             VALUE 'S'.
                   88  GLRB-SIDE-FEED            VALUE 'F'.
               10  GLRB-OPEN-DATE  PIC X(08).
           05  GLRB-STATUS         PIC X(01).
               88  GLRB-OPEN                 VALUE 'O'.
               88  GLRB-RESOLVED             VALUE 'R'.
               88  GLRB-CLEARED              VALUE 'C'.
      *    GL minus our figure, the night it opened and the last
      *    night it was seen
           05  GLRB-OPEN-AMT       PIC S9(11)V99 COMP-3.
           05  GLRB-LAST-AMT       PIC S9(11)V99 COMP-3.
           05  GLRB-LAST-DATE      PIC X(08).
      *    calendar days from the open date to the last run
           05  GLRB-AGE            PIC 9(05).
      *    the run date it closed under, and for a clearing card
      *    who keyed it and the correcting entry's reference
           05  GLRB-CLOSE-DATE     PIC X(08).
           05  GLRB-CLEAR-USER     PIC X(08).
           05  GLRB-CLEAR-REF      PIC X(10).
           05  FILLER              PIC X(14).
