      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * STORDER - standing-order master record, one per order,
      * keyed on the 6-digit order number (KEYS(6 0),
      * RECORDSIZE(120 120) on the cluster). An order moves a
      * fixed amount from one ACCTREC position to another on a
      * schedule; PBEGSOM maintains it from the branches' cards,
      * PBEGSTO turns each due payment into an ordinary
      * ISLEM-TIPI 9 (TRANSFER) for the nightly stream and
      * settles the order from that run's OUTFILE afterwards.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  SO-FIELDS.
           05  SO-NO               PIC X(06).
      *    debited position, and the position credited - the
      *    transfer is valued at the day's FX rate when the two
      *    currencies differ, exactly as a keyed transfer is
           05  SO-SRC-KEY.
               10  SO-SRC-ID       PIC X(05).
               10  SO-SRC-DVZ      PIC X(03).
           05  SO-TGT-KEY.
               10  SO-TGT-ID       PIC X(05).
               10  SO-TGT-DVZ      PIC X(03).
      *    amount per payment, in the source currency
           05  SO-AMOUNT           PIC 9(09)V99.
      *    schedule: 'W' every 7 days from the start date, 'M'
      *    monthly on the start date's day, 'D' monthly on the
      *    day SO-DAY names. A monthly day the month does not
      *    have (the 31st in April) falls on its last day.
           05  SO-FREQ             PIC X(01).
               88  SO-WEEKLY                 VALUE 'W'.
               88  SO-MONTHLY                VALUE 'M'.
               88  SO-ON-DAY                 VALUE 'D'.
               88  SO-FREQ-VALID             VALUE 'W' 'M' 'D'.
           05  SO-DAY              PIC 9(02).
           05  SO-START-DATE       PIC X(08).
      *    last date a payment may fall due; spaces = open-ended
           05  SO-END-DATE         PIC X(08).
           05  SO-STATUS           PIC X(01).
               88  SO-ACTIVE                 VALUE 'A'.
               88  SO-CANCELLED              VALUE 'C'.
               88  SO-ENDED                  VALUE 'E'.
      *    the branch that keyed the order - its generated
      *    transfers carry this branch code, and cancellations
      *    are reported to it
           05  SO-BRANCH           PIC X(03).
      *    the scheduled date of the next payment. It stays on
      *    the calendar date; a weekend or holiday only moves the
      *    day the payment is generated for, never the schedule.
           05  SO-NEXT-DUE         PIC X(08).
      *    processing date a transfer was generated for and not
      *    yet settled from OUTFILE; spaces when none is out
           05  SO-PEND-DATE        PIC X(08).
      *    business days the current payment has been declined
      *    for funds (return code 60)
           05  SO-RETRY-COUNT      PIC 9(02).
           05  SO-LAST-PAID        PIC X(08).
      *    return code of the last settled attempt, and on a
      *    cancelled order the date it was cancelled
           05  SO-LAST-RC          PIC X(02).
           05  SO-CANCEL-DATE      PIC X(08).
      *    last maintenance: when, and who keyed it
           05  SO-MAINT-DATE       PIC X(08).
           05  SO-MAINT-USER       PIC X(08).
           05  FILLER              PIC X(12).
