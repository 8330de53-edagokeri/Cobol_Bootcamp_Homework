      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * CASEREC - compliance case file record, one per alert the
      * PBEGAML posting-history monitor raises, keyed on the
      * 8-digit case number (KEYS(8 0), RECORDSIZE(150 150) on
      * the cluster). Compliance works the cases through PBEGCSM
      * (under review, closed with a disposition, reopened); a
      * case is never deleted, so the file itself is the record
      * of which alerts were raised and how each was closed.
      * Case number 00000000 is not a case: it is the control
      * record below, holding the last number issued and the
      * last period scanned.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  CASE-FIELDS.
           05  CASE-NO             PIC X(08).
      *    what raised it: one posting at or over the currency's
      *    reporting threshold, a run of postings just under it
      *    inside the structuring window, or a period's turnover
      *    far above the position's own history
           05  CASE-TYPE           PIC X(01).
               88  CASE-LARGE                VALUE 'L'.
               88  CASE-STRUCTURING          VALUE 'S'.
               88  CASE-VELOCITY             VALUE 'V'.
           05  CASE-KEY.
               10  CASE-SEQ        PIC X(05).
               10  CASE-DVZ        PIC X(03).
      *    the customer's home branch when the case was raised
           05  CASE-BRANCH         PIC X(03).
           05  CASE-RAISED-DATE    PIC X(08).
      *    posting date(s) the alert covers - the one posting, or
      *    the first and last of the run or period
           05  CASE-FIRST-DATE     PIC X(08).
           05  CASE-LAST-DATE      PIC X(08).
           05  CASE-COUNT          PIC 9(05).
      *    unsigned value of the posting(s), and what it was
      *    measured against: the threshold for 'L' and 'S', the
      *    position's own history scaled to the period for 'V'
           05  CASE-AMOUNT         PIC 9(11)V99.
           05  CASE-REF-AMOUNT     PIC 9(11)V99.
           05  CASE-STATUS         PIC X(01).
               88  CASE-OPEN                 VALUE 'O'.
               88  CASE-IN-REVIEW            VALUE 'W'.
               88  CASE-CLOSED               VALUE 'C'.
      *    how a closed case ended: 'F' false positive, 'E'
      *    explained by the customer, 'S' suspicious-activity
      *    report filed with the regulator
           05  CASE-DISPOSITION    PIC X(01).
               88  CASE-DISP-VALID           VALUE 'F' 'E' 'S'.
           05  CASE-CLOSE-DATE     PIC X(08).
      *    last maintenance: when, and who keyed it
           05  CASE-MAINT-DATE     PIC X(08).
           05  CASE-MAINT-USER     PIC X(08).
           05  CASE-NOTE           PIC X(30).
           05  FILLER              PIC X(19).
      *
      *    control record, case number 00000000
       01  CASE-CTL-REC.
           05  CASE-CTL-KEY        PIC X(08).
           05  CASE-CTL-LAST-NO    PIC 9(08).
      *    the last period PBEGAML scanned, and when - a period
      *    already scanned is not scanned again unless forced
           05  CASE-CTL-SCAN-FROM  PIC X(08).
           05  CASE-CTL-SCAN-TO    PIC X(08).
           05  CASE-CTL-RUN-DATE   PIC X(08).
           05  FILLER              PIC X(110).
