      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * CUSTREC - customer information master record, one per
      * customer, keyed on the same 5-digit ID ACCT-SEQ carries
      * (KEYS(5 0), RECORDSIZE(200 200) on the cluster). ACCTREC
      * holds one record per currency POSITION and only the
      * name; everything the bank knows about the PERSON - the
      * mailing address, national ID and how to reach them -
      * lives here once, however many positions they hold.
      * PBEGCUS maintains it in batch, the ACUS transaction
      * (ALTPROGM) online; PBEGIDX refuses to open a position for
      * an ID with no customer record, and the statement and
      * dormancy-notice runs print the mailing block from it.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  CUST-FIELDS.
           05  CUST-SEQ            PIC X(05).
           05  CUST-AD             PIC X(15).
           05  CUST-SOYAD          PIC X(15).
      *    mailing address as the post office wants it printed:
      *    two street lines, the city and the 5-digit postcode
           05  CUST-ADDRESS.
               10  CUST-ADDR-1     PIC X(30).
               10  CUST-ADDR-2     PIC X(30).
               10  CUST-CITY       PIC X(15).
               10  CUST-POSTCODE   PIC X(05).
      *    11-digit national identity number (TCKN), numeric
           05  CUST-NATL-ID        PIC X(11).
           05  CUST-PHONE          PIC X(15).
           05  CUST-EMAIL          PIC X(30).
           05  CUST-STATUS         PIC X(01).
               88  CUST-ACTIVE               VALUE 'A'.
               88  CUST-CLOSED               VALUE 'C'.
           05  CUST-OPEN-DATE      PIC X(08).
      *    last maintenance: when, and who keyed it (batch run
      *    operator or the online user ID)
           05  CUST-MAINT-DATE     PIC X(08).
           05  CUST-MAINT-USER     PIC X(08).
      *    home branch - the branch that keeps the relationship,
      *    for the branch-level registers (fees, alerts, MI);
      *    stamped from TERMBR when ALTPROGM adds the customer,
      *    otherwise blank until PBEGCUS keys it ('???' on reports)
           05  CUST-BRANCH         PIC X(03).
           05  FILLER              PIC X(01).
