      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * UNCLREC - unclaimed-funds register. One record per balance
      * PBEGESC moves off a dormant position to the UNCLAIMD
      * (unclaimed-funds) GL account ahead of PBEGARC's purge.
      * Keyed on the position plus the processing date the
      * escheatment posting ran under - KEYS(16 0),
      * RECORDSIZE(100 100) on the cluster - so a position's
      * entries read back together, oldest first.
      * The life of an entry:
      *   P  pending   - PBEGESC has handed the debit to the
      *                  nightly stream; the position is still
      *                  on ACCTREC
      *   E  escheated - PBEGARC purged the position with its
      *                  balance at zero, so the debit posted;
      *                  this is the figure owed to the customer
      *                  and reported to the regulator
      *   C  claimed   - paid back to a restored customer by a
      *                  PBEGESC CLAIM run
      *   X  void      - the debit never posted (the position
      *                  still held the balance at the next
      *                  ESCHEAT run, which writes a fresh entry)
      * Nothing is deleted.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  UNCL-REC.
           05  UNCL-KEY.
               10  UNCL-ACCT-KEY.
                   15  UNCL-SEQ    PIC X(05).
                   15  UNCL-DVZ    PIC X(03).
               10  UNCL-ESC-DATE   PIC X(08).
           05  UNCL-STATUS         PIC X(01).
               88  UNCL-PENDING              VALUE 'P'.
               88  UNCL-ESCHEATED            VALUE 'E'.
               88  UNCL-CLAIMED              VALUE 'C'.
               88  UNCL-VOID                 VALUE 'X'.
      *    the balance moved, in the position's own currency
           05  UNCL-AMOUNT         PIC S9(09)V99 COMP-3.
      *    the holder as the account carried it, the customer's
      *    home branch and the position's last-activity date
           05  UNCL-AD             PIC X(15).
           05  UNCL-SOYAD          PIC X(15).
           05  UNCL-BRANCH         PIC X(03).
           05  UNCL-LAST-DATE      PIC X(08).
      *    the day PBEGARC purged the position (status E on)
           05  UNCL-PURGE-DATE     PIC X(08).
      *    the claim: processing date the credit ran under, who
      *    submitted it and the claimant's reference as keyed on
      *    the claim card
           05  UNCL-CLAIM-DATE     PIC X(08).
           05  UNCL-CLAIM-USER     PIC X(08).
           05  UNCL-CLAIM-REF      PIC X(10).
           05  FILLER              PIC X(02).
