      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * ODLREQ - overdraft-limit request record. The AODL
      * transaction (ALTPROGO) writes one per limit a supervisor
      * asks for, and a second, different user approves or
      * rejects it there; only an approval moves ACCT-OD-LIMIT.
      * Keyed on the position plus the request timestamp -
      * KEYS(22 0), RECORDSIZE(120 120) on the cluster - so a
      * position's requests read back oldest first. Nothing is
      * ever deleted: pending, rejected, expired and superseded
      * requests all stay, the file is the arranged-overdraft
      * record audit asks for.
      * PBEGODX, the nightly sweep, drops a limit whose expiry
      * has come back to zero, lapses a request nobody approved
      * before its expiry, and transcribes every request and
      * decision to OPSLOG (the online region cannot append to
      * the batch audit log itself).
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  ODLR-FIELDS.
           05  ODLR-KEY.
               10  ODLR-ACCT-KEY.
                   15  ODLR-SEQ    PIC X(05).
                   15  ODLR-DVZ    PIC X(03).
               10  ODLR-REQ-TS     PIC X(14).
      *    P waiting for a second user; A approved and in force
      *    (at most one per position); R rejected, or lapsed by
      *    the sweep unapproved; E expired by the sweep; S
      *    superseded by a later approval on the same position
           05  ODLR-STATUS         PIC X(01).
               88  ODLR-PENDING              VALUE 'P'.
               88  ODLR-APPROVED             VALUE 'A'.
               88  ODLR-REJECTED             VALUE 'R'.
               88  ODLR-EXPIRED              VALUE 'E'.
               88  ODLR-SUPERSEDED           VALUE 'S'.
      *    the limit asked for, and the one in force when it was
      *    asked, both in the position's own currency
           05  ODLR-NEW-LIMIT      PIC S9(09)V99 COMP-3.
           05  ODLR-OLD-LIMIT      PIC S9(09)V99 COMP-3.
      *    the date the limit lapses: the sweep for this
      *    processing date takes it back to zero
           05  ODLR-EXPIRY         PIC X(08).
           05  ODLR-REASON         PIC X(30).
      *    who asked (the maker) and who approved or rejected it
      *    (the checker) - never the same signed-on user
           05  ODLR-REQ-USER       PIC X(08).
           05  ODLR-DEC-USER       PIC X(08).
           05  ODLR-DEC-TS         PIC X(14).
      *    processing date the sweep expired or lapsed it, or the
      *    date a later approval superseded it
           05  ODLR-END-DATE       PIC X(08).
      *    how far OPSLOG has caught up with this request: 0
      *    nothing yet, 1 the request, 2 the decision too
           05  ODLR-LOG-LEVEL      PIC 9(01).
               88  ODLR-LOG-NONE             VALUE 0.
               88  ODLR-LOG-REQUEST          VALUE 1.
               88  ODLR-LOG-DECISION         VALUE 2.
           05  FILLER              PIC X(08).
