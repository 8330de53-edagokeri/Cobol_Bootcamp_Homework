      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * TERMBR - teller terminal register: the branch each
      * counter terminal stands in, keyed on the CICS terminal
      * ID - KEYS(4 0), RECORDSIZE(40 40) on the cluster. The
      * ATPP teller posting (ALTPROGP) stamps the branch found
      * here on every PSTJRNL entry and refuses to post from a
      * terminal that is not registered, so every movement of
      * counter cash belongs to a branch drawer. Loaded and kept
      * by IDCAMS REPRO from the branch operations deck (see
      * PBEG006J).
      *-----------------------
       01  TERM-REC.
           05  TERM-ID             PIC X(04).
           05  TERM-BRANCH         PIC X(03).
           05  TERM-DESC           PIC X(20).
           05  FILLER              PIC X(13).
