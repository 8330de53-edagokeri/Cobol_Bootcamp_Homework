      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * BWINCTL - batch window control, the one record (RRN 1 of a
      * small RRDS, RECORDSIZE(60 60)) the nightly stream and the
      * online region agree on. PBEGBWN opens the window as
      * PBEG006J starts and closes it once the stream is through
      * with ACCTREC; the online transactions read it before they
      * touch an account:
      *   ATPP  captures a posting on PSTJRNL as PENDING instead
      *         of rewriting the balance; PBEGBWN applies it when
      *         the window closes
      *   AINQ  keeps answering, read-only, with a notice that
      *         the balances shown are the batch's, postings held
      *   ATPC  and the AODL approval refuse until it closes
      * No record, or one that cannot be read, is an online day.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  BWIN-REC.
           05  BWIN-STATE          PIC X(01).
               88  BWIN-BATCH-OPEN           VALUE 'B'.
               88  BWIN-ONLINE               VALUE 'O'.
      *    the processing date the window was opened for, when it
      *    opened and closed, and the operator of the latest change
           05  BWIN-PROC-DATE      PIC X(08).
           05  BWIN-OPEN-TS        PIC X(14).
           05  BWIN-CLOSE-TS       PIC X(14).
           05  BWIN-OPERATOR       PIC X(08).
           05  FILLER              PIC X(15).
