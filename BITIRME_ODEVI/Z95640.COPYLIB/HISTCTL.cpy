      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * HISTCTL - history rollover catalogue. PBEGHKP writes one
      * record for each calendar month of a history file it has
      * rolled into that file's monthly GDG, with the record
      * count and amount hash it archived, and keeps one summary
      * record per file (month 000000) saying which months the
      * active dataset still holds. Keyed on file and month -
      * KEYS(14 0), RECORDSIZE(80 80) on the cluster - so a
      * file's summary reads first and its months follow in
      * order. Files:
      *   POSTHIST  PBEGIDX posting history      (hash: amount)
      *   JRNLFILE  ALTPROG name-correction log  (hash: the IDs)
      *   TRLRHIST  PBEG006 trailer history      (hash: the
      *                                          per-DVZ posted
      *                                          totals)
      *   OPSLOG    operations audit log         (hash: counts)
      *   PRFADJ    balance-proof adjustments    (hash: amount)
      *   PSTJRNL   ATPP online posting journal  (hash: amount)
      * A month record's life:
      *   A  archived - in the monthly generation and still on
      *                 the active dataset as well
      *   R  rolled   - in the monthly generation only
      * The readers take a period or timestamp before the
      * summary's HCTL-ACTIVE-FROM month from the monthly
      * generations, and only those months from there, so
      * nothing is read twice. No record here means the file has
      * never been rolled and is whole on the active dataset.
      * Nothing is deleted.
      * Keep every reader and writer COPYing this one layout.
      *-----------------------
       01  HCTL-REC.
           05  HCTL-KEY.
               10  HCTL-FILE       PIC X(08).
      *        YYYYMM, or 000000 for the file's summary record
               10  HCTL-MONTH      PIC X(06).
                   88  HCTL-SUMMARY              VALUE '000000'.
           05  HCTL-STATUS         PIC X(01).
               88  HCTL-ARCHIVED             VALUE 'A'.
               88  HCTL-ROLLED               VALUE 'R'.
      *    month records: what went into the generation; summary:
      *    the running total of everything rolled so far
           05  HCTL-COUNT          PIC 9(09).
           05  HCTL-HASH           PIC S9(13)V99 COMP-3.
      *    when and by whom - the roll that archived the month,
      *    or for the summary the latest roll
           05  HCTL-ROLL-TS        PIC X(14).
           05  HCTL-OPERATOR       PIC X(08).
      *    summary only: the oldest month the active dataset
      *    still holds, the newest month archived, and the
      *    retention the latest roll ran with
           05  HCTL-ACTIVE-FROM    PIC X(06).
           05  HCTL-LAST-ROLLED    PIC X(06).
           05  HCTL-RETAIN         PIC 9(03).
           05  FILLER              PIC X(11).
