      * RUNCTL record - the processing date of the run that just
      * ended - falling back to the current date only when neither
      * is available.
      * A run date in a month month-end housekeeping (PBEGHKP) has
      * rolled off JRNLFILE - the HISTCTL catalogue says which -
      * is taken from the JRNLARCH monthly generations instead.
      * Entries the PBEGNMS cluster-wide rules sweep journaled
      * answer to no OUTFILE transaction and take no part; the
      * sweep reports its own changes.
      * The program ends with RETURN-CODE 8 when any exception was
      * written, so the JCL can withhold report distribution from a
      * run that does not reconcile.
                             STATUS  OUT-ST.
           SELECT JRNL-FILE  ASSIGN  JRNLFILE
                             STATUS  JRNL-ST.
      *    the monthly generations of rolled-off journal, read
      *    only for a run date no longer on JRNLFILE
           SELECT JRNL-ARCH  ASSIGN  JRNLARCH
                             STATUS  JARC-ST.
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
           05  JRNL-LNAME-PRE      PIC X(15).
           05  JRNL-LNAME-POST     PIC X(15).
           05  JRNL-RULE-VERSION   PIC X(08).
      *    blank from an UPDATE transaction, 'S' from the PBEGNMS
      *    cluster-wide sweep
           05  JRNL-ORIGIN         PIC X(01).
               88  JRNL-FROM-SWEEP          VALUE 'S'.
      *
       FD  JRNL-ARCH RECORDING MODE F.
       01  JARC-REC                 PIC X(91).
      *
       FD  HIST-CTL  RECORDING MODE F.
       COPY HISTCTL.
      *
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
           05  JRNL-ST          PIC 9(02).
               88 JRNL-EOF               VALUE 10.
               88 JRNL-SUCCESS           VALUE 00 97.
           05  JARC-ST          PIC 9(02).
               88 JARC-EOF               VALUE 10.
               88 JARC-SUCCESS           VALUE 00 97.
           05  HCTL-ST          PIC 9(02).
               88 HCTL-SUCCESS           VALUE 00 97.
      *    the oldest month still on JRNLFILE (000000 when it has
      *    never been rolled)
           05  WS-ACTIVE-FROM   PIC X(06) VALUE '000000'.
           05  WS-ARCH-SW       PIC X(01) VALUE 'N'.
               88  WS-READ-ARCHIVE       VALUE 'Y'.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS           VALUE 00 97.
               88 ACCT-NOTFOUND          VALUE 23.
              PERFORM H110-DEFAULT-FROM-RUNCTL
           END-IF.
           DISPLAY 'PBEGRCN - RECONCILING RUN DATE ' WS-RUN-DATE.
           PERFORM H120-CHECK-ROLLED-MONTHS.
           EXIT.
      *
      *    no PARM: the run just reconciled is the one RUNCTL shows
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    no catalogue, or no entry for JRNLFILE, means nothing
      *    has been rolled and JRNLFILE holds every day
       H120-CHECK-ROLLED-MONTHS.
           OPEN INPUT HIST-CTL
           IF HCTL-SUCCESS
              MOVE 'JRNLFILE' TO HCTL-FILE
              MOVE '000000'   TO HCTL-MONTH
              READ HIST-CTL
              IF HCTL-SUCCESS
                 MOVE HCTL-ACTIVE-FROM TO WS-ACTIVE-FROM
              END-IF
              CLOSE HIST-CTL
           END-IF
           IF WS-RUN-DATE (1:6) < WS-ACTIVE-FROM
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT JRNL-ARCH
              IF NOT JARC-SUCCESS
                 DISPLAY 'PBEGRCN - RUN DATE ROLLED OFF JRNLFILE - '
                         'JRNLARCH NOT OPENABLE, STATUS ' JARC-ST
                 CLOSE OUT-FILE JRNL-FILE ACCT-REC RECON-RPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PBEGRCN - JOURNAL READ FROM JRNLARCH'
           END-IF.
           EXIT.
      *
      *    SORT input: every journal entry stamped with the run
      *    date goes in under tag '1' (entries from other days
      *    stay out so a cumulative JRNLFILE does not flood the
      *    orphan report, and so do the rules sweep's, which no
      *    OUTFILE transaction stands behind), every OUTFILE
      *    UPDATE success under tag '2'
       H200-RELEASE-BOTH-SIDES.
           IF WS-READ-ARCHIVE
              READ JRNL-ARCH INTO JRNL-REC
              PERFORM H205-RELEASE-ONE-ARCHIVED UNTIL JARC-EOF
              CLOSE JRNL-ARCH
           ELSE
              READ JRNL-FILE
              PERFORM H210-RELEASE-ONE-JOURNAL UNTIL JRNL-EOF
           END-IF
           READ OUT-FILE
           PERFORM H220-RELEASE-ONE-OUTFILE UNTIL OUT-EOF.
           EXIT.
      *
       H205-RELEASE-ONE-ARCHIVED.
           PERFORM H215-RELEASE-IF-RUN-DATE
           READ JRNL-ARCH INTO JRNL-REC.
           EXIT.
      *
       H210-RELEASE-ONE-JOURNAL.
           PERFORM H215-RELEASE-IF-RUN-DATE
           READ JRNL-FILE.
           EXIT.
      *
       H215-RELEASE-IF-RUN-DATE.
           IF JRNL-YYYYMMDD = WS-RUN-DATE
              AND NOT JRNL-FROM-SWEEP
              MOVE JRNL-ID         TO RS-ID
              MOVE JRNL-DVZ        TO RS-DVZ
              MOVE '1'             TO RS-TAG
              MOVE JRNL-FNAME-POST TO RS-FNAME-POST
              MOVE JRNL-LNAME-POST TO RS-LNAME-POST
              RELEASE RCN-SORT-REC
           END-IF.
           EXIT.
      *
       H220-RELEASE-ONE-OUTFILE.
