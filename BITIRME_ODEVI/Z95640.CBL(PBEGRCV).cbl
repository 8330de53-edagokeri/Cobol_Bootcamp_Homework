      * image is still applied, the journal being the authority on
      * what the record should become, but the mismatch means some
      * other path also changed the record and wants looking at.
      * A timestamp in a month month-end housekeeping (PBEGHKP)
      * has rolled off JRNLFILE, or a FORWARD replay with no
      * timestamp at all, also reads the JRNLARCH monthly
      * generations - only the months no longer on JRNLFILE, per
      * the HISTCTL catalogue, so no entry is applied twice.
      * A rules version in the PARM limits either mode to the
      * entries that version's rules made - an UPDATE's or the
      * PBEGNMS sweep's alike - so a sweep under a bad version is
      * backed out without peeling the other corrections since.
      * RETURN-CODE 4 when any mismatch or missing account was
      * reported, 16 for a PARM that does not parse or a window
      * reaching rolled months with no JRNLARCH.
      *
      * PARM: cols 1-8 mode keyword, cols 9-22 timestamp
      * (YYYYMMDDHHMMSS; required for BACKOUT, optional for
      * FORWARD), cols 23-30 operator, cols 31-38 rules version
      * (blank for every version).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN  JRNLFILE
                             STATUS  JRNL-ST.
      *    the monthly generations of rolled-off journal, read
      *    only for a window reaching back past JRNLFILE
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
               88 WS-MODE-FORWARD        VALUE 'F'.
               88 WS-MODE-BACKOUT        VALUE 'B'.
           05  WS-LIMIT-TS      PIC X(14) VALUE SPACES.
           05  WS-LIMIT-VERSION PIC X(08) VALUE SPACES.
           05  WS-KEY-ID        PIC 9(05).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
       01  WS-COUNTS.
      *    into the audit record - the log's whole point is
      *    answering WHO took the action
           05  WS-PARM-OPER         PIC X(08).
      *    only the entries this RULEFILE version made, when given
           05  WS-PARM-VERSION      PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
           IF WS-PARM-LEN >= 30 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           IF WS-PARM-LEN >= 38 AND WS-PARM-VERSION NOT = SPACES
              MOVE WS-PARM-VERSION TO WS-LIMIT-VERSION
           END-IF.
           DISPLAY 'PBEGRCV - MODE ' WS-PARM-MODE
                   ' LIMIT ' WS-LIMIT-TS
                   ' RULES VERSION ' WS-LIMIT-VERSION.
           PERFORM H120-CHECK-ROLLED-MONTHS.
           EXIT.
      *
      *    no catalogue, or no entry for JRNLFILE, means nothing
      *    has been rolled and JRNLFILE holds the whole journal
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
           IF WS-ACTIVE-FROM > '000000'
              AND (WS-LIMIT-TS = SPACES
                   OR WS-LIMIT-TS (1:6) < WS-ACTIVE-FROM)
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT JRNL-ARCH
              IF NOT JARC-SUCCESS
                 DISPLAY 'PBEGRCV - WINDOW REACHES MONTHS ROLLED OFF '
                         'JRNLFILE BEFORE ' WS-ACTIVE-FROM
                         ' - JRNLARCH NOT OPENABLE, STATUS ' JARC-ST
                 CLOSE JRNL-FILE ACCT-REC RCVR-RPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PBEGRCV - READING MONTHS BEFORE '
                      WS-ACTIVE-FROM ' FROM JRNLARCH'
           END-IF.
           EXIT.
      *
      *    only entries this run can actually apply are released
      *    filtering here keeps the sort sized to the recovery
      *    window instead of the journal's whole history
       H200-RELEASE-JOURNAL.
           IF WS-READ-ARCHIVE
              READ JRNL-ARCH INTO JRNL-REC
              PERFORM H205-RELEASE-ONE-ARCHIVED UNTIL JARC-EOF
              CLOSE JRNL-ARCH
           END-IF
           READ JRNL-FILE
           PERFORM H210-RELEASE-ONE-ENTRY UNTIL JRNL-EOF.
           EXIT.
      *
      *    from the archive only the months JRNLFILE no longer
      *    holds - the rest are released from JRNLFILE itself
       H205-RELEASE-ONE-ARCHIVED.
           IF JRNL-TIMESTAMP (1:6) < WS-ACTIVE-FROM
              PERFORM H215-RELEASE-IF-IN-WINDOW
           END-IF
           READ JRNL-ARCH INTO JRNL-REC.
           EXIT.
      *
       H210-RELEASE-ONE-ENTRY.
           PERFORM H215-RELEASE-IF-IN-WINDOW
           READ JRNL-FILE.
           EXIT.
      *
       H215-RELEASE-IF-IN-WINDOW.
           IF (WS-LIMIT-TS NOT = SPACES
               AND JRNL-TIMESTAMP < WS-LIMIT-TS)
              OR (WS-LIMIT-VERSION NOT = SPACES
               AND JRNL-RULE-VERSION NOT = WS-LIMIT-VERSION)
              ADD 1 TO WS-CNT-SKIPPED
           ELSE
              ADD 1 TO WS-JT-SEQ
              MOVE JRNL-LNAME-PRE  TO RV-LNAME-PRE
              MOVE JRNL-LNAME-POST TO RV-LNAME-POST
              RELEASE RCV-SORT-REC
           END-IF.
           EXIT.
      *
      *    forward replay, oldest first: the record is expected to
           MOVE SPACES          TO OPSL-PROC-DATE
           MOVE WS-CNT-APPLIED  TO OPSL-COUNT
           MOVE SPACES          TO OPSL-DETAIL
      *    a version-limited run logs the version and the limit
      *    timestamp's date
           IF WS-LIMIT-VERSION NOT = SPACES
              STRING 'RULES ' WS-LIMIT-VERSION ' '
                     WS-LIMIT-TS (1:8) DELIMITED BY SIZE
                 INTO OPSL-DETAIL
           ELSE
              STRING 'LIMIT TS ' WS-LIMIT-TS DELIMITED BY SIZE
                 INTO OPSL-DETAIL
           END-IF
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGRCV - OPSLOG WRITE FAILED, STATUS '
