      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGODX.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Nightly overdraft-limit sweep over the ODLREQ requests the
      * AODL transaction (ALTPROGO) keeps. Runs ahead of the
      * night's postings, under the processing date they will
      * post with (RUNCTL RUNC-PROC-DATE; the current date when
      * RUNCTL is unreadable), so no debit tonight leans on a
      * limit that has run out. For every request on file:
      *   - a request or decision not yet on OPSLOG is written
      *     there now, under the user who keyed it and stamped
      *     with the moment it was keyed - the online region
      *     cannot append to the batch audit log, so the sweep
      *     transcribes it (OD-REQUEST, OD-APPROVE, OD-REJECT);
      *   - an approved limit whose expiry date has come goes
      *     back to zero on ACCTREC and the request is marked
      *     expired (OD-EXPIRE);
      *   - a request still pending when its expiry date comes
      *     is lapsed - rejected, nobody approved it in time
      *     (OD-LAPSE).
      * A position a change leaves past its new limit - a limit
      * just expired under an overdrawn balance ('LMT EXPIRY',
      * with the expired limit in the amount column), or an
      * approval that cut the limit below what is already drawn
      * ('LMT CHANGE') - goes to the REFRPT referral report,
      * ahead of the lines the night's run adds to it.
      * Rerunnable: what was logged or expired once is marked so
      * on the request and is not done again.
      *
      * PARM: cols 1-8 the operator the expiries are logged
      * under (CONSOLE when omitted). RETURN-CODE 16 when ODLREQ
      * or ACCTREC cannot be opened or rewritten.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODL-FILE   ASSIGN  ODLREQ
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ODLR-KEY
                             STATUS  ODLR-ST.
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
           SELECT REF-RPT    ASSIGN  REFRPT
                             STATUS  REF-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ODL-FILE  RECORDING MODE F.
       COPY ODLREQ.
      *
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
      *    PBEGIDX's referral line, the same 67 bytes
       FD  REF-RPT   RECORDING MODE F.
       01  REF-REC.
           05  REF-SEQ             PIC X(05).
           05  FILLER              PIC X(01).
           05  REF-DVZ             PIC X(03).
           05  FILLER              PIC X(01).
           05  REF-REASON          PIC X(10).
           05  FILLER              PIC X(01).
           05  REF-BALANCE-ED      PIC -999999999.99.
           05  FILLER              PIC X(01).
           05  REF-LIMIT-ED        PIC -999999999.99.
           05  FILLER              PIC X(01).
           05  REF-AMOUNT-ED       PIC -999999999.99.
           05  FILLER              PIC X(05).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  ODLR-ST          PIC 9(02).
               88 ODLR-SUCCESS            VALUE 00 97.
               88 ODLR-EOF                VALUE 10.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS            VALUE 00 97.
               88 ACCT-NOTFOUND           VALUE 23.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  REF-ST           PIC 9(02).
               88 REF-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-PROC-DATE     PIC X(08).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
      *    the request needs rewriting once this sweep has moved
      *    its status or its log level
           05  WS-CHANGED-SW    PIC X(01).
               88  WS-REQ-CHANGED         VALUE 'Y'.
      *    an approval transcribed this run, still in force - its
      *    position is checked against the new limit
           05  WS-NEW-APPR-SW   PIC X(01).
               88  WS-NEW-APPROVAL        VALUE 'Y'.
      *    one OPSLOG entry, filled in by the caller
           05  WS-LOG-TS        PIC X(14).
           05  WS-LOG-PROGRAM   PIC X(08).
           05  WS-LOG-USER      PIC X(08).
           05  WS-LOG-ACTION    PIC X(12).
           05  WS-LOG-LIMIT     PIC S9(09)V99 COMP-3.
           05  WS-LIMIT-ED      PIC ZZZZZZZZ9.99.
           05  WS-REF-REASON    PIC X(10).
       01  WS-COUNTS.
           05  WS-CNT-READ         PIC 9(07) VALUE ZERO.
           05  WS-CNT-LOGGED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-EXPIRED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-LAPSED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-REFERRED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-POSITION  PIC 9(07) VALUE ZERO.
      *
       LINKAGE SECTION.
      *    who submitted the run, 8 characters
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SWEEP-ONE-REQUEST UNTIL ODLR-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN I-O    ODL-FILE.
           OPEN I-O    ACCT-REC.
           OPEN OUTPUT REF-RPT OPS-LOG.
           IF NOT ODLR-SUCCESS OR NOT ACCT-SUCCESS
              DISPLAY 'PBEGODX - ODLREQ/ACCTREC NOT OPENABLE, STATUS '
                      ODLR-ST '/' ACCT-ST
              CLOSE ODL-FILE ACCT-REC REF-RPT OPS-LOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 8 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           PERFORM H110-PROC-DATE-FROM-RUNCTL.
           DISPLAY 'PBEGODX - OVERDRAFT LIMIT SWEEP FOR '
                   WS-PROC-DATE ' BY ' WS-OPERATOR.
           MOVE LOW-VALUES TO ODLR-KEY
           START ODL-FILE KEY IS NOT LESS THAN ODLR-KEY
              INVALID KEY
                 SET ODLR-EOF TO TRUE
           END-START
           IF NOT ODLR-EOF
              READ ODL-FILE NEXT RECORD
           END-IF.
           EXIT.
      *
      *    the date tonight's postings run under - the stream has
      *    not advanced RUNCTL yet when this step runs
       H110-PROC-DATE-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PROC-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    one request: catch OPSLOG up with it, then expire or
      *    lapse it when its date has come
       H200-SWEEP-ONE-REQUEST.
           ADD 1 TO WS-CNT-READ
           MOVE 'N' TO WS-CHANGED-SW WS-NEW-APPR-SW
           PERFORM H300-TRANSCRIBE-REQUEST
           IF ODLR-APPROVED AND ODLR-EXPIRY NOT > WS-PROC-DATE
              PERFORM H400-EXPIRE-LIMIT
           ELSE
           IF ODLR-PENDING AND ODLR-EXPIRY NOT > WS-PROC-DATE
              PERFORM H450-LAPSE-REQUEST
           ELSE
           IF WS-NEW-APPROVAL
              PERFORM H500-CHECK-NEW-LIMIT
           END-IF
           END-IF
           END-IF
           IF WS-REQ-CHANGED
              REWRITE ODLR-FIELDS
              IF NOT ODLR-SUCCESS
                 DISPLAY 'PBEGODX - ODLREQ REWRITE FAILED, STATUS '
                         ODLR-ST ' FOR ' ODLR-KEY
                 PERFORM H990-ABORT
              END-IF
           END-IF
           READ ODL-FILE NEXT RECORD.
           EXIT.
      *
      *    the request itself once, then - once it is decided -
      *    the decision; a request asked for and approved (even
      *    superseded) between two sweeps gets both entries
       H300-TRANSCRIBE-REQUEST.
           IF ODLR-LOG-NONE
              MOVE ODLR-REQ-TS   TO WS-LOG-TS
              MOVE 'ALTPROGO'    TO WS-LOG-PROGRAM
              MOVE ODLR-REQ-USER TO WS-LOG-USER
              MOVE 'OD-REQUEST'  TO WS-LOG-ACTION
              MOVE ODLR-NEW-LIMIT TO WS-LOG-LIMIT
              PERFORM H900-WRITE-OPSLOG
              SET ODLR-LOG-REQUEST TO TRUE
              SET WS-REQ-CHANGED   TO TRUE
           END-IF
           IF ODLR-LOG-REQUEST AND NOT ODLR-PENDING
              MOVE ODLR-DEC-TS   TO WS-LOG-TS
              MOVE 'ALTPROGO'    TO WS-LOG-PROGRAM
              MOVE ODLR-DEC-USER TO WS-LOG-USER
              IF ODLR-REJECTED
                 MOVE 'OD-REJECT'  TO WS-LOG-ACTION
              ELSE
                 MOVE 'OD-APPROVE' TO WS-LOG-ACTION
              END-IF
              MOVE ODLR-NEW-LIMIT TO WS-LOG-LIMIT
              PERFORM H900-WRITE-OPSLOG
              SET ODLR-LOG-DECISION TO TRUE
              SET WS-REQ-CHANGED    TO TRUE
              IF ODLR-APPROVED
                 SET WS-NEW-APPROVAL TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *    the limit's expiry has come: back to zero on the
      *    position. A position since purged has no limit left to
      *    drop, but the request is still closed and logged
       H400-EXPIRE-LIMIT.
           MOVE ODLR-ACCT-KEY TO ACCT-KEY
           READ ACCT-REC
           IF ACCT-NOTFOUND
              ADD 1 TO WS-CNT-NO-POSITION
           ELSE
              IF NOT ACCT-SUCCESS
                 DISPLAY 'PBEGODX - ACCTREC READ FAILED, STATUS '
                         ACCT-ST ' FOR ' ODLR-ACCT-KEY
                 PERFORM H990-ABORT
              END-IF
              MOVE ZERO TO ACCT-OD-LIMIT
              REWRITE ACCT-FIELDS
              IF NOT ACCT-SUCCESS
                 DISPLAY 'PBEGODX - ACCTREC REWRITE FAILED, STATUS '
                         ACCT-ST ' FOR ' ODLR-ACCT-KEY
                 PERFORM H990-ABORT
              END-IF
              IF ACCT-BALANCE < ZERO
                 MOVE 'LMT EXPIRY' TO WS-REF-REASON
                 PERFORM H600-WRITE-REFERRAL
              END-IF
           END-IF
           SET ODLR-EXPIRED  TO TRUE
           MOVE WS-PROC-DATE TO ODLR-END-DATE
           SET WS-REQ-CHANGED TO TRUE
           ADD 1 TO WS-CNT-EXPIRED
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-TS
           MOVE 'PBEGODX'     TO WS-LOG-PROGRAM
           MOVE WS-OPERATOR   TO WS-LOG-USER
           MOVE 'OD-EXPIRE'   TO WS-LOG-ACTION
           MOVE ODLR-NEW-LIMIT TO WS-LOG-LIMIT
           PERFORM H900-WRITE-OPSLOG.
           EXIT.
      *
      *    still waiting for a second user when its expiry came -
      *    there is nothing left to approve, so it closes rejected
       H450-LAPSE-REQUEST.
           SET ODLR-REJECTED  TO TRUE
           MOVE 'PBEGODX'     TO ODLR-DEC-USER
           MOVE FUNCTION CURRENT-DATE (1:14) TO ODLR-DEC-TS
           MOVE WS-PROC-DATE  TO ODLR-END-DATE
           SET ODLR-LOG-DECISION TO TRUE
           SET WS-REQ-CHANGED TO TRUE
           ADD 1 TO WS-CNT-LAPSED
           MOVE ODLR-DEC-TS   TO WS-LOG-TS
           MOVE 'PBEGODX'     TO WS-LOG-PROGRAM
           MOVE WS-OPERATOR   TO WS-LOG-USER
           MOVE 'OD-LAPSE'    TO WS-LOG-ACTION
           MOVE ODLR-NEW-LIMIT TO WS-LOG-LIMIT
           PERFORM H900-WRITE-OPSLOG.
           EXIT.
      *
      *    an approval can cut a limit below what the position has
      *    already drawn - the branch has to hear of it
       H500-CHECK-NEW-LIMIT.
           MOVE ODLR-ACCT-KEY TO ACCT-KEY
           READ ACCT-REC
           IF ACCT-SUCCESS
              IF ACCT-BALANCE < (ZERO - ACCT-OD-LIMIT)
                 MOVE 'LMT CHANGE' TO WS-REF-REASON
                 PERFORM H600-WRITE-REFERRAL
              END-IF
           END-IF.
           EXIT.
      *
      *    WS-REF-REASON is set by the caller; the amount column
      *    carries the limit the request granted
       H600-WRITE-REFERRAL.
           MOVE SPACES         TO REF-REC
           MOVE WS-REF-REASON  TO REF-REASON
           MOVE ACCT-SEQ       TO REF-SEQ
           MOVE ACCT-DVZ       TO REF-DVZ
           MOVE ACCT-BALANCE   TO REF-BALANCE-ED
           MOVE ACCT-OD-LIMIT  TO REF-LIMIT-ED
           MOVE ODLR-NEW-LIMIT TO REF-AMOUNT-ED
           WRITE REF-REC
           ADD 1 TO WS-CNT-REFERRED.
           EXIT.
      *
      *    one audit entry: timestamp, program, user and action
      *    from the caller; the detail names the position and the
      *    limit concerned
       H900-WRITE-OPSLOG.
           MOVE WS-LOG-TS      TO OPSL-TIMESTAMP
           MOVE WS-LOG-PROGRAM TO OPSL-PROGRAM
           MOVE WS-LOG-USER    TO OPSL-OPERATOR
           MOVE WS-LOG-ACTION  TO OPSL-ACTION
           MOVE WS-PROC-DATE   TO OPSL-PROC-DATE
           MOVE 1              TO OPSL-COUNT
           MOVE WS-LOG-LIMIT   TO WS-LIMIT-ED
           MOVE SPACES TO OPSL-DETAIL
           STRING ODLR-SEQ '/' ODLR-DVZ ' ' WS-LIMIT-ED
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGODX - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           ADD 1 TO WS-CNT-LOGGED.
           EXIT.
      *
      *    a file in doubt: stop before anything more is changed.
      *    What was done so far is marked on the requests, so a
      *    rerun picks up where this one stopped
       H990-ABORT.
           CLOSE ODL-FILE ACCT-REC REF-RPT OPS-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H999-PROGRAM-EXIT.
           CLOSE ODL-FILE ACCT-REC REF-RPT OPS-LOG.
           DISPLAY 'PBEGODX - REQUESTS READ:   ' WS-CNT-READ.
           DISPLAY 'PBEGODX - OPSLOG ENTRIES:  ' WS-CNT-LOGGED.
           DISPLAY 'PBEGODX - LIMITS EXPIRED:  ' WS-CNT-EXPIRED.
           DISPLAY 'PBEGODX - REQUESTS LAPSED: ' WS-CNT-LAPSED.
           DISPLAY 'PBEGODX - REFERRED:        ' WS-CNT-REFERRED.
           DISPLAY 'PBEGODX - POSITION GONE:   ' WS-CNT-NO-POSITION.
           STOP RUN.
