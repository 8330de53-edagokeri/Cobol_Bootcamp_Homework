      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGHLD.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Nightly funds-hold run over the HOLDFILE the AHLD
      * transaction (ALTPROGH) keeps. Runs ahead of the night's
      * postings, under the processing date they will post with
      * (RUNCTL RUNC-PROC-DATE; the current date when RUNCTL is
      * unreadable), so no debit tonight is held back by a hold
      * that has run out:
      *   - an active hold whose expiry date has come is marked
      *     expired (status E, ended by PBEGHLD on the processing
      *     date) - it no longer counts against the funds;
      *   - the HOLDRPT hold register is printed for legal: every
      *     hold still active, grouped by position with the
      *     position's name, the total held, the ledger balance
      *     and what is left available (balance - held + limit),
      *     run totals per currency; then every hold ended -
      *     released on AHLD or expired here - since the last
      *     completed processing date (RUNC-LAST-DATE).
      * One OPSLOG entry per run (HOLD-EXPIRE) carries the count
      * expired and the count still active.
      * Rerunnable: a hold expired once is marked so and is not
      * expired again; a rerun reprints the same register.
      *
      * PARM: cols 1-8 the operator the run is logged under
      * (CONSOLE when omitted). RETURN-CODE 16 when HOLDFILE or
      * ACCTREC cannot be opened or a hold cannot be rewritten.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE  ASSIGN  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS HOLD-KEY
                             STATUS  HOLD-ST.
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
           SELECT HOLD-RPT   ASSIGN  HOLDRPT
                             STATUS  RPT-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  HOLD-FILE RECORDING MODE F.
       COPY HOLDREC.
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
       FD  HOLD-RPT  RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  HOLD-ST          PIC 9(02).
               88 HOLD-SUCCESS            VALUE 00 97.
               88 HOLD-EOF                VALUE 10.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS            VALUE 00 97.
               88 ACCT-NOTFOUND           VALUE 23.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-PROC-DATE     PIC X(08).
      *    holds ended after this date go in the ended section -
      *    the last completed processing date, so a release keyed
      *    after midnight is not lost between two registers
           05  WS-LAST-DATE     PIC X(08).
           05  WS-DAY-BEFORE    PIC 9(08).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
      *    the position the active section is grouping under, and
      *    whether its heading has been printed yet
           05  WS-CURR-KEY      PIC X(08) VALUE LOW-VALUES.
           05  WS-POSN-SW       PIC X(01) VALUE 'N'.
               88  WS-POSN-OPEN           VALUE 'Y'.
           05  WS-POSN-HELD     PIC S9(11)V99 COMP-3.
           05  WS-POSN-AVAIL    PIC S9(11)V99 COMP-3.
           05  WS-POSN-FOUND-SW PIC X(01).
               88  WS-POSN-ON-FILE        VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-READ         PIC 9(07) VALUE ZERO.
           05  WS-CNT-EXPIRED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-ACTIVE       PIC 9(07) VALUE ZERO.
           05  WS-CNT-ENDED        PIC 9(07) VALUE ZERO.
      *    run totals of what is held, per currency in the order
      *    first seen
       01  WS-DVZ-TOTALS.
           05  WS-DT-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-DT-ENTRY OCCURS 20 TIMES.
               10  WS-DT-DVZ       PIC X(03).
               10  WS-DT-HOLDS     PIC 9(07).
               10  WS-DT-AMOUNT    PIC S9(13)V99 COMP-3.
       01  WS-DT-SUB               PIC 9(02).
       01  WS-DT-HIT               PIC 9(02).
      *
      *    HOLDRPT lines, 80 bytes
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(32)
               VALUE 'HOLD REGISTER - PROCESSING DATE '.
           05  WS-TTL-PROC-DATE     PIC X(08).
           05  FILLER               PIC X(14)
               VALUE '  ENDED AFTER '.
           05  WS-TTL-LAST-DATE     PIC X(08).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT          PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-ACTIVE-COLUMNS.
           05  FILLER               PIC X(40)
               VALUE 'POSITION  NO  RS        AMOUNT LEGAL REF'.
           05  FILLER               PIC X(40)
               VALUE 'ERENCE      PLACED   BY       EXPIRY    '.
       01  WS-ENDED-COLUMNS.
           05  FILLER               PIC X(40)
               VALUE 'POSITION  NO  RS        AMOUNT LEGAL REF'.
           05  FILLER               PIC X(40)
               VALUE 'ERENCE      ENDED    BY       STATUS    '.
       01  WS-POSN-LINE.
           05  WS-PSN-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-PSN-DVZ           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PSN-AD            PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PSN-SOYAD         PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PSN-STATUS        PIC X(14).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DET-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-NO            PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-REASON        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-AMOUNT-ED     PIC -999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-LEGAL-REF     PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-USER          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-LAST          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
       01  WS-POSN-TOTAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'TOTAL HELD '.
           05  WS-PTL-HELD-ED       PIC -999999999.99.
           05  FILLER               PIC X(09) VALUE '  LEDGER '.
           05  WS-PTL-LEDGER-ED     PIC -999999999.99.
           05  FILLER               PIC X(12) VALUE '  AVAILABLE '.
           05  WS-PTL-AVAIL-ED      PIC -999999999.99.
           05  FILLER               PIC X(05) VALUE SPACES.
       01  WS-DVZ-TOTAL-LINE.
           05  FILLER               PIC X(19)
               VALUE 'RUN TOTAL HELD DVZ '.
           05  WS-DTL-DVZ           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-HOLDS-ED      PIC ZZZZZZ9.
           05  FILLER               PIC X(08) VALUE ' HOLDS  '.
           05  WS-DTL-AMOUNT-ED     PIC -9999999999999.99.
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  WS-CNL-TEXT          PIC X(30).
           05  WS-CNL-COUNT-ED      PIC ZZZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
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
           PERFORM H200-ACTIVE-SECTION.
           PERFORM H400-ENDED-SECTION.
           PERFORM H900-WRITE-OPSLOG.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN I-O    HOLD-FILE.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT HOLD-RPT OPS-LOG.
           IF NOT HOLD-SUCCESS OR NOT ACCT-SUCCESS
              DISPLAY 'PBEGHLD - HOLDFILE/ACCTREC NOT OPENABLE, '
                      'STATUS ' HOLD-ST '/' ACCT-ST
              CLOSE HOLD-FILE ACCT-REC HOLD-RPT OPS-LOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 8 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           PERFORM H110-DATES-FROM-RUNCTL.
           DISPLAY 'PBEGHLD - HOLD RUN FOR ' WS-PROC-DATE
                   ' BY ' WS-OPERATOR.
           MOVE WS-PROC-DATE TO WS-TTL-PROC-DATE
           MOVE WS-LAST-DATE TO WS-TTL-LAST-DATE
           WRITE RPT-REC FROM WS-TITLE-LINE.
           EXIT.
      *
      *    the date tonight's postings run under - the stream has
      *    not advanced RUNCTL yet when this step runs - and the
      *    last date it completed; with no usable last date the
      *    ended section covers the processing date alone
       H110-DATES-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PROC-DATE
           END-IF
           IF RUNC-SUCCESS AND RUNC-LAST-DATE IS NUMERIC
              AND RUNC-LAST-DATE < WS-PROC-DATE
              MOVE RUNC-LAST-DATE TO WS-LAST-DATE
           ELSE
              COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(WS-PROC-DATE)) - 1)
              MOVE WS-DAY-BEFORE TO WS-LAST-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    first pass, in key order: expire what has run out and
      *    list what is still active, position by position
       H200-ACTIVE-SECTION.
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'ACTIVE HOLDS' TO WS-SEC-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           WRITE RPT-REC FROM WS-ACTIVE-COLUMNS
           PERFORM H300-START-HOLDS
           PERFORM H210-SWEEP-ONE-HOLD UNTIL HOLD-EOF
           IF WS-POSN-OPEN
              PERFORM H250-CLOSE-POSITION
           END-IF
           WRITE RPT-REC FROM WS-BLANK-LINE
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
              MOVE WS-DT-DVZ (WS-DT-SUB)    TO WS-DTL-DVZ
              MOVE WS-DT-HOLDS (WS-DT-SUB)  TO WS-DTL-HOLDS-ED
              MOVE WS-DT-AMOUNT (WS-DT-SUB) TO WS-DTL-AMOUNT-ED
              WRITE RPT-REC FROM WS-DVZ-TOTAL-LINE
           END-PERFORM
           MOVE 'HOLDS ACTIVE:' TO WS-CNL-TEXT
           MOVE WS-CNT-ACTIVE   TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'HOLDS EXPIRED THIS RUN:' TO WS-CNL-TEXT
           MOVE WS-CNT-EXPIRED  TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE.
           EXIT.
      *
       H210-SWEEP-ONE-HOLD.
           ADD 1 TO WS-CNT-READ
           IF HOLD-ACTIVE
              AND HOLD-EXPIRY NOT = SPACES
              AND HOLD-EXPIRY NOT > WS-PROC-DATE
              PERFORM H220-EXPIRE-HOLD
           ELSE
           IF HOLD-ACTIVE
              IF NOT WS-POSN-OPEN OR HOLD-ACCT-KEY NOT = WS-CURR-KEY
                 IF WS-POSN-OPEN
                    PERFORM H250-CLOSE-POSITION
                 END-IF
                 PERFORM H240-OPEN-POSITION
              END-IF
              PERFORM H230-PRINT-ACTIVE-HOLD
           END-IF
           END-IF
           READ HOLD-FILE NEXT RECORD.
           EXIT.
      *
      *    the hold's expiry has come: it stops counting tonight
       H220-EXPIRE-HOLD.
           SET HOLD-EXPIRED    TO TRUE
           MOVE 'PBEGHLD'      TO HOLD-END-USER
           MOVE WS-PROC-DATE   TO HOLD-END-DATE
           REWRITE HOLD-FIELDS
           IF NOT HOLD-SUCCESS
              DISPLAY 'PBEGHLD - HOLDFILE REWRITE FAILED, STATUS '
                      HOLD-ST ' FOR ' HOLD-KEY
              PERFORM H990-ABORT
           END-IF
           ADD 1 TO WS-CNT-EXPIRED.
           EXIT.
      *
       H230-PRINT-ACTIVE-HOLD.
           PERFORM H260-FILL-DETAIL
           MOVE HOLD-PLACED-TS (1:8) TO WS-DET-DATE
           MOVE HOLD-PLACED-USER     TO WS-DET-USER
           IF HOLD-EXPIRY = SPACES
              MOVE 'RELEASE'         TO WS-DET-LAST
           ELSE
              MOVE HOLD-EXPIRY       TO WS-DET-LAST
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE
           ADD HOLD-AMOUNT TO WS-POSN-HELD
           ADD 1 TO WS-CNT-ACTIVE
           PERFORM H270-ADD-TO-DVZ-TOTAL.
           EXIT.
      *
      *    a position's heading: who it belongs to, looked up on
      *    ACCTREC; a position since purged is still listed -
      *    the hold outlives it until legal releases it
       H240-OPEN-POSITION.
           SET WS-POSN-OPEN  TO TRUE
           MOVE HOLD-ACCT-KEY TO WS-CURR-KEY
           MOVE ZERO          TO WS-POSN-HELD
           MOVE 'N'           TO WS-POSN-FOUND-SW
           MOVE HOLD-ACCT-KEY TO ACCT-KEY
           READ ACCT-REC
           MOVE SPACES        TO WS-PSN-AD WS-PSN-SOYAD
           IF ACCT-SUCCESS
              SET WS-POSN-ON-FILE TO TRUE
              MOVE ACCT-AD    TO WS-PSN-AD
              MOVE ACCT-SOYAD TO WS-PSN-SOYAD
              IF ACCT-INACTIVE
                 MOVE 'INACTIVE'       TO WS-PSN-STATUS
              ELSE
                 MOVE 'ACTIVE'         TO WS-PSN-STATUS
              END-IF
           ELSE
              MOVE 'NOT ON ACCTREC'    TO WS-PSN-STATUS
           END-IF
           MOVE HOLD-SEQ TO WS-PSN-SEQ
           MOVE HOLD-DVZ TO WS-PSN-DVZ
           WRITE RPT-REC FROM WS-BLANK-LINE
           WRITE RPT-REC FROM WS-POSN-LINE.
           EXIT.
      *
      *    the position's total held against its ledger balance,
      *    and what that leaves the customer to draw on
       H250-CLOSE-POSITION.
           MOVE 'N' TO WS-POSN-SW
           MOVE WS-POSN-HELD TO WS-PTL-HELD-ED
           IF WS-POSN-ON-FILE
              COMPUTE WS-POSN-AVAIL =
                 ACCT-BALANCE - WS-POSN-HELD + ACCT-OD-LIMIT
              MOVE ACCT-BALANCE  TO WS-PTL-LEDGER-ED
              MOVE WS-POSN-AVAIL TO WS-PTL-AVAIL-ED
           ELSE
              MOVE ZERO TO WS-PTL-LEDGER-ED WS-PTL-AVAIL-ED
           END-IF
           WRITE RPT-REC FROM WS-POSN-TOTAL-LINE.
           EXIT.
      *
       H260-FILL-DETAIL.
           MOVE HOLD-SEQ           TO WS-DET-SEQ
           MOVE HOLD-DVZ           TO WS-DET-DVZ
           MOVE HOLD-NO            TO WS-DET-NO
           MOVE HOLD-REASON        TO WS-DET-REASON
           MOVE HOLD-AMOUNT        TO WS-DET-AMOUNT-ED
           MOVE HOLD-LEGAL-REF     TO WS-DET-LEGAL-REF.
           EXIT.
      *
       H270-ADD-TO-DVZ-TOTAL.
           MOVE ZERO TO WS-DT-HIT
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
              IF WS-DT-DVZ (WS-DT-SUB) = HOLD-DVZ
                 MOVE WS-DT-SUB TO WS-DT-HIT
              END-IF
           END-PERFORM
           IF WS-DT-HIT = ZERO AND WS-DT-COUNT < 20
              ADD 1 TO WS-DT-COUNT
              MOVE WS-DT-COUNT TO WS-DT-HIT
              MOVE HOLD-DVZ    TO WS-DT-DVZ (WS-DT-HIT)
              MOVE ZERO        TO WS-DT-HOLDS (WS-DT-HIT)
                                  WS-DT-AMOUNT (WS-DT-HIT)
           END-IF
           IF WS-DT-HIT > ZERO
              ADD 1           TO WS-DT-HOLDS (WS-DT-HIT)
              ADD HOLD-AMOUNT TO WS-DT-AMOUNT (WS-DT-HIT)
           END-IF.
           EXIT.
      *
      *    position the file at its first hold and read it
       H300-START-HOLDS.
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
              INVALID KEY
                 SET HOLD-EOF TO TRUE
           END-START
           IF NOT HOLD-EOF
              READ HOLD-FILE NEXT RECORD
           END-IF.
           EXIT.
      *
      *    second pass: every hold that ended - released on AHLD
      *    or expired by this run or an earlier one - after the
      *    last completed processing date
       H400-ENDED-SECTION.
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE SPACES TO WS-SEC-TEXT
           STRING 'HOLDS ENDED AFTER ' WS-LAST-DATE
              DELIMITED BY SIZE INTO WS-SEC-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           WRITE RPT-REC FROM WS-ENDED-COLUMNS
           PERFORM H300-START-HOLDS
           PERFORM H410-LIST-ONE-ENDED UNTIL HOLD-EOF
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'HOLDS ENDED:'  TO WS-CNL-TEXT
           MOVE WS-CNT-ENDED    TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE.
           EXIT.
      *
       H410-LIST-ONE-ENDED.
           IF (HOLD-RELEASED OR HOLD-EXPIRED)
              AND HOLD-END-DATE > WS-LAST-DATE
              PERFORM H260-FILL-DETAIL
              MOVE HOLD-END-DATE TO WS-DET-DATE
              MOVE HOLD-END-USER TO WS-DET-USER
              IF HOLD-RELEASED
                 MOVE 'RELEASED' TO WS-DET-LAST
              ELSE
                 MOVE 'EXPIRED'  TO WS-DET-LAST
              END-IF
              WRITE RPT-REC FROM WS-DETAIL-LINE
              ADD 1 TO WS-CNT-ENDED
           END-IF
           READ HOLD-FILE NEXT RECORD.
           EXIT.
      *
      *    one audit entry for the run: the expiries it made, the
      *    holds it left active
       H900-WRITE-OPSLOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGHLD'      TO OPSL-PROGRAM
           MOVE WS-OPERATOR    TO OPSL-OPERATOR
           MOVE 'HOLD-EXPIRE'  TO OPSL-ACTION
           MOVE WS-PROC-DATE   TO OPSL-PROC-DATE
           MOVE WS-CNT-EXPIRED TO OPSL-COUNT
           MOVE SPACES TO OPSL-DETAIL
           STRING 'ACTIVE HOLDS ' WS-CNT-ACTIVE
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGHLD - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF.
           EXIT.
      *
      *    a file in doubt: stop before anything more is changed.
      *    What was expired so far is marked on the holds, so a
      *    rerun picks up where this one stopped
       H990-ABORT.
           CLOSE HOLD-FILE ACCT-REC HOLD-RPT OPS-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H999-PROGRAM-EXIT.
           CLOSE HOLD-FILE ACCT-REC HOLD-RPT OPS-LOG.
           DISPLAY 'PBEGHLD - HOLDS READ:      ' WS-CNT-READ.
           DISPLAY 'PBEGHLD - HOLDS EXPIRED:   ' WS-CNT-EXPIRED.
           DISPLAY 'PBEGHLD - HOLDS ACTIVE:    ' WS-CNT-ACTIVE.
           DISPLAY 'PBEGHLD - HOLDS ENDED:     ' WS-CNT-ENDED.
           STOP RUN.
