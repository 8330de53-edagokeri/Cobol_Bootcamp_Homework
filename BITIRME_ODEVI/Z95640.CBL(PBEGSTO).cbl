      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGSTO.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Standing-order generator, run ahead of each nightly
      * PBEG006J. Every active STORDER order whose payment falls
      * due on the coming processing date is written out as an
      * ordinary ISLEM-TIPI 9 (TRANSFER) transaction, so it posts
      * through the same validation, funds check, FX valuation,
      * history and GL voucher machinery as a transfer the branch
      * keyed. Nothing here touches ACCTREC.
      *
      * Two phases:
      *  1. SETTLE - the previous night's OUTFILE is read back
      *     (before PBEG006J's STEP005 clears it). Every transfer
      *     line that carries an order number settles the order
      *     it was generated for:
      *       00      paid - the schedule moves to the next
      *               payment, the retry count resets, and an
      *               order past its end date is marked ended
      *       60, 80  declined for funds, or no FX rate for the
      *               day - retried on each following business
      *               day until the PARM's retry days are used
      *               up, then the order is cancelled and
      *               reported to its branch
      *       91      another transaction on the same position
      *               that night - generated again next business
      *               day, not counted as a retry
      *       other   the order itself is wrong (position gone,
      *               inactive, bad data) - cancelled and
      *               reported to its branch
      *     Only lines for the run the order was generated for
      *     count (the OUTFILE trailer's run date against the
      *     order's pending date), so a stale OUTFILE settles
      *     nothing twice.
      *  2. GENERATE - the master is swept in order-number order.
      *     A payment is due when its scheduled date, rolled past
      *     any weekend or CALFILE holiday to the next business
      *     day, is on or before the processing date. The schedule
      *     itself stays on the calendar: a payment due Saturday
      *     the 31st goes out Monday, and next month's is still
      *     due on the 30th or 31st. Only one order per source
      *     position is generated a night, because the stream
      *     passes one transaction per position per run and would
      *     reject the second as a duplicate; the others follow on
      *     the next business days. An order still waiting on an
      *     outcome that never came back on OUTFILE (the stream
      *     ran without this delivery, or this generator was not
      *     run ahead of a night) is held and reported rather than
      *     generated again - it may already have paid. PBEGSOM's
      *     'R' card releases it.
      *
      * STOPOST is a complete INPFILE delivery in the INTPOST
      * style: 'H' header dated with the processing date, the
      * transfers, 'T' trailer with count and amount hash. Each
      * transfer carries the order's branch code and order
      * number. SORPT lists every payment generated, held,
      * settled, ended or cancelled, with the branch that owns
      * the order.
      *
      * PARM: cols 1-2 business days a declined payment is
      * retried before the order is cancelled (03 when omitted).
      * RETURN-CODE 4 when any order was cancelled or held, so
      * the branch report gets read; 16 when the processing date
      * cannot be established, the last nightly run is not
      * complete, or a calendar card does not parse.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE    ASSIGN  STORDER
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS SO-NO
                             STATUS  SO-ST.
      *    the previous night's PBEG006 OUTFILE, read twice: once
      *    for its trailer's run date, once to settle the orders
           SELECT OUT-FILE   ASSIGN  OUTFILE
                             STATUS  OUT-ST.
           SELECT CAL-FILE   ASSIGN  CALFILE
                             STATUS  CAL-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *    the generated TRANSFER transactions, in INP-REC
      *    layout, fed to the next nightly run's INPFILE
           SELECT SO-POST    ASSIGN  STOPOST
                             STATUS  SPST-ST.
           SELECT SO-RPT     ASSIGN  SORPT
                             STATUS  RPT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SO-FILE   RECORDING MODE F.
       COPY STORDER.
      *
      *    OUTFILE as PBEG006 writes it; only the type-9 lines
      *    carrying an order number and the trailer's run date
      *    are looked at
       FD  OUT-FILE  RECORDING MODE F.
       01  OUT-REC.
           05  OUT-ISLEM-TIPI      PIC X(01).
           05  OUT-ID              PIC X(05).
           05  OUT-DVZ             PIC X(03).
           05  OUT-RETURN-CODE     PIC X(02).
           05  OUT-ACIKLAMA        PIC X(30).
           05  OUT-FNAME-FROM      PIC X(15).
           05  OUT-FNAME-TO        PIC X(15).
           05  OUT-LNAME-FROM      PIC X(15).
           05  OUT-LNAME-TO        PIC X(15).
           05  OUT-BRANCH          PIC X(03).
           05  OUT-SO-NO           PIC X(06).
           05  FILLER              PIC X(1058).
       01  OUT-TRAILER-REC.
           05  TRLR-MARKER         PIC X(01).
           05  FILLER              PIC X(1157).
           05  TRLR-RUN-DATE       PIC X(08).
           05  FILLER              PIC X(02).
      *
       FD  CAL-FILE  RECORDING MODE F.
       01  CAL-CARD.
           05  CAL-TYPE            PIC X(01).
           05  CAL-DATE            PIC X(08).
           05  FILLER              PIC X(71).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
               88  RUNC-LAST-STARTED        VALUE 'S'.
      *
      *    one ISLEM-TIPI 9 transaction per payment, laid out
      *    exactly as PBEG006's INP-REC expects a transfer
       FD  SO-POST   RECORDING MODE F.
       01  SPST-REC.
           05  SPST-ISLEM-TIPI     PIC X(01).
           05  SPST-ID             PIC X(05).
           05  SPST-DVZ            PIC X(03).
           05  SPST-TO-ID          PIC X(05).
           05  SPST-TO-DVZ         PIC X(03).
           05  SPST-AMOUNT         PIC 9(09)V99.
           05  SPST-ORDER-NO       PIC X(06).
           05  FILLER              PIC X(13).
           05  SPST-BRANCH         PIC X(03).
      *    transmission wrapper PBEG006's H113 validation expects
      *    on every INPFILE delivery
       01  SPST-XMIT-REC.
           05  SXMIT-MARKER        PIC X(01).
           05  SXMIT-BODY          PIC X(49).
           05  SXMIT-HDR-BODY REDEFINES SXMIT-BODY.
               07  SXMIT-FILE-DATE PIC X(08).
               07  FILLER          PIC X(41).
           05  SXMIT-TRL-BODY REDEFINES SXMIT-BODY.
               07  SXMIT-REC-COUNT PIC 9(07).
               07  SXMIT-AMT-HASH  PIC 9(13)V99.
               07  FILLER          PIC X(27).
      *
       FD  SO-RPT    RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  SO-ST            PIC 9(02).
               88 SO-SUCCESS              VALUE 00 97.
               88 SO-EOF                  VALUE 10.
               88 SO-NOTFOUND             VALUE 23.
           05  OUT-ST           PIC 9(02).
               88 OUT-SUCCESS             VALUE 00 97.
               88 OUT-EOF                 VALUE 10.
           05  CAL-ST           PIC 9(02).
               88 CAL-EOF                 VALUE 10.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  SPST-ST          PIC 9(02).
               88 SPST-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
      *    the date the generated transfers will run under
           05  WS-PROC-DATE     PIC X(08).
      *    the run the prior OUTFILE belongs to; spaces when there
      *    is no OUTFILE or it carries no trailer
           05  WS-OUT-RUN-DATE  PIC X(08) VALUE SPACES.
           05  WS-MAX-RETRY     PIC 9(02) VALUE 3.
           05  WS-RESULT        PIC X(27).
           05  WS-REWRITE-SW    PIC X(01).
               88  WS-REWRITE-NEEDED      VALUE 'Y'.
      *    transmission-trailer tallies over the written transfers
           05  WS-SPST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-SPST-HASH     PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-COUNTS.
           05  WS-CNT-SETTLED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-PAID         PIC 9(07) VALUE ZERO.
           05  WS-CNT-RETRY        PIC 9(07) VALUE ZERO.
           05  WS-CNT-CANCELLED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNKNOWN      PIC 9(07) VALUE ZERO.
           05  WS-CNT-SWEPT        PIC 9(07) VALUE ZERO.
           05  WS-CNT-GENERATED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOT-DUE      PIC 9(07) VALUE ZERO.
           05  WS-CNT-ENDED        PIC 9(07) VALUE ZERO.
           05  WS-CNT-HELD         PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEFERRED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-INACTIVE     PIC 9(07) VALUE ZERO.
      *    source positions already given a transfer in this
      *    delivery - the stream's one-transaction-per-position
      *    rule, applied here so the second order waits a day
      *    instead of being rejected as a duplicate
       01  WS-SRC-AREA.
           05  WS-SRC-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-SRC-KEY          PIC X(08) OCCURS 2000 TIMES.
           05  WS-SRC-SUB          PIC 9(04).
           05  WS-SRC-HIT-SW       PIC X(01).
               88  WS-SRC-TAKEN           VALUE 'Y'.
      *    business-day calendar, as PBEG006 keeps it: day 1 of
      *    the integer calendar (1601-01-01) was a Monday, so
      *    MOD 7 gives 1-5 for Monday-Friday, 6 Saturday, 0 Sunday
       01  WS-CALENDAR-AREA.
           05  WS-HOL-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-HOL-DATE          PIC X(08) OCCURS 50 TIMES.
           05  WS-HOL-SUB           PIC 9(03).
           05  WS-CAND-INT          PIC 9(07).
           05  WS-CAND-DATE         PIC X(08).
           05  WS-DOW               PIC 9(01).
           05  WS-BUSDAY-SW         PIC X(01).
               88  WS-IS-BUSDAY             VALUE 'Y'.
      *    the business day a scheduled date is paid on
           05  WS-EFF-DATE          PIC X(08).
      *    YYYYMMDD validation for the calendar cards
       01  WS-DATE-CHECK-IN         PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK-IN.
           05  WS-DATE-YYYY         PIC 9(04).
           05  WS-DATE-MM           PIC 9(02).
           05  WS-DATE-DD           PIC 9(02).
       01  WS-DATE-CHECK-SW         PIC X(01).
           88  WS-DATE-CHECK-VALID          VALUE 'Y'.
           88  WS-DATE-CHECK-INVALID        VALUE 'N'.
       01  WS-MAX-DAY                PIC 9(02).
      *    days per month, laid out the same way DVZTAB lays out
      *    its currency list
       01  WS-DIM-TABLE.
           05  WS-DIM-VALUES        PIC X(24) VALUE
               '312831303130313130313031'.
           05  WS-DIM REDEFINES WS-DIM-VALUES
                                    PIC 9(02) OCCURS 12 TIMES.
      *    the next scheduled date, built a month (or a week) on
       01  WS-DUE-DATE              PIC X(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(04).
           05  WS-DUE-MM            PIC 9(02).
           05  WS-DUE-DD            PIC 9(02).
      *    report lines
       01  WS-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'STANDING ORDERS - PROCESSING DATE '.
           05  WS-HEAD-DATE         PIC X(08).
           05  FILLER               PIC X(14) VALUE
               '  LAST RUN '.
           05  WS-HEAD-OUT-DATE     PIC X(08).
           05  FILLER               PIC X(14) VALUE SPACES.
       01  WS-COLS-LINE.
           05  FILLER               PIC X(31) VALUE
               'ORDER  BRN FROM      TO'.
           05  FILLER               PIC X(49) VALUE
               '      AMOUNT DUE      RESULT'.
       01  WS-DETAIL-LINE.
           05  WS-DET-NO            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-BRANCH        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SRC-ID        PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-SRC-DVZ       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TGT-ID        PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-TGT-DVZ       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-AMOUNT-ED     PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DUE           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-RESULT        PIC X(27).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT-ED      PIC ZZZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
      *
       LINKAGE SECTION.
      *    retry days before a declined order is cancelled, 2
      *    digits zero-padded
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-RETRY        PIC X(02).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SETTLE-LAST-RUN.
           PERFORM H300-GENERATE-ONE-ORDER UNTIL SO-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           IF WS-PARM-LEN >= 2
              IF WS-PARM-RETRY IS NUMERIC
                 MOVE WS-PARM-RETRY TO WS-MAX-RETRY
              ELSE
                 DISPLAY 'PBEGSTO - BAD PARM: RETRY DAYS 2 DIGITS '
                         'REQUIRED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM H110-PROC-DATE-FROM-RUNCTL.
           PERFORM H150-LOAD-CALENDAR.
           OPEN I-O SO-FILE.
           IF NOT SO-SUCCESS
              DISPLAY 'PBEGSTO - STORDER NOT OPENABLE, STATUS '
                      SO-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SO-POST SO-RPT.
           DISPLAY 'PBEGSTO - PROCESSING DATE ' WS-PROC-DATE
                   ' RETRY DAYS ' WS-MAX-RETRY.
           MOVE SPACES TO SPST-XMIT-REC
           MOVE 'H'          TO SXMIT-MARKER
           MOVE WS-PROC-DATE TO SXMIT-FILE-DATE
           WRITE SPST-XMIT-REC.
           EXIT.
      *
      *    the transfers run under the stream's NEXT processing
      *    date; a run-control record showing the last run still
      *    started means that run abended and must be restarted
      *    first - its OUTFILE is not complete
       H110-PROC-DATE-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-PROC-DATE
           ELSE
              DISPLAY 'PBEGSTO - RUNCTL NOT READABLE, STATUS '
                      RUNC-ST
              CLOSE RUNC-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF RUNC-LAST-STARTED
              DISPLAY 'PBEGSTO - RUN FOR ' RUNC-PROC-DATE
                      ' STARTED BUT NOT COMPLETE - RESTART IT FIRST'
              CLOSE RUNC-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    load the weekend/holiday calendar, fatal on a card
      *    that does not parse, as in PBEG006
       H150-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           READ CAL-FILE
           PERFORM H160-LOAD-ONE-CAL-CARD UNTIL CAL-EOF
           CLOSE CAL-FILE
           DISPLAY 'PBEGSTO - HOLIDAYS LOADED: ' WS-HOL-COUNT.
           EXIT.
      *
       H160-LOAD-ONE-CAL-CARD.
           EVALUATE CAL-TYPE
              WHEN 'H'
                 MOVE CAL-DATE TO WS-DATE-CHECK-IN
                 PERFORM H109-VALIDATE-DATE
                 IF WS-DATE-CHECK-VALID
                    AND WS-HOL-COUNT < 50
                    ADD 1 TO WS-HOL-COUNT
                    MOVE CAL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
                 ELSE
                    PERFORM H169-BAD-CAL-CARD
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 PERFORM H169-BAD-CAL-CARD
           END-EVALUATE
           READ CAL-FILE.
           EXIT.
      *
       H169-BAD-CAL-CARD.
           DISPLAY 'PBEGSTO - BAD CALENDAR CARD: ' CAL-CARD
           CLOSE CAL-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    checks WS-DATE-CHECK-IN (YYYYMMDD): numeric, month 1-12,
      *    day within that month's day count (leap years included
      *    for February). Sets WS-DATE-CHECK-SW.
       H109-VALIDATE-DATE.
           SET WS-DATE-CHECK-INVALID TO TRUE
           IF WS-DATE-CHECK-IN IS NUMERIC
              IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                 MOVE WS-DIM (WS-DATE-MM) TO WS-MAX-DAY
                 IF WS-DATE-MM = 2
                    AND FUNCTION MOD(WS-DATE-YYYY, 4) = 0
                    AND (FUNCTION MOD(WS-DATE-YYYY, 100) NOT = 0
                         OR FUNCTION MOD(WS-DATE-YYYY, 400) = 0)
                    MOVE 29 TO WS-MAX-DAY
                 END-IF
                 IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MAX-DAY
                    SET WS-DATE-CHECK-VALID TO TRUE
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    phase 1: find which run the OUTFILE holds, then settle
      *    every order that run carried a transfer for. No OUTFILE
      *    at all (the first night) settles nothing.
       H200-SETTLE-LAST-RUN.
           OPEN INPUT OUT-FILE
           IF NOT OUT-SUCCESS
              DISPLAY 'PBEGSTO - NO PRIOR OUTFILE, STATUS ' OUT-ST
                      ' - NOTHING SETTLED'
           ELSE
              READ OUT-FILE
              PERFORM H210-FIND-RUN-DATE UNTIL OUT-EOF
              CLOSE OUT-FILE
              IF WS-OUT-RUN-DATE = SPACES
                 DISPLAY 'PBEGSTO - OUTFILE HAS NO TRAILER - '
                         'NOTHING SETTLED'
              ELSE
                 OPEN INPUT OUT-FILE
                 READ OUT-FILE
                 PERFORM H220-SETTLE-ONE-LINE UNTIL OUT-EOF
                 CLOSE OUT-FILE
              END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE WS-PROC-DATE    TO WS-HEAD-DATE
           MOVE WS-OUT-RUN-DATE TO WS-HEAD-OUT-DATE
           WRITE RPT-REC FROM WS-HEAD-LINE
           WRITE RPT-REC FROM WS-COLS-LINE
           MOVE LOW-VALUES TO SO-NO
           START SO-FILE KEY IS NOT LESS THAN SO-NO
              INVALID KEY
                 SET SO-EOF TO TRUE
           END-START.
           EXIT.
      *
       H210-FIND-RUN-DATE.
           IF TRLR-MARKER = 'T'
              MOVE TRLR-RUN-DATE TO WS-OUT-RUN-DATE
           END-IF
           READ OUT-FILE.
           EXIT.
      *
      *    one OUTFILE line: only a transfer carrying an order
      *    number, for an order still waiting on that very run,
      *    settles anything
       H220-SETTLE-ONE-LINE.
           IF OUT-ISLEM-TIPI = '9' AND OUT-SO-NO NOT = SPACES
              MOVE OUT-SO-NO TO SO-NO
              READ SO-FILE
              IF NOT SO-SUCCESS
                 DISPLAY 'PBEGSTO - ORDER ' OUT-SO-NO
                         ' ON OUTFILE NOT ON STORDER'
                 ADD 1 TO WS-CNT-UNKNOWN
              ELSE
                 IF SO-PEND-DATE = WS-OUT-RUN-DATE
                    PERFORM H230-SETTLE-ORDER
                 END-IF
              END-IF
           END-IF
           READ OUT-FILE.
           EXIT.
      *
       H230-SETTLE-ORDER.
           ADD 1 TO WS-CNT-SETTLED
           MOVE SPACES          TO SO-PEND-DATE
           MOVE OUT-RETURN-CODE TO SO-LAST-RC
           MOVE SPACES          TO WS-RESULT
           EVALUATE OUT-RETURN-CODE
              WHEN '00'
                 ADD 1 TO WS-CNT-PAID
                 MOVE WS-OUT-RUN-DATE TO SO-LAST-PAID
                 MOVE ZERO TO SO-RETRY-COUNT
                 MOVE SO-NEXT-DUE TO WS-DET-DUE
                 PERFORM H400-ADVANCE-SCHEDULE
                 MOVE 'PAID' TO WS-RESULT
              WHEN '60'
              WHEN '80'
                 ADD 1 TO SO-RETRY-COUNT
                 MOVE SO-NEXT-DUE TO WS-DET-DUE
                 IF SO-RETRY-COUNT > WS-MAX-RETRY
                    PERFORM H240-CANCEL-ORDER
                    IF OUT-RETURN-CODE = '60'
                       MOVE 'CANCELLED - NO FUNDS' TO WS-RESULT
                    ELSE
                       MOVE 'CANCELLED - NO FX RATE' TO WS-RESULT
                    END-IF
                 ELSE
                    ADD 1 TO WS-CNT-RETRY
                    IF OUT-RETURN-CODE = '60'
                       STRING 'NO FUNDS - RETRY ' SO-RETRY-COUNT
                          ' OF ' WS-MAX-RETRY
                          DELIMITED BY SIZE INTO WS-RESULT
                    ELSE
                       STRING 'NO FX RATE - RETRY ' SO-RETRY-COUNT
                          ' OF ' WS-MAX-RETRY
                          DELIMITED BY SIZE INTO WS-RESULT
                    END-IF
                 END-IF
              WHEN '91'
                 ADD 1 TO WS-CNT-RETRY
                 MOVE SO-NEXT-DUE TO WS-DET-DUE
                 MOVE 'DUPLICATE - NEXT BUS DAY' TO WS-RESULT
              WHEN OTHER
                 MOVE SO-NEXT-DUE TO WS-DET-DUE
                 PERFORM H240-CANCEL-ORDER
                 STRING 'CANCELLED - RC ' OUT-RETURN-CODE
                    DELIMITED BY SIZE INTO WS-RESULT
           END-EVALUATE
           REWRITE SO-FIELDS
           IF NOT SO-SUCCESS
              PERFORM H290-MASTER-WRITE-FAILED
           END-IF
           PERFORM H500-WRITE-DETAIL.
           EXIT.
      *
      *    an order cancelled here is reported to its branch on
      *    SORPT; a branch-cancelled order settling its last
      *    payment keeps the date the branch cancelled it on
       H240-CANCEL-ORDER.
           ADD 1 TO WS-CNT-CANCELLED
           IF NOT SO-CANCELLED
              SET SO-CANCELLED TO TRUE
              MOVE WS-PROC-DATE TO SO-CANCEL-DATE
           END-IF.
           EXIT.
      *
      *    the master failing outside the not-found class is not
      *    an order problem - stop before more is settled or
      *    generated against a file in doubt
       H290-MASTER-WRITE-FAILED.
           DISPLAY 'PBEGSTO - STORDER I/O FAILED, STATUS ' SO-ST
                   ' FOR ORDER ' SO-NO
           CLOSE SO-FILE SO-POST SO-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    phase 2: one order per pass
       H300-GENERATE-ONE-ORDER.
           READ SO-FILE NEXT RECORD
           IF NOT SO-EOF
              ADD 1 TO WS-CNT-SWEPT
              IF NOT SO-ACTIVE
                 ADD 1 TO WS-CNT-INACTIVE
              ELSE
                 PERFORM H310-CHECK-ONE-ORDER
              END-IF
           END-IF.
           EXIT.
      *
      *    an active order: settle a stale pending mark, retire
      *    an order past its end date, then generate the payment
      *    if it is due and its source position is still free
      *    in this delivery
       H310-CHECK-ONE-ORDER.
           MOVE 'N' TO WS-REWRITE-SW
           MOVE SO-NEXT-DUE TO WS-DET-DUE
           MOVE SPACES TO WS-RESULT
      *    pending for the run the OUTFILE holds, with no line
      *    there: that run never saw it, so it is simply due
      *    again; pending for this same date: a rerun of this
      *    generator, whose delivery replaces the earlier one
           IF SO-PEND-DATE NOT = SPACES
              IF SO-PEND-DATE = WS-OUT-RUN-DATE
                 OR SO-PEND-DATE = WS-PROC-DATE
                 MOVE SPACES TO SO-PEND-DATE
                 SET WS-REWRITE-NEEDED TO TRUE
              ELSE
                 ADD 1 TO WS-CNT-HELD
                 MOVE 'HELD - NO OUTCOME SEEN' TO WS-RESULT
                 PERFORM H500-WRITE-DETAIL
              END-IF
           END-IF
           IF SO-PEND-DATE = SPACES
              IF SO-END-DATE NOT = SPACES
                 AND SO-NEXT-DUE > SO-END-DATE
                 SET SO-ENDED TO TRUE
                 SET WS-REWRITE-NEEDED TO TRUE
                 ADD 1 TO WS-CNT-ENDED
                 MOVE 'ENDED' TO WS-RESULT
                 PERFORM H500-WRITE-DETAIL
              ELSE
                 MOVE SO-NEXT-DUE TO WS-CAND-DATE
                 PERFORM H420-ROLL-TO-BUSINESS-DAY
                 IF WS-EFF-DATE > WS-PROC-DATE
                    ADD 1 TO WS-CNT-NOT-DUE
                 ELSE
                    PERFORM H320-CHECK-SOURCE-FREE
                    IF WS-SRC-TAKEN
                       ADD 1 TO WS-CNT-DEFERRED
                       MOVE 'DEFERRED - POSITION BUSY' TO WS-RESULT
                       PERFORM H500-WRITE-DETAIL
                    ELSE
                       PERFORM H330-WRITE-TRANSFER
                       SET WS-REWRITE-NEEDED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-REWRITE-NEEDED
              REWRITE SO-FIELDS
              IF NOT SO-SUCCESS
                 PERFORM H290-MASTER-WRITE-FAILED
              END-IF
           END-IF.
           EXIT.
      *
      *    has this delivery already given the source position a
      *    transfer? If not, it is taken now. A full table holds
      *    the order like a taken position - it goes tomorrow.
       H320-CHECK-SOURCE-FREE.
           MOVE 'N' TO WS-SRC-HIT-SW
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
              IF WS-SRC-KEY (WS-SRC-SUB) = SO-SRC-KEY
                 SET WS-SRC-TAKEN TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-SRC-TAKEN
              IF WS-SRC-COUNT < 2000
                 ADD 1 TO WS-SRC-COUNT
                 MOVE SO-SRC-KEY TO WS-SRC-KEY (WS-SRC-COUNT)
              ELSE
                 SET WS-SRC-TAKEN TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *    the payment as a plain TRANSFER for the nightly stream;
      *    the order waits on its outcome from here
       H330-WRITE-TRANSFER.
           MOVE SPACES        TO SPST-REC
           MOVE '9'           TO SPST-ISLEM-TIPI
           MOVE SO-SRC-ID     TO SPST-ID
           MOVE SO-SRC-DVZ    TO SPST-DVZ
           MOVE SO-TGT-ID     TO SPST-TO-ID
           MOVE SO-TGT-DVZ    TO SPST-TO-DVZ
           MOVE SO-AMOUNT     TO SPST-AMOUNT
           MOVE SO-NO         TO SPST-ORDER-NO
           MOVE SO-BRANCH     TO SPST-BRANCH
           WRITE SPST-REC
           IF NOT SPST-SUCCESS
              DISPLAY 'PBEGSTO - STOPOST WRITE FAILED, STATUS '
                      SPST-ST
              CLOSE SO-FILE SO-POST SO-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-GENERATED
           ADD 1 TO WS-SPST-COUNT
           ADD SO-AMOUNT TO WS-SPST-HASH
           MOVE WS-PROC-DATE TO SO-PEND-DATE
           IF SO-RETRY-COUNT > ZERO
              MOVE 'GENERATED - RETRY' TO WS-RESULT
           ELSE
              MOVE 'GENERATED' TO WS-RESULT
           END-IF
           PERFORM H500-WRITE-DETAIL.
           EXIT.
      *
      *    move the schedule past the payment just made: seven
      *    days on for a weekly order, otherwise the order's day
      *    of the following month
       H400-ADVANCE-SCHEDULE.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE
           IF SO-WEEKLY
              COMPUTE WS-CAND-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(SO-NEXT-DUE)) + 7
              MOVE FUNCTION DATE-OF-INTEGER (WS-CAND-INT)
                TO WS-DUE-DATE
           ELSE
              IF WS-DUE-MM = 12
                 MOVE 1 TO WS-DUE-MM
                 ADD 1 TO WS-DUE-YYYY
              ELSE
                 ADD 1 TO WS-DUE-MM
              END-IF
              PERFORM H410-CLAMP-DUE-DAY
           END-IF
           MOVE WS-DUE-DATE TO SO-NEXT-DUE
           IF SO-END-DATE NOT = SPACES
              AND SO-NEXT-DUE > SO-END-DATE
              AND SO-ACTIVE
              SET SO-ENDED TO TRUE
              ADD 1 TO WS-CNT-ENDED
           END-IF.
           EXIT.
      *
      *    the order's day within WS-DUE-DATE's month, or the
      *    month's last day when it is shorter
       H410-CLAMP-DUE-DAY.
           MOVE WS-DIM (WS-DUE-MM) TO WS-MAX-DAY
           IF WS-DUE-MM = 2
              AND FUNCTION MOD(WS-DUE-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
              MOVE 29 TO WS-MAX-DAY
           END-IF
           IF SO-DAY > WS-MAX-DAY
              MOVE WS-MAX-DAY TO WS-DUE-DD
           ELSE
              MOVE SO-DAY TO WS-DUE-DD
           END-IF.
           EXIT.
      *
      *    WS-CAND-DATE rolled forward to the first business day
      *    on or after it, into WS-EFF-DATE
       H420-ROLL-TO-BUSINESS-DAY.
           COMPUTE WS-CAND-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(WS-CAND-DATE))
           PERFORM H430-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSDAY
              ADD 1 TO WS-CAND-INT
              PERFORM H430-CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER (WS-CAND-INT)
             TO WS-EFF-DATE.
           EXIT.
      *
      *    is the date in WS-CAND-INT a business day? Saturday
      *    and Sunday fall straight out of MOD 7 on the integer
      *    date; anything else is checked against the holiday
      *    table
       H430-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSDAY-SW
           COMPUTE WS-DOW = FUNCTION MOD(WS-CAND-INT, 7)
           IF WS-DOW = 6 OR WS-DOW = 0
              MOVE 'N' TO WS-BUSDAY-SW
           ELSE
              MOVE FUNCTION DATE-OF-INTEGER (WS-CAND-INT)
                TO WS-CAND-DATE
              PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                      UNTIL WS-HOL-SUB > WS-HOL-COUNT
                 IF WS-HOL-DATE (WS-HOL-SUB) = WS-CAND-DATE
                    MOVE 'N' TO WS-BUSDAY-SW
                 END-IF
              END-PERFORM
           END-IF.
           EXIT.
      *
      *    one SORPT line for the order in hand; WS-DET-DUE and
      *    WS-RESULT are set by the caller
       H500-WRITE-DETAIL.
           MOVE SO-NO         TO WS-DET-NO
           MOVE SO-BRANCH     TO WS-DET-BRANCH
           MOVE SO-SRC-ID     TO WS-DET-SRC-ID
           MOVE SO-SRC-DVZ    TO WS-DET-SRC-DVZ
           MOVE SO-TGT-ID     TO WS-DET-TGT-ID
           MOVE SO-TGT-DVZ    TO WS-DET-TGT-DVZ
           MOVE SO-AMOUNT     TO WS-DET-AMOUNT-ED
           MOVE WS-RESULT     TO WS-DET-RESULT
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           EXIT.
      *
       H510-WRITE-TOTAL.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           MOVE SPACES TO SPST-XMIT-REC
           MOVE 'T'           TO SXMIT-MARKER
           MOVE WS-SPST-COUNT TO SXMIT-REC-COUNT
           MOVE WS-SPST-HASH  TO SXMIT-AMT-HASH
           WRITE SPST-XMIT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'SETTLED FROM LAST RUN'   TO WS-TOT-LABEL
           MOVE WS-CNT-SETTLED            TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE '  PAID'                  TO WS-TOT-LABEL
           MOVE WS-CNT-PAID               TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE '  TO RETRY'              TO WS-TOT-LABEL
           MOVE WS-CNT-RETRY              TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE 'CANCELLED'               TO WS-TOT-LABEL
           MOVE WS-CNT-CANCELLED          TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE 'ENDED'                   TO WS-TOT-LABEL
           MOVE WS-CNT-ENDED              TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE 'HELD'                    TO WS-TOT-LABEL
           MOVE WS-CNT-HELD               TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE 'DEFERRED TO NEXT BUS DAY'  TO WS-TOT-LABEL
           MOVE WS-CNT-DEFERRED           TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           MOVE 'GENERATED'               TO WS-TOT-LABEL
           MOVE WS-CNT-GENERATED          TO WS-TOT-COUNT-ED
           PERFORM H510-WRITE-TOTAL
           CLOSE SO-FILE SO-POST SO-RPT.
           DISPLAY 'PBEGSTO - ORDERS SWEPT:   ' WS-CNT-SWEPT.
           DISPLAY 'PBEGSTO - NOT ACTIVE:     ' WS-CNT-INACTIVE.
           DISPLAY 'PBEGSTO - SETTLED:        ' WS-CNT-SETTLED.
           DISPLAY 'PBEGSTO - UNKNOWN ORDERS: ' WS-CNT-UNKNOWN.
           DISPLAY 'PBEGSTO - NOT YET DUE:    ' WS-CNT-NOT-DUE.
           DISPLAY 'PBEGSTO - GENERATED:      ' WS-CNT-GENERATED.
           DISPLAY 'PBEGSTO - HELD:           ' WS-CNT-HELD.
           DISPLAY 'PBEGSTO - DEFERRED:       ' WS-CNT-DEFERRED.
           DISPLAY 'PBEGSTO - CANCELLED:      ' WS-CNT-CANCELLED.
           DISPLAY 'PBEGSTO - ENDED:          ' WS-CNT-ENDED.
           IF WS-CNT-CANCELLED > ZERO OR WS-CNT-HELD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
