      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGFEE.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Monthly service-charge run over the ACCTREC cluster. For
      * the fee month it works out, per position, the charges the
      * FEESCHED schedule sets for the position's currency:
      *   MN  monthly account maintenance
      *   TP  per ATPP teller posting (PSTJRNL entries in the
      *       month that moved the balance - not one the batch
      *       window refused or still holds pending)
      *   OD  overdraft usage - the position ran below zero at
      *       some point in the month (POSTHIST balances)
      * and writes the position's total as ONE ordinary
      * ISLEM-TIPI 6 (DEBIT) transaction for the nightly PBEG006
      * stream, the way PBEGINT writes its interest credits. The
      * debit carries the fee flag (col 22) so PBEGIDX books its
      * GL contra to the FEEINCOM income account rather than
      * settlement. Nothing here touches ACCTREC - the charge
      * lands through the normal debit machinery, overdraft limit
      * check included. One debit per position, never one per
      * fee type: the stream takes a single transaction per
      * position per run.
      *
      * FEESCHED card discipline matches PBEGINT's RATEFILE:
      *   col 1 'V'  cols 2-9  schedule-version identifier
      *   col 1 'F'  cols 2-3  fee type MN / TP / OD
      *              cols 4-6  DVZ code (3 digits)
      *              col  7    basis: 'A' flat amount, 'P' percent
      *              cols 8-18 amount 9(09)V99 without the point
      *                        (MN/OD per month, TP per posting)
      *              cols 19-23 percent 99.999 without the point:
      *                        MN of a positive month-end
      *                        balance, TP of the teller postings'
      *                        total value, OD of the deepest
      *                        overdraft in the month
      *              cols 24-31 effective date (YYYYMMDD)
      *              col  32   'Y' waive the fee on an inactive
      *                        (deactivated) position, 'N' or
      *                        blank charge it regardless
      *   col 1 '*'  comment; blank cards skipped
      * Cards dated after the fee month's last day stay out of
      * force; of those in force for one type and DVZ the latest
      * in the dataset wins, so corrections append.
      *
      * Month-end and lowest balances are taken from the posting
      * history itself: the first in-month posting's balance less
      * its amount opens the month, each posting's resulting
      * balance is a point the balance stood at. A month with no
      * postings stood all month at the balance the next later
      * posting started from, or - nothing since either - at the
      * balance on file now.
      *
      * Every fee worked out, waived ones included, goes on the
      * FEERPT register by the customer's home branch (CUSTREC
      * CUST-BRANCH, '???' when not keyed) and account, with
      * per-DVZ subtotals per branch and for the run.
      *
      * The postings run under the stream's NEXT processing date
      * (RUNCTL RUNC-PROC-DATE; the current date when RUNCTL is
      * not readable). PARM: cols 1-6 fee month YYYYMM, optional;
      * omitted, the month before the processing date's month.
      * RETURN-CODE 16 on a bad PARM or schedule card.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
           SELECT POST-HIST  ASSIGN  POSTHIST
                             STATUS  PHST-ST.
           SELECT ONL-JRNL   ASSIGN  PSTJRNL
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS PJRN-KEY
                             STATUS  PJRN-ST.
           SELECT FEE-SCHED  ASSIGN  FEESCHED
                             STATUS  SCHD-ST.
      *    the generated DEBIT transactions, in INP-REC layout,
      *    fed to the next nightly run's INPFILE
           SELECT FEE-POST   ASSIGN  FEEPOST
                             STATUS  FPST-ST.
      *    one record per fee worked out, sorted into register
      *    order once the sweep is done
           SELECT FEE-WORK   ASSIGN  FEEWORK
                             STATUS  FWRK-ST.
           SELECT FEE-RPT    ASSIGN  FEERPT
                             STATUS  RPT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
           SELECT SORT-WORK  ASSIGN  SORTWK01.
           SELECT REG-SORT   ASSIGN  SORTWK02.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
       FD  POST-HIST RECORDING MODE F.
       COPY POSTHST.
      *
       FD  ONL-JRNL  RECORDING MODE F.
       COPY PSTJRNL.
      *
       FD  FEE-SCHED RECORDING MODE F.
       01  SCHD-CARD.
           05  SCHD-TYPE           PIC X(01).
           05  SCHD-BODY           PIC X(79).
           05  SCHD-V-BODY REDEFINES SCHD-BODY.
               07  SCHD-VERSION    PIC X(08).
               07  FILLER          PIC X(71).
           05  SCHD-F-BODY REDEFINES SCHD-BODY.
               07  SCHD-FEE-TYPE   PIC X(02).
                   88  SCHD-FEE-TYPE-VALID  VALUE 'MN' 'TP' 'OD'.
               07  SCHD-DVZ        PIC X(03).
               07  SCHD-BASIS      PIC X(01).
                   88  SCHD-BASIS-VALID     VALUE 'A' 'P'.
               07  SCHD-AMOUNT     PIC 9(09)V99.
               07  SCHD-PCT        PIC 9(02)V9(03).
               07  SCHD-EFF-DATE   PIC X(08).
               07  SCHD-WAIVE      PIC X(01).
                   88  SCHD-WAIVE-VALID     VALUE 'Y' 'N' ' '.
               07  FILLER          PIC X(48).
      *
      *    one ISLEM-TIPI 6 transaction per charged position, laid
      *    out exactly as PBEG006's INP-REC expects a posting
       FD  FEE-POST  RECORDING MODE F.
       01  FPST-REC.
           05  FPST-ISLEM-TIPI     PIC X(01).
           05  FPST-ID             PIC X(05).
           05  FPST-DVZ            PIC X(03).
           05  FPST-SIGN           PIC X(01).
           05  FPST-AMOUNT         PIC 9(09)V99.
           05  FPST-FEE-SW         PIC X(01).
           05  FILLER              PIC X(25).
      *    fee postings carry their own source code, so the
      *    per-branch totals show the fee run apart from the
      *    branches' own work
           05  FPST-BRANCH         PIC X(03).
      *    transmission wrapper PBEG006's H113 validation expects
      *    on every INPFILE delivery - this extract is a complete
      *    delivery of its own
       01  FPST-XMIT-REC.
           05  FXMIT-MARKER        PIC X(01).
           05  FXMIT-BODY          PIC X(49).
           05  FXMIT-HDR-BODY REDEFINES FXMIT-BODY.
               07  FXMIT-FILE-DATE PIC X(08).
               07  FILLER          PIC X(41).
           05  FXMIT-TRL-BODY REDEFINES FXMIT-BODY.
               07  FXMIT-REC-COUNT PIC 9(07).
               07  FXMIT-AMT-HASH  PIC 9(13)V99.
               07  FILLER          PIC X(27).
      *
      *    register entry: where it is reported (branch, account,
      *    fee type), whether it was charged or waived, what it
      *    was worked out on and what it came to
       FD  FEE-WORK  RECORDING MODE F.
       01  FWRK-REC.
           05  FWRK-BRANCH         PIC X(03).
           05  FWRK-KEY.
               10  FWRK-SEQ        PIC X(05).
               10  FWRK-DVZ        PIC X(03).
           05  FWRK-FEE-TYPE       PIC X(02).
           05  FWRK-STATUS         PIC X(01).
           05  FWRK-BASE           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  FWRK-COUNT          PIC 9(05).
           05  FWRK-FEE            PIC 9(09)V99.
      *
       FD  FEE-RPT   RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
      *    the month's history brought into account-key order for
      *    the match against the cluster: posting-history entries
      *    ('H', in date and apply order) ahead of the teller
      *    journal's ('J') for each position
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SRT-KEY.
               10  SRT-SEQ           PIC X(05).
               10  SRT-DVZ           PIC X(03).
           05  SRT-SOURCE            PIC X(01).
               88  SRT-FROM-HISTORY            VALUE 'H'.
               88  SRT-FROM-JOURNAL            VALUE 'J'.
           05  SRT-DATE              PIC X(08).
           05  SRT-ORDINAL           PIC 9(09).
           05  SRT-AMOUNT            PIC S9(09)V99 COMP-3.
           05  SRT-BALANCE           PIC S9(09)V99 COMP-3.
      *
       SD  REG-SORT.
       01  REG-SORT-REC.
           05  RGS-BRANCH          PIC X(03).
           05  RGS-KEY.
               10  RGS-SEQ         PIC X(05).
               10  RGS-DVZ         PIC X(03).
           05  RGS-FEE-TYPE        PIC X(02).
           05  RGS-STATUS          PIC X(01).
               88  RGS-CHARGED               VALUE 'C'.
               88  RGS-WAIVED                VALUE 'W'.
           05  RGS-BASE            PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  RGS-COUNT           PIC 9(05).
           05  RGS-FEE             PIC 9(09)V99.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-EOF                VALUE 10.
               88 ACCT-SUCCESS            VALUE 00 97.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  PHST-ST          PIC 9(02).
               88 PHST-EOF                VALUE 10.
               88 PHST-SUCCESS            VALUE 00 97.
           05  PJRN-ST          PIC 9(02).
               88 PJRN-EOF                VALUE 10.
               88 PJRN-SUCCESS            VALUE 00 97.
           05  SCHD-ST          PIC 9(02).
               88 SCHD-EOF                VALUE 10.
               88 SCHD-SUCCESS            VALUE 00 97.
           05  FPST-ST          PIC 9(02).
               88 FPST-SUCCESS            VALUE 00 97.
           05  FWRK-ST          PIC 9(02).
               88 FWRK-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
      *    the processing date the postings will run under, and
      *    the fee month's first and last days
           05  WS-POST-DATE     PIC X(08).
           05  WS-MONTH-FROM    PIC X(08).
           05  WS-MONTH-TO      PIC X(08).
           05  WS-FEE-MONTH.
               10  WS-FEE-YYYY  PIC 9(04).
               10  WS-FEE-MM    PIC 9(02).
           05  WS-MONTH-DAYS    PIC 9(02).
           05  WS-ORDINAL       PIC 9(09) VALUE ZERO.
           05  WS-SORT-AT-END   PIC X(01) VALUE 'N'.
               88 WS-SORT-EOF              VALUE 'Y'.
      *    transmission-trailer tallies over the written postings
           05  WS-FPST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-FPST-HASH     PIC 9(13)V99 COMP-3 VALUE ZERO.
      *    days in each month, February taking 29 in a leap year
       01  WS-DIM-AREA.
           05  WS-DIM-VALUES    PIC X(24)
                                VALUE '312831303130313130313031'.
           05  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
               10  WS-DIM       PIC 9(02) OCCURS 12 TIMES.
      *    fee schedule in force, one slot per fee type and DVZ;
      *    three types over DVZTAB's 10 currencies fit 30 slots.
      *    A later in-force card for a type/DVZ already tabled
      *    replaces it.
       01  WS-SCHD-AREA.
           05  WS-SCHD-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-SCHD-ENT OCCURS 30 TIMES.
               07  WS-SCHD-FEE-TYPE PIC X(02).
               07  WS-SCHD-DVZ     PIC X(03).
               07  WS-SCHD-BASIS   PIC X(01).
               07  WS-SCHD-AMOUNT  PIC 9(09)V99.
               07  WS-SCHD-PCT     PIC 9(02)V9(03).
               07  WS-SCHD-WAIVE   PIC X(01).
           05  WS-SCHD-SUB         PIC 9(02).
           05  WS-SCHD-HIT         PIC 9(02).
           05  WS-SCHD-VERSION     PIC X(08) VALUE 'BUILTIN'.
           05  WS-SCHD-SKIPPED     PIC 9(02) VALUE ZERO.
      *    what the month's history says about the position in
      *    hand: its opening, lowest and month-end balances, the
      *    balance the first posting after the month started
      *    from, and its teller postings (count and total value)
       01  WS-POSN-AREA.
           05  WS-IN-MONTH-SW      PIC X(01).
               88  WS-IN-MONTH-SEEN          VALUE 'Y'.
           05  WS-AFTER-SW         PIC X(01).
               88  WS-AFTER-SEEN             VALUE 'Y'.
           05  WS-OPEN-BALANCE     PIC S9(09)V99 COMP-3.
           05  WS-LOW-BALANCE      PIC S9(09)V99 COMP-3.
           05  WS-CLOSE-BALANCE    PIC S9(09)V99 COMP-3.
           05  WS-AFTER-BALANCE    PIC S9(09)V99 COMP-3.
           05  WS-TLR-COUNT        PIC 9(05).
           05  WS-TLR-VALUE        PIC S9(11)V99 COMP-3.
           05  WS-BASE             PIC S9(11)V99 COMP-3.
           05  WS-FEE              PIC 9(09)V99.
           05  WS-POSN-FEE         PIC 9(09)V99.
           05  WS-FEE-TYPE         PIC X(02).
           05  WS-POSN-BRANCH      PIC X(03).
           05  WS-BRANCH-SW        PIC X(01).
               88  WS-BRANCH-KNOWN           VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-HISTORY      PIC 9(07) VALUE ZERO.
           05  WS-CNT-JOURNAL      PIC 9(07) VALUE ZERO.
           05  WS-CNT-SWEPT        PIC 9(07) VALUE ZERO.
           05  WS-CNT-CHARGED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-WAIVED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOT-OPEN     PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-FEE       PIC 9(07) VALUE ZERO.
           05  WS-CNT-ORPHAN       PIC 9(07) VALUE ZERO.
      *    register control break and per-DVZ totals, one set for
      *    the branch in hand and one for the run; DVZTAB caps the
      *    shop at 10 currencies so 10 slots always suffice
       01  WS-REG-AREA.
           05  WS-CURR-BRANCH      PIC X(03).
           05  WS-BRANCH-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-BRANCH-OPEN            VALUE 'Y'.
           05  WS-TOT-SUB          PIC 9(02).
           05  WS-TOT-HIT          PIC 9(02).
           05  WS-BR-TOTALS.
               07  WS-BR-COUNT     PIC 9(02).
               07  WS-BR-ENT OCCURS 10 TIMES.
                   10  WS-BR-DVZ       PIC X(03).
                   10  WS-BR-CHARGED   PIC 9(11)V99 COMP-3.
                   10  WS-BR-WAIVED    PIC 9(11)V99 COMP-3.
           05  WS-GR-TOTALS.
               07  WS-GR-COUNT     PIC 9(02) VALUE ZERO.
               07  WS-GR-ENT OCCURS 10 TIMES.
                   10  WS-GR-DVZ       PIC X(03).
                   10  WS-GR-CHARGED   PIC 9(11)V99 COMP-3.
                   10  WS-GR-WAIVED    PIC 9(11)V99 COMP-3.
      *    register lines
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(25)
                                    VALUE 'FEE REGISTER - FEE MONTH '.
           05  WS-TTL-MONTH         PIC X(06).
           05  FILLER               PIC X(10) VALUE '  POSTING '.
           05  WS-TTL-POST-DATE     PIC X(08).
           05  FILLER               PIC X(10) VALUE '  SCHEDULE'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TTL-VERSION       PIC X(08).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-BRL-BRANCH        PIC X(03).
           05  FILLER               PIC X(70) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(32)
               VALUE '  ACCOUNT    TYPE         BASE  '.
           05  FILLER               PIC X(48)
               VALUE ' COUNT           FEE  STATUS'.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-TYPE          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-BASE-ED       PIC -999999999.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DET-COUNT-ED      PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-FEE-ED        PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-STATUS        PIC X(07).
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(13).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TOT-DVZ-ED        PIC X(03).
           05  FILLER               PIC X(10) VALUE '  CHARGED '.
           05  WS-TOT-CHARGED-ED    PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(09) VALUE '  WAIVED '.
           05  WS-TOT-WAIVED-ED     PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(16) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       COPY DVZTAB.
      *
       LINKAGE SECTION.
      *    fee month YYYYMM, optional
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-MONTH.
               10  WS-PARM-YYYY     PIC X(04).
               10  WS-PARM-MM       PIC X(02).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-SCHEDULE.
           SORT SORT-WORK ON ASCENDING KEY SRT-KEY
                                          SRT-SOURCE
                                          SRT-DATE
                                          SRT-ORDINAL
              INPUT PROCEDURE H200-SELECT-HISTORY
              OUTPUT PROCEDURE H300-SWEEP-POSITIONS.
           CLOSE FEE-WORK.
           SORT REG-SORT ON ASCENDING KEY RGS-BRANCH
                                         RGS-KEY
                                         RGS-FEE-TYPE
              USING FEE-WORK
              OUTPUT PROCEDURE H500-PRINT-REGISTER.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  CUST-REC.
           OPEN OUTPUT FEE-POST FEE-WORK FEE-RPT.
           PERFORM H110-POST-DATE-FROM-RUNCTL.
           IF WS-PARM-LEN = ZERO
              PERFORM H120-DEFAULT-FEE-MONTH
           ELSE
              IF WS-PARM-LEN >= 6 AND WS-PARM-MONTH IS NUMERIC
                 MOVE WS-PARM-MONTH TO WS-FEE-MONTH
              ELSE
                 MOVE ZERO TO WS-FEE-MONTH
              END-IF
           END-IF
      *    only a whole month already behind the posting date can
      *    be charged - a month still running would be charged on
      *    half its activity
           IF WS-FEE-MM < 1 OR WS-FEE-MM > 12
              OR WS-FEE-MONTH NOT < WS-POST-DATE (1:6)
              DISPLAY 'PBEGFEE - BAD PARM: FEE MONTH YYYYMM BEFORE '
                      'THE POSTING DATE ' WS-POST-DATE
              CLOSE ACCT-REC CUST-REC FEE-POST FEE-WORK FEE-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H130-MONTH-BOUNDS.
           DISPLAY 'PBEGFEE - FEE MONTH ' WS-MONTH-FROM ' - '
                   WS-MONTH-TO ' POSTING DATE ' WS-POST-DATE.
           MOVE SPACES TO FPST-XMIT-REC
           MOVE 'H'          TO FXMIT-MARKER
           MOVE WS-POST-DATE TO FXMIT-FILE-DATE
           WRITE FPST-XMIT-REC.
           EXIT.
      *
      *    the generated postings run under the stream's NEXT
      *    processing date - the date their delivery header must
      *    carry
       H110-POST-DATE-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-POST-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    no PARM: the month before the posting date's month -
      *    the run that goes in at the start of a month charges
      *    the month just ended
       H120-DEFAULT-FEE-MONTH.
           MOVE WS-POST-DATE (1:6) TO WS-FEE-MONTH
           IF WS-FEE-MM = 1
              SUBTRACT 1 FROM WS-FEE-YYYY
              MOVE 12 TO WS-FEE-MM
           ELSE
              SUBTRACT 1 FROM WS-FEE-MM
           END-IF.
           EXIT.
      *
       H130-MONTH-BOUNDS.
           MOVE WS-DIM (WS-FEE-MM) TO WS-MONTH-DAYS
           IF WS-FEE-MM = 2
              IF FUNCTION MOD (WS-FEE-YYYY, 4) = 0
                 AND (FUNCTION MOD (WS-FEE-YYYY, 100) NOT = 0
                      OR FUNCTION MOD (WS-FEE-YYYY, 400) = 0)
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF
           MOVE WS-FEE-MONTH TO WS-MONTH-FROM (1:6)
           MOVE '01'         TO WS-MONTH-FROM (7:2)
           MOVE WS-FEE-MONTH  TO WS-MONTH-TO (1:6)
           MOVE WS-MONTH-DAYS TO WS-MONTH-TO (7:2).
           EXIT.
      *
      *    load the schedule in force at the fee month's end;
      *    cards dated later are counted, not loaded, the same way
      *    PBEGINT treats not-yet-effective rates
       H150-LOAD-SCHEDULE.
           OPEN INPUT FEE-SCHED
           READ FEE-SCHED
           PERFORM H160-LOAD-ONE-CARD UNTIL SCHD-EOF
           CLOSE FEE-SCHED
           DISPLAY 'PBEGFEE - SCHEDULE VERSION ' WS-SCHD-VERSION ', '
                   WS-SCHD-COUNT ' IN FORCE, '
                   WS-SCHD-SKIPPED ' NOT YET EFFECTIVE'.
           EXIT.
      *
       H160-LOAD-ONE-CARD.
           EVALUATE SCHD-TYPE
              WHEN 'V'
                 MOVE SCHD-VERSION TO WS-SCHD-VERSION
              WHEN 'F'
                 IF SCHD-FEE-TYPE-VALID
                    AND SCHD-DVZ IS NUMERIC
                    AND SCHD-BASIS-VALID
                    AND SCHD-AMOUNT IS NUMERIC
                    AND SCHD-PCT IS NUMERIC
                    AND SCHD-EFF-DATE IS NUMERIC
                    AND SCHD-WAIVE-VALID
                    PERFORM H165-VALIDATE-SCHD-DVZ
                    IF SCHD-EFF-DATE <= WS-MONTH-TO
                       PERFORM H170-TABLE-ONE-FEE
                    ELSE
                       ADD 1 TO WS-SCHD-SKIPPED
                    END-IF
                 ELSE
                    PERFORM H180-BAD-CARD
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 PERFORM H180-BAD-CARD
           END-EVALUATE
           READ FEE-SCHED.
           EXIT.
      *
      *    a fee for a currency this shop does not carry is a card
      *    error - the alternative is a keyed-wrong DVZ silently
      *    charging nobody
       H165-VALIDATE-SCHD-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF SCHD-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM
           IF WS-DVZ-IS-INVALID
              PERFORM H180-BAD-CARD
           END-IF.
           EXIT.
      *
       H170-TABLE-ONE-FEE.
           MOVE ZERO TO WS-SCHD-HIT
           PERFORM VARYING WS-SCHD-SUB FROM 1 BY 1
                   UNTIL WS-SCHD-SUB > WS-SCHD-COUNT
              IF WS-SCHD-FEE-TYPE (WS-SCHD-SUB) = SCHD-FEE-TYPE
                 AND WS-SCHD-DVZ (WS-SCHD-SUB) = SCHD-DVZ
                 MOVE WS-SCHD-SUB TO WS-SCHD-HIT
              END-IF
           END-PERFORM
           IF WS-SCHD-HIT = ZERO
              IF WS-SCHD-COUNT >= 30
                 PERFORM H180-BAD-CARD
              END-IF
              ADD 1 TO WS-SCHD-COUNT
              MOVE WS-SCHD-COUNT TO WS-SCHD-HIT
              MOVE SCHD-FEE-TYPE TO WS-SCHD-FEE-TYPE (WS-SCHD-HIT)
              MOVE SCHD-DVZ      TO WS-SCHD-DVZ (WS-SCHD-HIT)
           END-IF
           MOVE SCHD-BASIS  TO WS-SCHD-BASIS (WS-SCHD-HIT)
           MOVE SCHD-AMOUNT TO WS-SCHD-AMOUNT (WS-SCHD-HIT)
           MOVE SCHD-PCT    TO WS-SCHD-PCT (WS-SCHD-HIT)
           MOVE SCHD-WAIVE  TO WS-SCHD-WAIVE (WS-SCHD-HIT).
           EXIT.
      *
      *    a schedule card that does not parse aborts the run
      *    before a single charge is written - a silently skipped
      *    card is a month of fees charged at the wrong rate
       H180-BAD-CARD.
           DISPLAY 'PBEGFEE - BAD FEE SCHEDULE CARD: ' SCHD-CARD
           CLOSE ACCT-REC CUST-REC FEE-POST FEE-WORK FEE-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    SORT input: the posting history from the month's first
      *    day on (the later entries give a quiet month its
      *    balance), and the teller journal's entries dated in
      *    the month that are on the balance. The ordinal keeps
      *    apply order within a position and date.
       H200-SELECT-HISTORY.
           OPEN INPUT POST-HIST
           READ POST-HIST
           PERFORM H210-RELEASE-ONE-POSTING UNTIL PHST-EOF
           CLOSE POST-HIST
           OPEN INPUT ONL-JRNL
           IF NOT PJRN-SUCCESS
              DISPLAY 'PBEGFEE - ONLINE JOURNAL NOT OPENABLE, '
                      'STATUS ' PJRN-ST ' - NO TELLER POSTINGS '
                      'CHARGED'
           ELSE
              READ ONL-JRNL
              PERFORM H220-RELEASE-ONE-JOURNAL
                 UNTIL PJRN-EOF OR NOT PJRN-SUCCESS
              CLOSE ONL-JRNL
           END-IF.
           EXIT.
      *
       H210-RELEASE-ONE-POSTING.
           ADD 1 TO WS-ORDINAL
           IF PHST-RUN-DATE >= WS-MONTH-FROM
              ADD 1 TO WS-CNT-HISTORY
              MOVE PHST-KEY      TO SRT-KEY
              MOVE 'H'           TO SRT-SOURCE
              MOVE PHST-RUN-DATE TO SRT-DATE
              MOVE WS-ORDINAL    TO SRT-ORDINAL
              MOVE PHST-AMOUNT   TO SRT-AMOUNT
              MOVE PHST-BALANCE  TO SRT-BALANCE
              RELEASE SORT-WORK-REC
           END-IF
           READ POST-HIST.
           EXIT.
      *
       H220-RELEASE-ONE-JOURNAL.
           ADD 1 TO WS-ORDINAL
           IF PJRN-TIMESTAMP (1:8) >= WS-MONTH-FROM
              AND PJRN-TIMESTAMP (1:8) <= WS-MONTH-TO
              AND PJRN-ON-BALANCE
              ADD 1 TO WS-CNT-JOURNAL
              MOVE PJRN-SEQ      TO SRT-SEQ
              MOVE PJRN-DVZ      TO SRT-DVZ
              MOVE 'J'           TO SRT-SOURCE
              MOVE PJRN-TIMESTAMP (1:8) TO SRT-DATE
              MOVE WS-ORDINAL    TO SRT-ORDINAL
              MOVE PJRN-AMOUNT   TO SRT-AMOUNT
              MOVE PJRN-BALANCE  TO SRT-BALANCE
              RELEASE SORT-WORK-REC
           END-IF
           READ ONL-JRNL.
           EXIT.
      *
      *    SORT output: the cluster swept in key order, matched
      *    against the sorted history - history for a key no
      *    longer on file (a purged position) is passed over
       H300-SWEEP-POSITIONS.
           MOVE 'N' TO WS-SORT-AT-END
           PERFORM H305-RETURN-ONE-ENTRY
           MOVE LOW-VALUES TO ACCT-KEY
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY
                 SET ACCT-EOF TO TRUE
           END-START
           IF NOT ACCT-EOF
              READ ACCT-REC NEXT RECORD
           END-IF
           PERFORM H310-SWEEP-ONE-POSITION UNTIL ACCT-EOF.
           EXIT.
      *
       H305-RETURN-ONE-ENTRY.
           RETURN SORT-WORK AT END
              SET WS-SORT-EOF TO TRUE
           END-RETURN.
           EXIT.
      *
       H310-SWEEP-ONE-POSITION.
           ADD 1 TO WS-CNT-SWEPT
           PERFORM H315-SKIP-ORPHAN
              UNTIL WS-SORT-EOF OR SRT-KEY NOT < ACCT-KEY
           MOVE 'N'  TO WS-IN-MONTH-SW WS-AFTER-SW
           MOVE ZERO TO WS-TLR-COUNT WS-TLR-VALUE
           PERFORM H320-TAKE-ONE-ENTRY
              UNTIL WS-SORT-EOF OR SRT-KEY NOT = ACCT-KEY
           PERFORM H330-MONTH-BALANCES
      *    a position opened after the month had no month to be
      *    charged for
           IF ACCT-DTAR > WS-MONTH-TO
              ADD 1 TO WS-CNT-NOT-OPEN
           ELSE
              PERFORM H400-CHARGE-ONE-POSITION
           END-IF
           READ ACCT-REC NEXT RECORD.
           EXIT.
      *
       H315-SKIP-ORPHAN.
           ADD 1 TO WS-CNT-ORPHAN
           PERFORM H305-RETURN-ONE-ENTRY.
           EXIT.
      *
      *    history entries sort ahead of journal entries and in
      *    date order, so the month's postings come first, then
      *    the later ones; only the first later posting matters
       H320-TAKE-ONE-ENTRY.
           IF SRT-FROM-JOURNAL
              ADD 1 TO WS-TLR-COUNT
              IF SRT-AMOUNT < ZERO
                 SUBTRACT SRT-AMOUNT FROM WS-TLR-VALUE
              ELSE
                 ADD SRT-AMOUNT TO WS-TLR-VALUE
              END-IF
           ELSE
              IF SRT-DATE <= WS-MONTH-TO
                 IF NOT WS-IN-MONTH-SEEN
                    SET WS-IN-MONTH-SEEN TO TRUE
                    COMPUTE WS-OPEN-BALANCE = SRT-BALANCE - SRT-AMOUNT
                    MOVE WS-OPEN-BALANCE TO WS-LOW-BALANCE
                 END-IF
                 IF SRT-BALANCE < WS-LOW-BALANCE
                    MOVE SRT-BALANCE TO WS-LOW-BALANCE
                 END-IF
                 MOVE SRT-BALANCE TO WS-CLOSE-BALANCE
              ELSE
                 IF NOT WS-AFTER-SEEN
                    SET WS-AFTER-SEEN TO TRUE
                    COMPUTE WS-AFTER-BALANCE =
                       SRT-BALANCE - SRT-AMOUNT
                 END-IF
              END-IF
           END-IF
           PERFORM H305-RETURN-ONE-ENTRY.
           EXIT.
      *
      *    a month with no postings stood all month at one balance:
      *    where the next posting found it, or where it is now
       H330-MONTH-BALANCES.
           IF NOT WS-IN-MONTH-SEEN
              IF WS-AFTER-SEEN
                 MOVE WS-AFTER-BALANCE TO WS-CLOSE-BALANCE
              ELSE
                 MOVE ACCT-BALANCE     TO WS-CLOSE-BALANCE
              END-IF
              MOVE WS-CLOSE-BALANCE TO WS-OPEN-BALANCE
                                       WS-LOW-BALANCE
           END-IF.
           EXIT.
      *
      *    each fee type the schedule carries for the position's
      *    currency; the charged ones add up to the position's one
      *    debit
       H400-CHARGE-ONE-POSITION.
           MOVE ZERO TO WS-POSN-FEE
           MOVE 'N'  TO WS-BRANCH-SW
           MOVE 'MN' TO WS-FEE-TYPE
           PERFORM H410-ONE-FEE-TYPE
           MOVE 'TP' TO WS-FEE-TYPE
           PERFORM H410-ONE-FEE-TYPE
           MOVE 'OD' TO WS-FEE-TYPE
           PERFORM H410-ONE-FEE-TYPE
           IF WS-POSN-FEE > ZERO
              PERFORM H450-WRITE-FEE-POSTING
           ELSE
              ADD 1 TO WS-CNT-NO-FEE
           END-IF.
           EXIT.
      *
       H410-ONE-FEE-TYPE.
           MOVE ZERO TO WS-SCHD-HIT
           PERFORM VARYING WS-SCHD-SUB FROM 1 BY 1
                   UNTIL WS-SCHD-SUB > WS-SCHD-COUNT
              IF WS-SCHD-FEE-TYPE (WS-SCHD-SUB) = WS-FEE-TYPE
                 AND WS-SCHD-DVZ (WS-SCHD-SUB) = ACCT-DVZ
                 MOVE WS-SCHD-SUB TO WS-SCHD-HIT
              END-IF
           END-PERFORM
           IF WS-SCHD-HIT > ZERO
              PERFORM H420-WORK-OUT-FEE
              IF WS-FEE > ZERO
                 PERFORM H430-WRITE-REGISTER-ENTRY
              END-IF
           END-IF.
           EXIT.
      *
      *    the fee and the figure it was worked out on: MN on the
      *    month-end balance, TP on the teller postings, OD on the
      *    deepest point below zero (no overdraft, no OD fee)
       H420-WORK-OUT-FEE.
           MOVE ZERO TO WS-FEE WS-BASE
           EVALUATE WS-FEE-TYPE
              WHEN 'MN'
                 MOVE WS-CLOSE-BALANCE TO WS-BASE
                 IF WS-SCHD-BASIS (WS-SCHD-HIT) = 'A'
                    MOVE WS-SCHD-AMOUNT (WS-SCHD-HIT) TO WS-FEE
                 ELSE
                    IF WS-BASE > ZERO
                       COMPUTE WS-FEE ROUNDED =
                          WS-BASE * WS-SCHD-PCT (WS-SCHD-HIT) / 100
                    END-IF
                 END-IF
              WHEN 'TP'
                 MOVE WS-TLR-VALUE TO WS-BASE
                 IF WS-SCHD-BASIS (WS-SCHD-HIT) = 'A'
                    COMPUTE WS-FEE =
                       WS-TLR-COUNT * WS-SCHD-AMOUNT (WS-SCHD-HIT)
                 ELSE
                    COMPUTE WS-FEE ROUNDED =
                       WS-BASE * WS-SCHD-PCT (WS-SCHD-HIT) / 100
                 END-IF
              WHEN 'OD'
                 MOVE WS-LOW-BALANCE TO WS-BASE
                 IF WS-BASE < ZERO
                    IF WS-SCHD-BASIS (WS-SCHD-HIT) = 'A'
                       MOVE WS-SCHD-AMOUNT (WS-SCHD-HIT) TO WS-FEE
                    ELSE
                       COMPUTE WS-FEE ROUNDED =
                          WS-BASE * WS-SCHD-PCT (WS-SCHD-HIT) / -100
                    END-IF
                 END-IF
           END-EVALUATE.
           EXIT.
      *
      *    a deactivated position is waived where the schedule
      *    says so; otherwise the charge goes into the stream like
      *    any other and the stream's own INACTIVE rejection
      *    reports it
       H430-WRITE-REGISTER-ENTRY.
           IF NOT WS-BRANCH-KNOWN
              PERFORM H440-LOOK-UP-BRANCH
           END-IF
           MOVE WS-POSN-BRANCH TO FWRK-BRANCH
           MOVE ACCT-KEY       TO FWRK-KEY
           MOVE WS-FEE-TYPE    TO FWRK-FEE-TYPE
           MOVE WS-BASE        TO FWRK-BASE
           MOVE WS-FEE         TO FWRK-FEE
           IF WS-FEE-TYPE = 'TP'
              MOVE WS-TLR-COUNT TO FWRK-COUNT
           ELSE
              MOVE ZERO         TO FWRK-COUNT
           END-IF
           IF ACCT-INACTIVE AND WS-SCHD-WAIVE (WS-SCHD-HIT) = 'Y'
              MOVE 'W' TO FWRK-STATUS
              ADD 1 TO WS-CNT-WAIVED
           ELSE
              MOVE 'C' TO FWRK-STATUS
              ADD WS-FEE TO WS-POSN-FEE
           END-IF
           WRITE FWRK-REC
           IF NOT FWRK-SUCCESS
              DISPLAY 'PBEGFEE - FEEWORK WRITE FAILED, STATUS '
                      FWRK-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
      *    the register reports by the customer's home branch
       H440-LOOK-UP-BRANCH.
           SET WS-BRANCH-KNOWN TO TRUE
           MOVE '???'    TO WS-POSN-BRANCH
           MOVE ACCT-SEQ TO CUST-SEQ
           READ CUST-REC
           IF CUST-SUCCESS AND CUST-BRANCH NOT = SPACES
              MOVE CUST-BRANCH TO WS-POSN-BRANCH
           END-IF.
           EXIT.
      *
      *    the position's charges as one plain DEBIT: sign '+'
      *    (the amount comes off the balance), fee flag 'F'
       H450-WRITE-FEE-POSTING.
           MOVE SPACES        TO FPST-REC
           MOVE '6'           TO FPST-ISLEM-TIPI
           MOVE ACCT-SEQ      TO FPST-ID
           MOVE ACCT-DVZ      TO FPST-DVZ
           MOVE '+'           TO FPST-SIGN
           MOVE WS-POSN-FEE   TO FPST-AMOUNT
           MOVE 'F'           TO FPST-FEE-SW
           MOVE 'FEE'         TO FPST-BRANCH
           WRITE FPST-REC
           IF NOT FPST-SUCCESS
              DISPLAY 'PBEGFEE - FEEPOST WRITE FAILED, STATUS '
                      FPST-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-CHARGED
           ADD 1 TO WS-FPST-COUNT
           ADD WS-POSN-FEE TO WS-FPST-HASH.
           EXIT.
      *
      *    SORT output: the register, a heading and a per-DVZ
      *    subtotal block for each branch, run totals at the end
       H500-PRINT-REGISTER.
           MOVE WS-FEE-MONTH    TO WS-TTL-MONTH
           MOVE WS-POST-DATE    TO WS-TTL-POST-DATE
           MOVE WS-SCHD-VERSION TO WS-TTL-VERSION
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE 'N' TO WS-SORT-AT-END
           PERFORM H510-PRINT-ONE-ENTRY UNTIL WS-SORT-EOF
           IF WS-BRANCH-OPEN
              PERFORM H530-CLOSE-BRANCH
           END-IF
           WRITE RPT-REC FROM WS-BLANK-LINE
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-GR-COUNT
              MOVE 'RUN TOTAL'                 TO WS-TOT-LABEL
              MOVE WS-GR-DVZ (WS-TOT-SUB)      TO WS-TOT-DVZ-ED
              MOVE WS-GR-CHARGED (WS-TOT-SUB)  TO WS-TOT-CHARGED-ED
              MOVE WS-GR-WAIVED (WS-TOT-SUB)   TO WS-TOT-WAIVED-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-PERFORM.
           EXIT.
      *
       H510-PRINT-ONE-ENTRY.
           RETURN REG-SORT AT END
              SET WS-SORT-EOF TO TRUE
           NOT AT END
              IF NOT WS-BRANCH-OPEN OR RGS-BRANCH NOT = WS-CURR-BRANCH
                 IF WS-BRANCH-OPEN
                    PERFORM H530-CLOSE-BRANCH
                 END-IF
                 PERFORM H520-OPEN-BRANCH
              END-IF
              MOVE RGS-SEQ      TO WS-DET-SEQ
              MOVE RGS-DVZ      TO WS-DET-DVZ
              MOVE RGS-FEE-TYPE TO WS-DET-TYPE
              MOVE RGS-BASE     TO WS-DET-BASE-ED
              MOVE RGS-COUNT    TO WS-DET-COUNT-ED
              MOVE RGS-FEE      TO WS-DET-FEE-ED
              IF RGS-WAIVED
                 MOVE 'WAIVED'  TO WS-DET-STATUS
              ELSE
                 MOVE 'CHARGED' TO WS-DET-STATUS
              END-IF
              WRITE RPT-REC FROM WS-DETAIL-LINE
              PERFORM H540-ADD-TO-TOTALS
           END-RETURN.
           EXIT.
      *
       H520-OPEN-BRANCH.
           SET WS-BRANCH-OPEN TO TRUE
           MOVE RGS-BRANCH TO WS-CURR-BRANCH
           MOVE ZERO       TO WS-BR-COUNT
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE RGS-BRANCH TO WS-BRL-BRANCH
           WRITE RPT-REC FROM WS-BRANCH-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE.
           EXIT.
      *
       H530-CLOSE-BRANCH.
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-BR-COUNT
              MOVE 'BRANCH TOTAL'              TO WS-TOT-LABEL
              MOVE WS-BR-DVZ (WS-TOT-SUB)      TO WS-TOT-DVZ-ED
              MOVE WS-BR-CHARGED (WS-TOT-SUB)  TO WS-TOT-CHARGED-ED
              MOVE WS-BR-WAIVED (WS-TOT-SUB)   TO WS-TOT-WAIVED-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-PERFORM.
           EXIT.
      *
      *    branch and run buckets key on the currencies actually
      *    seen, in the order first seen
       H540-ADD-TO-TOTALS.
           MOVE ZERO TO WS-TOT-HIT
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-BR-COUNT
              IF WS-BR-DVZ (WS-TOT-SUB) = RGS-DVZ
                 MOVE WS-TOT-SUB TO WS-TOT-HIT
              END-IF
           END-PERFORM
           IF WS-TOT-HIT = ZERO
              ADD 1 TO WS-BR-COUNT
              MOVE WS-BR-COUNT TO WS-TOT-HIT
              MOVE RGS-DVZ TO WS-BR-DVZ (WS-TOT-HIT)
              MOVE ZERO    TO WS-BR-CHARGED (WS-TOT-HIT)
                              WS-BR-WAIVED (WS-TOT-HIT)
           END-IF
           IF RGS-WAIVED
              ADD RGS-FEE TO WS-BR-WAIVED (WS-TOT-HIT)
           ELSE
              ADD RGS-FEE TO WS-BR-CHARGED (WS-TOT-HIT)
           END-IF
           MOVE ZERO TO WS-TOT-HIT
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-GR-COUNT
              IF WS-GR-DVZ (WS-TOT-SUB) = RGS-DVZ
                 MOVE WS-TOT-SUB TO WS-TOT-HIT
              END-IF
           END-PERFORM
           IF WS-TOT-HIT = ZERO
              ADD 1 TO WS-GR-COUNT
              MOVE WS-GR-COUNT TO WS-TOT-HIT
              MOVE RGS-DVZ TO WS-GR-DVZ (WS-TOT-HIT)
              MOVE ZERO    TO WS-GR-CHARGED (WS-TOT-HIT)
                              WS-GR-WAIVED (WS-TOT-HIT)
           END-IF
           IF RGS-WAIVED
              ADD RGS-FEE TO WS-GR-WAIVED (WS-TOT-HIT)
           ELSE
              ADD RGS-FEE TO WS-GR-CHARGED (WS-TOT-HIT)
           END-IF.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           MOVE SPACES TO FPST-XMIT-REC
           MOVE 'T'           TO FXMIT-MARKER
           MOVE WS-FPST-COUNT TO FXMIT-REC-COUNT
           MOVE WS-FPST-HASH  TO FXMIT-AMT-HASH
           WRITE FPST-XMIT-REC.
           CLOSE ACCT-REC CUST-REC FEE-POST FEE-RPT.
           DISPLAY 'PBEGFEE - HISTORY IN MONTH+: ' WS-CNT-HISTORY.
           DISPLAY 'PBEGFEE - TELLER POSTINGS:   ' WS-CNT-JOURNAL.
           DISPLAY 'PBEGFEE - SWEPT:             ' WS-CNT-SWEPT.
           DISPLAY 'PBEGFEE - CHARGED:           ' WS-CNT-CHARGED.
           DISPLAY 'PBEGFEE - FEES WAIVED:       ' WS-CNT-WAIVED.
           DISPLAY 'PBEGFEE - NO FEE DUE:        ' WS-CNT-NO-FEE.
           DISPLAY 'PBEGFEE - OPENED AFTER MONTH:' WS-CNT-NOT-OPEN.
           DISPLAY 'PBEGFEE - PURGED, SKIPPED:   ' WS-CNT-ORPHAN.
           STOP RUN.
