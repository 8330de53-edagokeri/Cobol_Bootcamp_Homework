      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGTLS.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * End-of-day teller cash settlement. Every ATPP posting on
      * the PSTJRNL online journal names the operator who keyed
      * it, the terminal and the terminal's branch; a '+' posting
      * is cash the teller took in over the counter, a '-' posting
      * cash the teller paid out. For the settlement date this
      * run totals each teller's postings per branch and currency
      * and holds them against the totals the teller declares at
      * cashing up (the DECLTOT cards branch operations key from
      * the drawer count):
      *     difference = declared net - system net
      * where net is received less paid out. A positive
      * difference is an OVER (more cash in the drawer than the
      * postings explain), a negative one a SHORT.
      *   - the TLSRPT over/short report lists every teller by
      *     branch, the postings, both nets and the difference,
      *     with branch and run totals of over and short per
      *     currency;
      *   - each over or short goes to the GL voucher work file
      *     as a balanced pair against the CASHDIFF cash
      *     difference suspense account (a short debits CASHDIFF
      *     and credits the counter cash SETTLMNT the teller
      *     postings contra against; an over the other way
      *     round), which PBEGIDX assembles into tonight's
      *     GLVCHR feed with the night's postings;
      *   - a teller with postings and no declaration is listed
      *     NO DECLARATION and nothing is booked - branch
      *     operations must chase the count, not the suspense
      *     account absorb it.
      * One OPSLOG entry per run (TELLER-SETL) carries the count
      * of tellers settled and the over/short count.
      *
      * DECLTOT cards, the RATEFILE discipline:
      *   col 1 'D'  cols 2-9   operator (the CICS user ID)
      *              cols 10-12 branch
      *              cols 13-15 DVZ code (3 digits)
      *              cols 16-28 cash received 9(11)V99 without
      *                         the point
      *              cols 29-41 cash paid out, the same
      *              cols 42-49 settlement date (YYYYMMDD)
      *   col 1 '*'  comment; blank cards skipped
      * A card that does not parse, a currency the shop does not
      * carry, a date other than the settlement date or a second
      * card for the same teller, branch and currency is listed
      * on the report and left out; the run still settles the
      * rest.
      *
      * PARM: cols 1-8 the operator the run is logged under
      * (CONSOLE when omitted); cols 9-16 the settlement date,
      * YYYYMMDD - omitted, the processing date tonight's
      * postings run under (RUNCTL RUNC-PROC-DATE). RETURN-CODE 4
      * when any teller is over, short or undeclared or a card
      * was left out; 16 on a bad PARM or when DECLTOT or the
      * voucher work file cannot be opened or written.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONL-JRNL   ASSIGN  PSTJRNL
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS PJRN-KEY
                             STATUS  PJRN-ST.
           SELECT DECL-FILE  ASSIGN  DECLTOT
                             STATUS  DECL-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *    run-scoped GL voucher work file PBEGIDX builds GLVCHR
      *    from - the over/short pairs go in ahead of the night's
      *    postings
           SELECT GLV-WORK   ASSIGN  GLWORK
                             STATUS  GLW-ST.
           SELECT TLS-RPT    ASSIGN  TLSRPT
                             STATUS  RPT-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
           SELECT TLS-SORT   ASSIGN  SORTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ONL-JRNL  RECORDING MODE F.
       COPY PSTJRNL.
      *
       FD  DECL-FILE RECORDING MODE F.
       01  DECL-CARD.
           05  DECL-TYPE           PIC X(01).
           05  DECL-BODY           PIC X(79).
           05  DECL-D-BODY REDEFINES DECL-BODY.
               07  DECL-OPERATOR   PIC X(08).
               07  DECL-BRANCH     PIC X(03).
               07  DECL-DVZ        PIC X(03).
               07  DECL-RECEIVED   PIC 9(11)V99.
               07  DECL-PAID       PIC 9(11)V99.
               07  DECL-DATE       PIC X(08).
               07  FILLER          PIC X(31).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
       FD  GLV-WORK  RECORDING MODE F.
       COPY GLVWORK.
      *
       FD  TLS-RPT   RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
      *    the day's teller postings and the accepted declarations
      *    together, in branch, teller and currency order - the
      *    declaration ahead of the postings it settles
       SD  TLS-SORT.
       01  TLS-SORT-REC.
           05  TS-KEY.
               10  TS-BRANCH       PIC X(03).
               10  TS-OPERATOR     PIC X(08).
               10  TS-DVZ          PIC X(03).
      *        D a declaration, J a journal posting
           05  TS-SOURCE           PIC X(01).
               88  TS-DECLARED               VALUE 'D'.
               88  TS-POSTING                VALUE 'J'.
           05  TS-AMOUNT           PIC S9(09)V99 COMP-3.
           05  TS-RECEIVED         PIC 9(11)V99 COMP-3.
           05  TS-PAID             PIC 9(11)V99 COMP-3.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  PJRN-ST          PIC 9(02).
               88 PJRN-EOF                VALUE 10.
               88 PJRN-SUCCESS            VALUE 00 97.
           05  DECL-ST          PIC 9(02).
               88 DECL-EOF                VALUE 10.
               88 DECL-SUCCESS            VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  GLW-ST           PIC 9(02).
               88 GLW-SUCCESS             VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-SETL-DATE     PIC X(08).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-SORT-AT-END   PIC X(01) VALUE 'N'.
               88 WS-SORT-EOF              VALUE 'Y'.
           05  WS-REJ-HEAD-SW   PIC X(01) VALUE 'N'.
               88 WS-REJ-HEAD-DONE         VALUE 'Y'.
           05  WS-REJ-REASON    PIC X(30).
      *    the teller in hand: system and declared totals for one
      *    branch, operator and currency
       01  WS-TELLER-AREA.
           05  WS-CURR-KEY.
               10  WS-CURR-BRANCH  PIC X(03).
               10  WS-CURR-OPER    PIC X(08).
               10  WS-CURR-DVZ     PIC X(03).
           05  WS-TLR-POSTS        PIC 9(05).
           05  WS-TLR-SYS-IN       PIC S9(11)V99 COMP-3.
           05  WS-TLR-SYS-OUT      PIC S9(11)V99 COMP-3.
           05  WS-TLR-SYS-NET      PIC S9(11)V99 COMP-3.
           05  WS-TLR-DCL-IN       PIC S9(11)V99 COMP-3.
           05  WS-TLR-DCL-OUT      PIC S9(11)V99 COMP-3.
           05  WS-TLR-DCL-NET      PIC S9(11)V99 COMP-3.
           05  WS-TLR-DIFF         PIC S9(11)V99 COMP-3.
           05  WS-TLR-DECL-SW      PIC X(01).
               88  WS-TLR-DECLARED           VALUE 'Y'.
      *    the branch in hand, and its over/short per currency
       01  WS-BRANCH-AREA.
           05  WS-BR-BRANCH        PIC X(03).
           05  WS-BR-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-BR-OPEN                VALUE 'Y'.
           05  WS-BR-COUNT         PIC 9(02).
           05  WS-BR-ENT OCCURS 10 TIMES.
               10  WS-BR-DVZ       PIC X(03).
               10  WS-BR-OVER      PIC S9(11)V99 COMP-3.
               10  WS-BR-SHORT     PIC S9(11)V99 COMP-3.
      *    run over/short per currency
       01  WS-RUN-TOTALS.
           05  WS-RT-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-RT-ENT OCCURS 10 TIMES.
               10  WS-RT-DVZ       PIC X(03).
               10  WS-RT-OVER      PIC S9(11)V99 COMP-3.
               10  WS-RT-SHORT     PIC S9(11)V99 COMP-3.
       01  WS-TOT-SUB              PIC 9(02).
       01  WS-TOT-HIT              PIC 9(02).
       01  WS-BR-HIT               PIC 9(02).
       01  WS-GLV-LEG-AMT          PIC 9(09)V99.
       01  WS-COUNTS.
           05  WS-CNT-JOURNAL      PIC 9(07) VALUE ZERO.
           05  WS-CNT-POSTINGS     PIC 9(07) VALUE ZERO.
           05  WS-CNT-CARDS        PIC 9(07) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-TELLERS      PIC 9(07) VALUE ZERO.
           05  WS-CNT-BALANCED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-OVER         PIC 9(07) VALUE ZERO.
           05  WS-CNT-SHORT        PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNDECLARED   PIC 9(07) VALUE ZERO.
           05  WS-CNT-PAIRS        PIC 9(07) VALUE ZERO.
      *
      *    TLSRPT lines, 80 bytes
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(34)
               VALUE 'TELLER CASH SETTLEMENT - DATE     '.
           05  WS-TTL-SETL-DATE     PIC X(08).
           05  FILLER               PIC X(38) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT          PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-REJECT-LINE.
           05  WS-REJ-CARD          PIC X(49).
      *    a second declaration, found only once the cards are
      *    sorted, is listed as its card read
           05  WS-REJ-CARD-D REDEFINES WS-REJ-CARD.
               07  WS-REJD-TYPE     PIC X(01).
               07  WS-REJD-OPERATOR PIC X(08).
               07  WS-REJD-BRANCH   PIC X(03).
               07  WS-REJD-DVZ      PIC X(03).
               07  WS-REJD-RECEIVED PIC 9(11)V99.
               07  WS-REJD-PAID     PIC 9(11)V99.
               07  WS-REJD-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-REJ-TEXT          PIC X(30).
       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-BRL-BRANCH        PIC X(03).
           05  FILLER               PIC X(70) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40)
               VALUE 'OPERATOR DVZ POSTS     SYSTEM NET   DECL'.
           05  FILLER               PIC X(40)
               VALUE 'ARED NET     DIFFERENCE RESULT          '.
       01  WS-DETAIL-LINE.
           05  WS-DET-OPER          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-POSTS-ED      PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SYS-NET-ED    PIC -ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DCL-NET-ED    PIC -ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DIFF-ED       PIC -ZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-RESULT        PIC X(14).
           05  FILLER               PIC X(02) VALUE SPACES.
      *    under each teller: received and paid out, system
      *    figure / declared figure
       01  WS-SPLIT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE 'RECEIVED '.
           05  WS-SPL-SYS-IN-ED     PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(03) VALUE ' / '.
           05  WS-SPL-DCL-IN-ED     PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(11) VALUE '  PAID OUT '.
           05  WS-SPL-SYS-OUT-ED    PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(03) VALUE ' / '.
           05  WS-SPL-DCL-OUT-ED    PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(16).
           05  FILLER               PIC X(04) VALUE 'DVZ '.
           05  WS-TOT-DVZ           PIC X(03).
           05  FILLER               PIC X(07) VALUE '  OVER '.
           05  WS-TOT-OVER-ED       PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(08) VALUE '  SHORT '.
           05  WS-TOT-SHORT-ED      PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(14) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  WS-CNL-TEXT          PIC X(30).
           05  WS-CNL-COUNT-ED      PIC ZZZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       COPY DVZTAB.
      *
       LINKAGE SECTION.
      *    who submitted the run, and the settlement date if not
      *    tonight's processing date
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-OPER         PIC X(08).
           05  WS-PARM-DATE         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           SORT TLS-SORT ON ASCENDING KEY TS-BRANCH
                                         TS-OPERATOR
                                         TS-DVZ
                                         TS-SOURCE
              INPUT PROCEDURE H200-SELECT-DAY
              OUTPUT PROCEDURE H300-SETTLE-TELLERS.
           PERFORM H700-PRINT-RUN-TOTALS.
           PERFORM H900-WRITE-OPSLOG.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  DECL-FILE.
           OPEN OUTPUT GLV-WORK TLS-RPT OPS-LOG.
           IF NOT DECL-SUCCESS OR NOT GLW-SUCCESS
              DISPLAY 'PBEGTLS - DECLTOT/GLWORK NOT OPENABLE, '
                      'STATUS ' DECL-ST '/' GLW-ST
              CLOSE DECL-FILE GLV-WORK TLS-RPT OPS-LOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 8 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           IF WS-PARM-LEN >= 16
              IF WS-PARM-DATE IS NUMERIC
                 MOVE WS-PARM-DATE TO WS-SETL-DATE
              ELSE
                 DISPLAY 'PBEGTLS - BAD PARM: SETTLEMENT DATE '
                         'YYYYMMDD EXPECTED IN COLS 9-16'
                 CLOSE DECL-FILE GLV-WORK TLS-RPT OPS-LOG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM H110-DATE-FROM-RUNCTL
           END-IF.
           DISPLAY 'PBEGTLS - TELLER SETTLEMENT FOR ' WS-SETL-DATE
                   ' BY ' WS-OPERATOR.
           MOVE WS-SETL-DATE TO WS-TTL-SETL-DATE
           WRITE RPT-REC FROM WS-TITLE-LINE.
           EXIT.
      *
      *    the date tonight's postings run under - the stream has
      *    not advanced RUNCTL yet when this step runs
       H110-DATE-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-SETL-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SETL-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    SORT input: the declarations, then the day's postings
       H200-SELECT-DAY.
           READ DECL-FILE
           PERFORM H210-TAKE-ONE-CARD UNTIL DECL-EOF
           CLOSE DECL-FILE
           PERFORM H250-SELECT-JOURNAL.
           EXIT.
      *
       H210-TAKE-ONE-CARD.
           EVALUATE DECL-TYPE
              WHEN 'D'
                 ADD 1 TO WS-CNT-CARDS
                 PERFORM H220-CHECK-DECLARATION
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNKNOWN CARD TYPE' TO WS-REJ-REASON
                 PERFORM H240-REJECT-CARD
           END-EVALUATE
           READ DECL-FILE.
           EXIT.
      *
       H220-CHECK-DECLARATION.
           MOVE SPACES TO WS-REJ-REASON
           IF DECL-OPERATOR = SPACES OR DECL-BRANCH = SPACES
              MOVE 'OPERATOR/BRANCH MISSING' TO WS-REJ-REASON
           ELSE
           IF DECL-DVZ IS NOT NUMERIC
              OR DECL-RECEIVED IS NOT NUMERIC
              OR DECL-PAID IS NOT NUMERIC
              OR DECL-DATE IS NOT NUMERIC
              MOVE 'CARD DOES NOT PARSE' TO WS-REJ-REASON
           ELSE
           IF DECL-DATE NOT = WS-SETL-DATE
              MOVE 'NOT THE SETTLEMENT DATE' TO WS-REJ-REASON
           ELSE
              PERFORM H230-VALIDATE-DVZ
              IF WS-DVZ-IS-INVALID
                 MOVE 'CURRENCY NOT CARRIED' TO WS-REJ-REASON
              END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
              MOVE DECL-BRANCH   TO TS-BRANCH
              MOVE DECL-OPERATOR TO TS-OPERATOR
              MOVE DECL-DVZ      TO TS-DVZ
              SET TS-DECLARED    TO TRUE
              MOVE ZERO          TO TS-AMOUNT
              MOVE DECL-RECEIVED TO TS-RECEIVED
              MOVE DECL-PAID     TO TS-PAID
              RELEASE TLS-SORT-REC
           ELSE
              PERFORM H240-REJECT-CARD
           END-IF.
           EXIT.
      *
       H230-VALIDATE-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF DECL-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM.
           EXIT.
      *
      *    a card left out is listed at the head of the report,
      *    so branch operations can key it again
       H240-REJECT-CARD.
           ADD 1 TO WS-CNT-REJECTED
           IF NOT WS-REJ-HEAD-DONE
              SET WS-REJ-HEAD-DONE TO TRUE
              WRITE RPT-REC FROM WS-BLANK-LINE
              MOVE 'DECLARATIONS LEFT OUT' TO WS-SEC-TEXT
              WRITE RPT-REC FROM WS-SECTION-LINE
           END-IF
           MOVE DECL-CARD (1:49) TO WS-REJ-CARD
           MOVE WS-REJ-REASON    TO WS-REJ-TEXT
           WRITE RPT-REC FROM WS-REJECT-LINE
           DISPLAY 'PBEGTLS - DECLARATION LEFT OUT ('
                   WS-REJ-REASON '): ' DECL-CARD (1:49).
           EXIT.
      *
      *    a journal that will not open - the freshly defined
      *    cluster is unloaded until the first teller posting -
      *    is a day the counter took no postings, as PBEGPRF
      *    treats it; every declaration then settles against
      *    zero
       H250-SELECT-JOURNAL.
           OPEN INPUT ONL-JRNL
           IF NOT PJRN-SUCCESS
              DISPLAY 'PBEGTLS - ONLINE JOURNAL NOT OPENABLE, '
                      'STATUS ' PJRN-ST ' - NO TELLER POSTINGS'
           ELSE
              READ ONL-JRNL
              PERFORM H260-RELEASE-ONE-POSTING
                 UNTIL PJRN-EOF OR NOT PJRN-SUCCESS
              CLOSE ONL-JRNL
           END-IF.
           EXIT.
      *
      *    the journal is in timestamp order, so the day's
      *    postings sit together; an entry from before the
      *    teller stamp (no operator) still counts, under blanks,
      *    so the report shows money nobody has settled. A posting
      *    captured in the batch window counts as taken - the cash
      *    crossed the counter - unless PBEGBWN refused it: that
      *    money never reached the account, so the drawer holding
      *    it shows over until the branch gives it back
       H260-RELEASE-ONE-POSTING.
           ADD 1 TO WS-CNT-JOURNAL
           IF PJRN-TIMESTAMP (1:8) = WS-SETL-DATE
              AND NOT PJRN-REFUSED
              ADD 1 TO WS-CNT-POSTINGS
              MOVE PJRN-BRANCH   TO TS-BRANCH
              MOVE PJRN-OPERATOR TO TS-OPERATOR
              MOVE PJRN-DVZ      TO TS-DVZ
              SET TS-POSTING     TO TRUE
              MOVE PJRN-AMOUNT   TO TS-AMOUNT
              MOVE ZERO          TO TS-RECEIVED TS-PAID
              RELEASE TLS-SORT-REC
           END-IF
           READ ONL-JRNL.
           EXIT.
      *
      *    SORT output: a control break on branch, then on each
      *    teller and currency within it
       H300-SETTLE-TELLERS.
           MOVE 'N' TO WS-SORT-AT-END
           PERFORM H305-RETURN-ONE-ENTRY
           PERFORM H310-SETTLE-ONE-TELLER UNTIL WS-SORT-EOF
           IF WS-BR-OPEN
              PERFORM H530-CLOSE-BRANCH
           END-IF.
           EXIT.
      *
       H305-RETURN-ONE-ENTRY.
           RETURN TLS-SORT AT END
              SET WS-SORT-EOF TO TRUE
           END-RETURN.
           EXIT.
      *
       H310-SETTLE-ONE-TELLER.
           IF NOT WS-BR-OPEN OR TS-BRANCH NOT = WS-BR-BRANCH
              IF WS-BR-OPEN
                 PERFORM H530-CLOSE-BRANCH
              END-IF
              PERFORM H520-OPEN-BRANCH
           END-IF
           ADD 1 TO WS-CNT-TELLERS
           MOVE TS-KEY TO WS-CURR-KEY
           MOVE ZERO   TO WS-TLR-POSTS
                          WS-TLR-SYS-IN WS-TLR-SYS-OUT
                          WS-TLR-DCL-IN WS-TLR-DCL-OUT
           MOVE 'N'    TO WS-TLR-DECL-SW
           PERFORM H320-TAKE-ONE-ENTRY
              UNTIL WS-SORT-EOF OR TS-KEY NOT = WS-CURR-KEY
           COMPUTE WS-TLR-SYS-NET = WS-TLR-SYS-IN - WS-TLR-SYS-OUT
           COMPUTE WS-TLR-DCL-NET = WS-TLR-DCL-IN - WS-TLR-DCL-OUT
           COMPUTE WS-TLR-DIFF = WS-TLR-DCL-NET - WS-TLR-SYS-NET
           PERFORM H400-PRINT-TELLER.
           EXIT.
      *
      *    the declaration sorts ahead of the postings; a second
      *    one for the same teller, branch and currency is left
      *    out rather than added - a card keyed twice must not
      *    double the drawer - and listed in the branch's block,
      *    ahead of the teller's line
       H320-TAKE-ONE-ENTRY.
           IF TS-DECLARED
              IF WS-TLR-DECLARED
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'D'          TO WS-REJD-TYPE
                 MOVE TS-OPERATOR  TO WS-REJD-OPERATOR
                 MOVE TS-BRANCH    TO WS-REJD-BRANCH
                 MOVE TS-DVZ       TO WS-REJD-DVZ
                 MOVE TS-RECEIVED  TO WS-REJD-RECEIVED
                 MOVE TS-PAID      TO WS-REJD-PAID
                 MOVE WS-SETL-DATE TO WS-REJD-DATE
                 MOVE 'SECOND DECLARATION LEFT OUT' TO WS-REJ-TEXT
                 WRITE RPT-REC FROM WS-REJECT-LINE
                 DISPLAY 'PBEGTLS - SECOND DECLARATION LEFT OUT: '
                         TS-BRANCH ' ' TS-OPERATOR ' ' TS-DVZ
              ELSE
                 SET WS-TLR-DECLARED TO TRUE
                 MOVE TS-RECEIVED TO WS-TLR-DCL-IN
                 MOVE TS-PAID     TO WS-TLR-DCL-OUT
              END-IF
           ELSE
              ADD 1 TO WS-TLR-POSTS
              IF TS-AMOUNT < ZERO
                 SUBTRACT TS-AMOUNT FROM WS-TLR-SYS-OUT
              ELSE
                 ADD TS-AMOUNT TO WS-TLR-SYS-IN
              END-IF
           END-IF
           PERFORM H305-RETURN-ONE-ENTRY.
           EXIT.
      *
      *    one teller's line and the received/paid-out split
      *    under it; an over or short is booked as it is printed
       H400-PRINT-TELLER.
           MOVE WS-CURR-OPER    TO WS-DET-OPER
           MOVE WS-CURR-DVZ     TO WS-DET-DVZ
           MOVE WS-TLR-POSTS    TO WS-DET-POSTS-ED
           MOVE WS-TLR-SYS-NET  TO WS-DET-SYS-NET-ED
           MOVE WS-TLR-DCL-NET  TO WS-DET-DCL-NET-ED
           MOVE WS-TLR-DIFF     TO WS-DET-DIFF-ED
           IF NOT WS-TLR-DECLARED
              MOVE 'NO DECLARATION' TO WS-DET-RESULT
              MOVE ZERO             TO WS-DET-DCL-NET-ED
                                       WS-DET-DIFF-ED
              ADD 1 TO WS-CNT-UNDECLARED
           ELSE
           IF WS-TLR-DIFF = ZERO
              MOVE 'BALANCED'       TO WS-DET-RESULT
              ADD 1 TO WS-CNT-BALANCED
           ELSE
           IF WS-TLR-DIFF > ZERO
              MOVE 'OVER'           TO WS-DET-RESULT
              ADD 1 TO WS-CNT-OVER
              PERFORM H410-BOOK-DIFFERENCE
           ELSE
              MOVE 'SHORT'          TO WS-DET-RESULT
              ADD 1 TO WS-CNT-SHORT
              PERFORM H410-BOOK-DIFFERENCE
           END-IF
           END-IF
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE
           MOVE WS-TLR-SYS-IN   TO WS-SPL-SYS-IN-ED
           MOVE WS-TLR-DCL-IN   TO WS-SPL-DCL-IN-ED
           MOVE WS-TLR-SYS-OUT  TO WS-SPL-SYS-OUT-ED
           MOVE WS-TLR-DCL-OUT  TO WS-SPL-DCL-OUT-ED
           WRITE RPT-REC FROM WS-SPLIT-LINE.
           EXIT.
      *
      *    the difference onto the branch and run totals and into
      *    the voucher work file: a short debits the cash
      *    difference suspense account and credits counter cash,
      *    an over credits suspense and debits counter cash - the
      *    CASHDIFF leg first, its SETTLMNT contra second, so the
      *    pair nets to zero and numbers as one voucher
       H410-BOOK-DIFFERENCE.
           PERFORM H420-FIND-TOTAL-SLOTS
           IF WS-TLR-DIFF < ZERO
              COMPUTE WS-GLV-LEG-AMT = WS-TLR-DIFF * -1
              ADD WS-GLV-LEG-AMT TO WS-BR-SHORT (WS-BR-HIT)
              ADD WS-GLV-LEG-AMT TO WS-RT-SHORT (WS-TOT-HIT)
              MOVE 'D' TO GLW-LEG
           ELSE
              MOVE WS-TLR-DIFF TO WS-GLV-LEG-AMT
              ADD WS-GLV-LEG-AMT TO WS-BR-OVER (WS-BR-HIT)
              ADD WS-GLV-LEG-AMT TO WS-RT-OVER (WS-TOT-HIT)
              MOVE 'C' TO GLW-LEG
           END-IF
           MOVE 'CASHDIFF'     TO GLW-ACCT
           MOVE WS-CURR-DVZ    TO GLW-DVZ
           MOVE WS-GLV-LEG-AMT TO GLW-AMOUNT
           MOVE WS-SETL-DATE   TO GLW-RUN-DATE
           MOVE ZERO           TO GLW-FX-RATE
           MOVE SPACES         TO GLW-POST-REF GLW-REV-REF
           PERFORM H430-WRITE-ONE-LEG
           IF GLW-LEG = 'D'
              MOVE 'C' TO GLW-LEG
           ELSE
              MOVE 'D' TO GLW-LEG
           END-IF
           MOVE 'SETTLMNT'     TO GLW-ACCT
           PERFORM H430-WRITE-ONE-LEG
           ADD 1 TO WS-CNT-PAIRS.
           EXIT.
      *
      *    the branch's slot and the run's slot for the currency;
      *    DVZTAB caps the shop at 10 currencies so 10 slots
      *    always suffice
       H420-FIND-TOTAL-SLOTS.
           MOVE ZERO TO WS-BR-HIT
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-BR-COUNT
              IF WS-BR-DVZ (WS-TOT-SUB) = WS-CURR-DVZ
                 MOVE WS-TOT-SUB TO WS-BR-HIT
              END-IF
           END-PERFORM
           IF WS-BR-HIT = ZERO
              ADD 1 TO WS-BR-COUNT
              MOVE WS-BR-COUNT TO WS-BR-HIT
              MOVE WS-CURR-DVZ TO WS-BR-DVZ (WS-BR-HIT)
              MOVE ZERO        TO WS-BR-OVER (WS-BR-HIT)
                                  WS-BR-SHORT (WS-BR-HIT)
           END-IF
           MOVE ZERO TO WS-TOT-HIT
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-RT-COUNT
              IF WS-RT-DVZ (WS-TOT-SUB) = WS-CURR-DVZ
                 MOVE WS-TOT-SUB TO WS-TOT-HIT
              END-IF
           END-PERFORM
           IF WS-TOT-HIT = ZERO
              ADD 1 TO WS-RT-COUNT
              MOVE WS-RT-COUNT TO WS-TOT-HIT
              MOVE WS-CURR-DVZ TO WS-RT-DVZ (WS-TOT-HIT)
              MOVE ZERO        TO WS-RT-OVER (WS-TOT-HIT)
                                  WS-RT-SHORT (WS-TOT-HIT)
           END-IF.
           EXIT.
      *
      *    an unbalanced feed must never reach finance: a leg that
      *    will not write stops the run before PBEGIDX assembles
      *    anything, and a fresh RESTART=N run clears the work
      *    file and settles again
       H430-WRITE-ONE-LEG.
           WRITE GLW-REC
           IF NOT GLW-SUCCESS
              DISPLAY 'PBEGTLS - GLWORK WRITE FAILED, STATUS '
                      GLW-ST ' FOR ' WS-CURR-KEY
              CLOSE GLV-WORK TLS-RPT OPS-LOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
       H520-OPEN-BRANCH.
           SET WS-BR-OPEN TO TRUE
           MOVE TS-BRANCH TO WS-BR-BRANCH
           MOVE ZERO      TO WS-BR-COUNT
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE TS-BRANCH TO WS-BRL-BRANCH
           WRITE RPT-REC FROM WS-BRANCH-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE.
           EXIT.
      *
      *    the branch's over and short per currency; a branch
      *    whose tellers all balanced says so
       H530-CLOSE-BRANCH.
           MOVE 'N' TO WS-BR-OPEN-SW
           IF WS-BR-COUNT = ZERO
              MOVE 'BRANCH BALANCED' TO WS-SEC-TEXT
              WRITE RPT-REC FROM WS-SECTION-LINE
           END-IF
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-BR-COUNT
              MOVE 'BRANCH TOTAL'          TO WS-TOT-LABEL
              MOVE WS-BR-DVZ (WS-TOT-SUB)   TO WS-TOT-DVZ
              MOVE WS-BR-OVER (WS-TOT-SUB)  TO WS-TOT-OVER-ED
              MOVE WS-BR-SHORT (WS-TOT-SUB) TO WS-TOT-SHORT-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-PERFORM.
           EXIT.
      *
      *    run over/short per currency - what tonight's feed books
      *    to CASHDIFF - and the teller counts
       H700-PRINT-RUN-TOTALS.
           WRITE RPT-REC FROM WS-BLANK-LINE
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-RT-COUNT
              MOVE 'RUN TOTAL'             TO WS-TOT-LABEL
              MOVE WS-RT-DVZ (WS-TOT-SUB)   TO WS-TOT-DVZ
              MOVE WS-RT-OVER (WS-TOT-SUB)  TO WS-TOT-OVER-ED
              MOVE WS-RT-SHORT (WS-TOT-SUB) TO WS-TOT-SHORT-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-PERFORM
           MOVE 'TELLERS SETTLED:'      TO WS-CNL-TEXT
           MOVE WS-CNT-TELLERS          TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'BALANCED:'             TO WS-CNL-TEXT
           MOVE WS-CNT-BALANCED         TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'OVER:'                 TO WS-CNL-TEXT
           MOVE WS-CNT-OVER             TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'SHORT:'                TO WS-CNL-TEXT
           MOVE WS-CNT-SHORT            TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'NO DECLARATION:'       TO WS-CNL-TEXT
           MOVE WS-CNT-UNDECLARED       TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'DECLARATIONS LEFT OUT:' TO WS-CNL-TEXT
           MOVE WS-CNT-REJECTED         TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE.
           EXIT.
      *
      *    one audit entry for the run: the tellers settled, and
      *    how many of them were over or short
       H900-WRITE-OPSLOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGTLS'      TO OPSL-PROGRAM
           MOVE WS-OPERATOR    TO OPSL-OPERATOR
           MOVE 'TELLER-SETL'  TO OPSL-ACTION
           MOVE WS-SETL-DATE   TO OPSL-PROC-DATE
           MOVE WS-CNT-TELLERS TO OPSL-COUNT
           MOVE SPACES TO OPSL-DETAIL
           STRING 'OVR ' WS-CNT-OVER ' SHT ' WS-CNT-SHORT
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGTLS - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE GLV-WORK TLS-RPT OPS-LOG.
           DISPLAY 'PBEGTLS - JOURNAL ENTRIES READ: ' WS-CNT-JOURNAL.
           DISPLAY 'PBEGTLS - POSTINGS SETTLED:     ' WS-CNT-POSTINGS.
           DISPLAY 'PBEGTLS - DECLARATION CARDS:    ' WS-CNT-CARDS.
           DISPLAY 'PBEGTLS - CARDS LEFT OUT:       '
                   WS-CNT-REJECTED.
           DISPLAY 'PBEGTLS - TELLERS SETTLED:      ' WS-CNT-TELLERS.
           DISPLAY 'PBEGTLS - OVER:                 ' WS-CNT-OVER.
           DISPLAY 'PBEGTLS - SHORT:                ' WS-CNT-SHORT.
           DISPLAY 'PBEGTLS - NO DECLARATION:       '
                   WS-CNT-UNDECLARED.
           DISPLAY 'PBEGTLS - CASHDIFF PAIRS:       ' WS-CNT-PAIRS.
           IF WS-CNT-OVER > ZERO OR WS-CNT-SHORT > ZERO
              OR WS-CNT-UNDECLARED > ZERO OR WS-CNT-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
