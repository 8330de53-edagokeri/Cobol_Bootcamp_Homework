      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGGLR.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Subledger-to-GL reconciliation. PBEGPRF proves the cluster
      * against our own postings; this step proves it against
      * the books of record. The GL's nightly trial-balance
      * extract of the customer-deposit control accounts (GLTBAL,
      * one balance per DVZ, credit balances positive) is
      * compared three ways, per currency:
      *     GL control balance
      *     subledger   - the ACCTREC per-DVZ sums PBEGPRF proved
      *                   and carried forward on PRFCTL
      *     GL feed     - the cumulative net of every GLVCHR
      *                   generation we have shipped (each
      *                   trailer's GLV-TRLR-NET), carried forward
      *                   on the GLRCTL control record the way
      *                   PRFCTL carries the proof
      * GL minus subledger says the GL and the accounts disagree;
      * GL minus feed says the GL did not book what we sent it.
      *
      * Each difference goes on the GLRBRK break register the
      * night it first shows and stays open, aged in calendar
      * days from that night, for as long as it is there. A
      * difference that comes back to zero by itself is closed
      * as resolved; anything else stays until a GLRCARD clearing
      * card closes it with the reference of the correcting
      * entry (logged to OPSLOG). Every open break is listed on
      * the report each night, by currency and side and oldest
      * first within each, so nothing ages out of sight.
      *
      * The run reconciled is the processing date RUNCTL shows as
      * last completed, or the PARM date. The GL extract's header
      * date must be that date, or the step refuses to guess
      * (RC 16). A subledger proof that is not for that date (the
      * night's PBEGPRF broke) is shown but not compared, and so
      * is a feed total that could not be brought up to that
      * date (its GLVCHR generation is missing) - the open breaks
      * on that side stand and age until it can be.
      * A missing GLRCTL record seeds the cumulative feed totals
      * from the night's GL balances on the first run.
      *
      * GLTBAL records, 80 bytes:
      *   'H'  cols 2-9 GL business date YYYYMMDD
      *   'B'  cols 2-9 GL account, cols 10-12 DVZ, cols 13-26
      *        balance S9(11)V99 sign leading separate
      *   'T'  cols 2-8 balance-record count, cols 9-24 signed
      *        hash of the balances
      * Anything out of place ends the step RC 16.
      * GLRCARD clearing cards (proved whole before any is used):
      *   col 1 'C'  cols 2-4 DVZ, col 5 side S (subledger) or
      *              F (feed), cols 6-13 date the break opened,
      *              cols 14-23 correcting entry reference -
      *              required
      *   col 1 '*'  comment; blank cards skipped
      * PARM: cols 1-8 run date YYYYMMDD (blank for the default),
      * cols 9-16 operator for the OPSLOG records (CONSOLE when
      * omitted).
      * RETURN-CODE 0 clean, 4 when a clearing card named no open
      * break, 8 when any break is open or a side could not be
      * compared, 16 on a bad extract, card or register write.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the GL's trial-balance extract for our control accounts
           SELECT GLT-FILE   ASSIGN  GLTBAL
                             STATUS  GLT-ST.
      *    PBEGPRF's carried-forward proof, read only
           SELECT PRF-CTL    ASSIGN  PRFCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-PRF-RRN
                             STATUS  PRF-ST.
      *    the GLVCHR generations, concatenated - only the
      *    trailers are used
           SELECT GLV-FILE   ASSIGN  GLVCHR
                             STATUS  GLV-ST.
      *    the cumulative feed net, a single fixed record held
      *    the way PRFCTL holds the proof (RRN 1, rewritten in
      *    place, never touched by the fresh-start step)
           SELECT GLR-CTL    ASSIGN  GLRCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-GLR-RRN
                             STATUS  GLRC-ST.
      *    the break register (see GLRBRK)
           SELECT GLR-BRK    ASSIGN  GLRBRK
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS GLRB-KEY
                             STATUS  GLRB-ST.
           SELECT GLR-CARD   ASSIGN  GLRCARD
                             STATUS  CARD-ST.
           SELECT GLR-RPT    ASSIGN  GLRRPT
                             STATUS  RPT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *    a cleared break goes to the permanent audit log
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  GLT-FILE  RECORDING MODE F.
       01  GLT-HDR-REC.
           05  GLT-TYPE            PIC X(01).
           05  GLT-HDR-DATE        PIC X(08).
           05  FILLER              PIC X(71).
       01  GLT-BAL-REC.
           05  FILLER              PIC X(01).
           05  GLT-ACCT            PIC X(08).
           05  GLT-DVZ             PIC X(03).
           05  GLT-BALANCE         PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER              PIC X(54).
       01  GLT-TRL-REC.
           05  FILLER              PIC X(01).
           05  GLT-TRL-COUNT       PIC 9(07).
           05  GLT-TRL-HASH        PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER              PIC X(56).
      *
      *    as PBEGPRF carries it forward
       FD  PRF-CTL   RECORDING MODE F.
       01  PRF-REC.
           05  PRF-DATE            PIC X(08).
           05  PRF-ONL-TS          PIC X(14).
           05  PRF-ADJ-TS          PIC X(14).
           05  PRF-TOTALS.
               07  PRF-ENT OCCURS 10 TIMES.
                   10  PRF-DVZ     PIC 9(03).
                   10  PRF-AMT     PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
      *
      *    as PBEGIDX writes it: 'H' header, 'D' legs, 'T' trailer
      *    with the per-DVZ net over the customer legs
       FD  GLV-FILE  RECORDING MODE F.
       01  GLV-HDR-REC.
           05  GLV-HDR-MARKER      PIC X(01).
           05  GLV-HDR-RUN-DATE    PIC X(08).
           05  FILLER              PIC X(184).
       01  GLV-TRLR-REC.
           05  GLV-TRLR-MARKER     PIC X(01).
           05  GLV-TRLR-LEGS       PIC 9(07).
           05  GLV-TRLR-PAIRS      PIC 9(07).
           05  GLV-TRLR-NET-TOTALS.
               07  GLV-TRLR-ENT OCCURS 10 TIMES.
                   10  GLV-TRLR-DVZ    PIC 9(03).
                   10  GLV-TRLR-NET    PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  GLV-TRLR-RUN-DATE   PIC X(08).
      *
      *    the cumulative feed net as of the newest GLVCHR run
      *    date folded in, in PRFCTL's code-plus-amount shape
       FD  GLR-CTL   RECORDING MODE F.
       01  GLR-REC.
           05  GLR-DATE            PIC X(08).
           05  GLR-FEED-DATE       PIC X(08).
           05  GLR-TOTALS.
               07  GLR-ENT OCCURS 10 TIMES.
                   10  GLR-DVZ     PIC 9(03).
                   10  GLR-CUM     PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
      *
       FD  GLR-BRK   RECORDING MODE F.
       COPY GLRBRK.
      *
       FD  GLR-CARD  RECORDING MODE F.
       01  CARD-REC.
           05  CARD-TYPE           PIC X(01).
           05  CARD-KEY.
               10  CARD-DVZ        PIC X(03).
               10  CARD-SIDE       PIC X(01).
               10  CARD-OPEN-DATE  PIC X(08).
           05  CARD-REF            PIC X(10).
           05  FILLER              PIC X(57).
      *
       FD  GLR-RPT   RECORDING MODE F.
       01  RPT-REC                  PIC X(80).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  GLT-ST           PIC 9(02).
               88 GLT-EOF                 VALUE 10.
               88 GLT-SUCCESS             VALUE 00 97.
           05  PRF-ST           PIC 9(02).
               88 PRF-SUCCESS             VALUE 00 97.
           05  GLV-ST           PIC 9(02).
               88 GLV-EOF                 VALUE 10.
               88 GLV-SUCCESS             VALUE 00 97.
           05  GLRC-ST          PIC 9(02).
               88 GLRC-SUCCESS            VALUE 00 97.
           05  GLRB-ST          PIC 9(02).
               88 GLRB-EOF                VALUE 10.
               88 GLRB-SUCCESS            VALUE 00 97.
               88 GLRB-DUPLICATE          VALUE 22.
               88 GLRB-NOTFOUND           VALUE 23.
           05  CARD-ST          PIC 9(02).
               88 CARD-EOF                VALUE 10.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-PRF-RRN       PIC 9(04) VALUE 1.
           05  WS-GLR-RRN       PIC 9(04) VALUE 1.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  WS-RUN-DATE      PIC X(08).
           05  WS-INT-RUN       PIC 9(07).
           05  WS-INT-OPEN      PIC 9(07).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-GLR-EXISTS-SW PIC X(01) VALUE 'N'.
               88  WS-GLR-EXISTS          VALUE 'Y'.
      *    whether each of our two figures is for the run date
      *    and so fit to compare tonight
           05  WS-SUB-CURRENT-SW PIC X(01) VALUE 'N'.
               88  WS-SUB-CURRENT         VALUE 'Y'.
           05  WS-FEED-CURRENT-SW PIC X(01) VALUE 'N'.
               88  WS-FEED-CURRENT        VALUE 'Y'.
           05  WS-PRF-DATE      PIC X(08) VALUE SPACES.
           05  WS-PRIOR-FEED-DATE PIC X(08) VALUE LOW-VALUES.
           05  WS-NEW-FEED-DATE PIC X(08) VALUE LOW-VALUES.
           05  WS-GLT-HDR-SW    PIC X(01) VALUE 'N'.
               88  WS-GLT-HDR-SEEN        VALUE 'Y'.
           05  WS-GLT-TRL-SW    PIC X(01) VALUE 'N'.
               88  WS-GLT-TRL-SEEN        VALUE 'Y'.
           05  WS-GLT-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-GLT-HASH      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GLT-TRL-COUNT PIC 9(07) VALUE ZERO.
           05  WS-GLT-TRL-HASH  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GLT-MSG       PIC X(40).
           05  WS-CARD-BAD-SW   PIC X(01) VALUE 'N'.
               88  WS-CARD-DECK-BAD       VALUE 'Y'.
      *    the break in hand: which currency and side, GL minus
      *    our figure, and whether the register has it open
           05  WS-SIDE          PIC X(01).
           05  WS-SIDE-DIFF     PIC S9(11)V99 COMP-3.
           05  WS-SIDE-AGE      PIC 9(05).
           05  WS-SIDE-FLAG-SW  PIC X(01).
               88  WS-SIDE-BROKEN         VALUE 'Y'.
           05  WS-BRK-FOUND-SW  PIC X(01).
               88  WS-BRK-FOUND           VALUE 'Y'.
           05  WS-BROWSE-SW     PIC X(01).
               88  WS-BROWSE-DONE         VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-GENS         PIC 9(05) VALUE ZERO.
           05  WS-CNT-CARDS        PIC 9(05) VALUE ZERO.
           05  WS-CNT-CLEARED      PIC 9(05) VALUE ZERO.
           05  WS-CNT-NOT-CLEARED  PIC 9(05) VALUE ZERO.
           05  WS-CNT-NEW          PIC 9(05) VALUE ZERO.
           05  WS-CNT-RESOLVED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-OPEN         PIC 9(05) VALUE ZERO.
      *    one slot per DVZ code seen on the GL extract, the proof
      *    or the feed totals - DVZTAB caps the shop at 10
      *    currencies, so 10 slots always suffice
       01  WS-RECON-AREA.
           05  WS-GW-COUNT          PIC 9(02) VALUE ZERO.
           05  WS-GW-ENT OCCURS 10 TIMES.
               07  WS-GW-DVZ        PIC X(03).
               07  WS-GW-GL-SW      PIC X(01) VALUE 'N'.
               07  WS-GW-GL         PIC S9(11)V99 COMP-3 VALUE ZERO.
               07  WS-GW-SUB        PIC S9(11)V99 COMP-3 VALUE ZERO.
               07  WS-GW-FEED       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GW-SUB-IX         PIC 9(02).
           05  WS-GW-HIT            PIC 9(02).
           05  WS-LT-SUB            PIC 9(02).
       01  WS-LOOK-DVZ              PIC X(03).
      *    report lines
       01  WS-HDR-LINE.
           05  FILLER               PIC X(26)
                                 VALUE 'GL RECONCILIATION FOR RUN '.
           05  WS-HDR-DATE          PIC X(08).
           05  FILLER               PIC X(11) VALUE '   GL DATE '.
           05  WS-HDR-GL-DATE       PIC X(08).
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-COL-LINE-1.
           05  FILLER               PIC X(04) VALUE 'DVZ'.
           05  FILLER               PIC X(16) VALUE '     GL CONTROL'.
           05  FILLER               PIC X(16) VALUE '      SUBLEDGER'.
           05  FILLER               PIC X(16) VALUE '  GL FEED (CUM)'.
           05  FILLER               PIC X(28) VALUE SPACES.
       01  WS-COL-LINE-2.
           05  FILLER               PIC X(11) VALUE '    GL-SUB'.
           05  FILLER               PIC X(15) VALUE '     DIFFERENCE'.
           05  FILLER               PIC X(06) VALUE '   AGE'.
           05  FILLER               PIC X(09) VALUE '  GL-FEED'.
           05  FILLER               PIC X(15) VALUE '     DIFFERENCE'.
           05  FILLER               PIC X(06) VALUE '   AGE'.
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-DETAIL-LINE-1.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-GL-ED         PIC -99999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SUB-ED        PIC -99999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-FEED-ED       PIC -99999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-FLAG          PIC X(07).
           05  FILLER               PIC X(21) VALUE SPACES.
       01  WS-DETAIL-LINE-2.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  WS-DET-SUB-DIFF-ED   PIC -99999999999.99.
           05  WS-DET-SUB-DIFF-TX REDEFINES WS-DET-SUB-DIFF-ED
                                    PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SUB-AGE       PIC ZZZZ9.
           05  WS-DET-SUB-AGE-TX REDEFINES WS-DET-SUB-AGE
                                    PIC X(05).
           05  FILLER               PIC X(09) VALUE SPACES.
           05  WS-DET-FEED-DIFF-ED  PIC -99999999999.99.
           05  WS-DET-FEED-DIFF-TX REDEFINES WS-DET-FEED-DIFF-ED
                                    PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-FEED-AGE      PIC ZZZZ9.
           05  WS-DET-FEED-AGE-TX REDEFINES WS-DET-FEED-AGE
                                    PIC X(05).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-AGE-COL-LINE.
           05  FILLER               PIC X(04) VALUE 'DVZ'.
           05  FILLER               PIC X(08) VALUE 'SIDE'.
           05  FILLER               PIC X(09) VALUE 'OPENED'.
           05  FILLER               PIC X(06) VALUE '  AGE'.
           05  FILLER               PIC X(16) VALUE '     AT OPENING'.
           05  FILLER               PIC X(09) VALUE 'LAST RUN'.
           05  FILLER               PIC X(15) VALUE '    LAST AMOUNT'.
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-AGE-LINE.
           05  WS-AGE-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AGE-SIDE          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AGE-OPEN-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AGE-DAYS          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AGE-OPEN-AMT-ED   PIC -99999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AGE-LAST-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AGE-LAST-AMT-ED   PIC -99999999999.99.
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-CLEAR-LINE.
           05  FILLER               PIC X(09) VALUE 'CLEARED'.
           05  WS-CLR-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CLR-SIDE          PIC X(07).
           05  FILLER               PIC X(08) VALUE ' OPENED '.
           05  WS-CLR-OPEN-DATE     PIC X(08).
           05  FILLER               PIC X(04) VALUE ' BY '.
           05  WS-CLR-USER          PIC X(08).
           05  FILLER               PIC X(05) VALUE ' REF '.
           05  WS-CLR-REF           PIC X(10).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-MSG-LINE              PIC X(80).
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       LINKAGE SECTION.
      *    optional run date YYYYMMDD and operator; a blank or
      *    short PARM defaults from the run-control record
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-DATE         PIC X(08).
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-GL-BALANCES.
           PERFORM H300-LOAD-SUBLEDGER.
           PERFORM H400-LOAD-FEED-TOTALS.
           PERFORM H500-APPLY-CLEARING-CARDS.
           PERFORM H600-RECONCILE-BALANCES.
           PERFORM H700-AGE-OPEN-BREAKS.
           PERFORM H800-CARRY-FEED-FORWARD.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           IF WS-PARM-LEN >= 8 AND WS-PARM-DATE IS NUMERIC
              MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
              PERFORM H110-DEFAULT-FROM-RUNCTL
           END-IF.
           IF WS-PARM-LEN >= 16 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           COMPUTE WS-INT-RUN =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           DISPLAY 'PBEGGLR - RECONCILING RUN DATE ' WS-RUN-DATE.
           PERFORM H130-PROVE-CLEARING-CARDS.
           OPEN I-O    GLR-BRK.
           IF NOT GLRB-SUCCESS
              DISPLAY 'PBEGGLR - GLRBRK OPEN FAILED, STATUS '
                      GLRB-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O    GLR-CTL.
           OPEN OUTPUT GLR-RPT OPS-LOG.
           EXIT.
      *
      *    no PARM: the run reconciled is the one RUNCTL shows as
      *    last completed, the same defaulting PBEGPRF applies
       H110-DEFAULT-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-LAST-DATE IS NUMERIC
              MOVE RUNC-LAST-DATE TO WS-RUN-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    the whole clearing deck is read once before any break
      *    is touched - a bad card found half-way would leave the
      *    register half-cleared
       H130-PROVE-CLEARING-CARDS.
           OPEN INPUT GLR-CARD
           READ GLR-CARD
           PERFORM H140-PROVE-ONE-CARD UNTIL CARD-EOF
           CLOSE GLR-CARD
           IF WS-CARD-DECK-BAD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
       H140-PROVE-ONE-CARD.
           EVALUATE CARD-TYPE
              WHEN 'C'
                 IF CARD-DVZ NOT NUMERIC
                    OR (CARD-SIDE NOT = 'S' AND CARD-SIDE NOT = 'F')
                    OR CARD-OPEN-DATE NOT NUMERIC
                    OR CARD-REF = SPACES
                    DISPLAY 'PBEGGLR - BAD CLEARING CARD: ' CARD-REC
                    SET WS-CARD-DECK-BAD TO TRUE
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PBEGGLR - BAD CLEARING CARD: ' CARD-REC
                 SET WS-CARD-DECK-BAD TO TRUE
           END-EVALUATE
           READ GLR-CARD.
           EXIT.
      *
      *    the GL extract is taken whole or not at all: header
      *    first and dated the run under reconciliation, one
      *    balance per currency, trailer count and hash agreeing
       H200-LOAD-GL-BALANCES.
           OPEN INPUT GLT-FILE
           IF NOT GLT-SUCCESS
              MOVE 'GL EXTRACT NOT OPENABLE' TO WS-GLT-MSG
              PERFORM H290-GL-EXTRACT-FATAL
           END-IF
           READ GLT-FILE
           PERFORM H210-LOAD-ONE-GL-REC UNTIL GLT-EOF
           CLOSE GLT-FILE
           IF NOT WS-GLT-HDR-SEEN
              MOVE 'GL EXTRACT EMPTY' TO WS-GLT-MSG
              PERFORM H290-GL-EXTRACT-FATAL
           END-IF
           IF NOT WS-GLT-TRL-SEEN
              MOVE 'GL EXTRACT HAS NO TRAILER' TO WS-GLT-MSG
              PERFORM H290-GL-EXTRACT-FATAL
           END-IF
           IF WS-GLT-TRL-COUNT NOT = WS-GLT-COUNT
              OR WS-GLT-TRL-HASH NOT = WS-GLT-HASH
              MOVE 'GL EXTRACT TRAILER DISAGREES' TO WS-GLT-MSG
              PERFORM H290-GL-EXTRACT-FATAL
           END-IF
           DISPLAY 'PBEGGLR - GL BALANCES LOADED:   ' WS-GLT-COUNT.
           EXIT.
      *
       H210-LOAD-ONE-GL-REC.
           IF NOT WS-GLT-HDR-SEEN AND GLT-TYPE NOT = 'H'
              MOVE 'GL EXTRACT HAS NO HEADER' TO WS-GLT-MSG
              PERFORM H290-GL-EXTRACT-FATAL
           END-IF
           EVALUATE GLT-TYPE
              WHEN 'H'
                 IF WS-GLT-HDR-SEEN
                    MOVE 'GL EXTRACT HAS TWO HEADERS' TO WS-GLT-MSG
                    PERFORM H290-GL-EXTRACT-FATAL
                 END-IF
                 SET WS-GLT-HDR-SEEN TO TRUE
                 MOVE GLT-HDR-DATE TO WS-HDR-GL-DATE
                 IF GLT-HDR-DATE NOT = WS-RUN-DATE
                    MOVE 'GL EXTRACT IS FOR ANOTHER DATE'
                      TO WS-GLT-MSG
                    PERFORM H290-GL-EXTRACT-FATAL
                 END-IF
              WHEN 'B'
                 IF GLT-DVZ NOT NUMERIC OR GLT-BALANCE NOT NUMERIC
                    MOVE 'GL EXTRACT BALANCE DOES NOT PARSE'
                      TO WS-GLT-MSG
                    PERFORM H290-GL-EXTRACT-FATAL
                 END-IF
                 MOVE GLT-DVZ TO WS-LOOK-DVZ
                 PERFORM H250-FIND-DVZ-SLOT
                 IF WS-GW-GL-SW (WS-GW-HIT) = 'Y'
                    MOVE 'GL EXTRACT HAS A CURRENCY TWICE'
                      TO WS-GLT-MSG
                    PERFORM H290-GL-EXTRACT-FATAL
                 END-IF
                 MOVE 'Y'         TO WS-GW-GL-SW (WS-GW-HIT)
                 MOVE GLT-BALANCE TO WS-GW-GL (WS-GW-HIT)
                 ADD 1            TO WS-GLT-COUNT
                 ADD GLT-BALANCE  TO WS-GLT-HASH
              WHEN 'T'
                 IF GLT-TRL-COUNT NOT NUMERIC
                    OR GLT-TRL-HASH NOT NUMERIC
                    MOVE 'GL EXTRACT TRAILER DOES NOT PARSE'
                      TO WS-GLT-MSG
                    PERFORM H290-GL-EXTRACT-FATAL
                 END-IF
                 SET WS-GLT-TRL-SEEN TO TRUE
                 MOVE GLT-TRL-COUNT TO WS-GLT-TRL-COUNT
                 MOVE GLT-TRL-HASH  TO WS-GLT-TRL-HASH
              WHEN OTHER
                 MOVE 'GL EXTRACT RECORD TYPE UNKNOWN' TO WS-GLT-MSG
                 PERFORM H290-GL-EXTRACT-FATAL
           END-EVALUATE
           READ GLT-FILE
           IF WS-GLT-TRL-SEEN AND NOT GLT-EOF
              MOVE 'GL EXTRACT RECORD AFTER TRAILER' TO WS-GLT-MSG
              PERFORM H290-GL-EXTRACT-FATAL
           END-IF.
           EXIT.
      *
       H250-FIND-DVZ-SLOT.
           MOVE ZERO TO WS-GW-HIT
           PERFORM VARYING WS-GW-SUB-IX FROM 1 BY 1
                   UNTIL WS-GW-SUB-IX > WS-GW-COUNT
              IF WS-GW-DVZ (WS-GW-SUB-IX) = WS-LOOK-DVZ
                 MOVE WS-GW-SUB-IX TO WS-GW-HIT
              END-IF
           END-PERFORM
           IF WS-GW-HIT = ZERO
              IF WS-GW-COUNT = 10
                 DISPLAY 'PBEGGLR - MORE THAN 10 CURRENCIES, '
                         WS-LOOK-DVZ ' NOT RECONCILED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-GW-COUNT
              MOVE WS-GW-COUNT TO WS-GW-HIT
              MOVE WS-LOOK-DVZ TO WS-GW-DVZ (WS-GW-HIT)
           END-IF.
           EXIT.
      *
      *    an extract that cannot be trusted reconciles nothing:
      *    the break register and control record are left as
      *    they stood
       H290-GL-EXTRACT-FATAL.
           DISPLAY 'PBEGGLR - ' WS-GLT-MSG ' - RUN ' WS-RUN-DATE
                   ' GL DATE ' WS-HDR-GL-DATE
           MOVE SPACES TO WS-MSG-LINE
           STRING WS-GLT-MSG ' - RECONCILIATION NOT RUN'
              DELIMITED BY SIZE INTO WS-MSG-LINE
           WRITE RPT-REC FROM WS-MSG-LINE
           CLOSE GLT-FILE GLR-BRK GLR-CTL GLR-RPT OPS-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           EXIT.
      *
      *    the subledger side is PBEGPRF's proof as carried
      *    forward. It advances only on a clean proof, so a date
      *    behind the run date means the night's proof broke and
      *    the figures are an older night's - shown, not compared
       H300-LOAD-SUBLEDGER.
           OPEN INPUT PRF-CTL
           MOVE 1 TO WS-PRF-RRN
           READ PRF-CTL
           IF NOT PRF-SUCCESS
              DISPLAY 'PBEGGLR - NO PROOF ON PRFCTL, STATUS '
                      PRF-ST ' - SUBLEDGER NOT COMPARED'
           ELSE
              MOVE PRF-DATE TO WS-PRF-DATE
              IF PRF-DATE = WS-RUN-DATE
                 SET WS-SUB-CURRENT TO TRUE
              ELSE
                 DISPLAY 'PBEGGLR - PROOF ON PRFCTL IS FOR '
                         PRF-DATE ' - SUBLEDGER NOT COMPARED'
              END-IF
              PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                      UNTIL WS-LT-SUB > 10
                 IF PRF-AMT (WS-LT-SUB) NOT = ZERO
                    MOVE PRF-DVZ (WS-LT-SUB) TO WS-LOOK-DVZ
                    PERFORM H250-FIND-DVZ-SLOT
                    MOVE PRF-AMT (WS-LT-SUB)
                      TO WS-GW-SUB (WS-GW-HIT)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE PRF-CTL.
           EXIT.
      *
      *    the feed side: the carried-forward cumulative net plus
      *    every GLVCHR generation dated past it, up to the run
      *    date. The carried date is what keeps a rerun, or a
      *    generation still on the GDG from an earlier night, from
      *    being counted twice; folding in every newer generation
      *    rather than just tonight's catches up a night this step
      *    did not run. A first run seeds the totals from the GL
      *    balances instead - the opening position both sides
      *    agree from.
       H400-LOAD-FEED-TOTALS.
           MOVE 1 TO WS-GLR-RRN
           READ GLR-CTL
           IF NOT GLRC-SUCCESS
              PERFORM VARYING WS-GW-SUB-IX FROM 1 BY 1
                      UNTIL WS-GW-SUB-IX > WS-GW-COUNT
                 MOVE WS-GW-GL (WS-GW-SUB-IX)
                   TO WS-GW-FEED (WS-GW-SUB-IX)
              END-PERFORM
              MOVE WS-RUN-DATE TO WS-NEW-FEED-DATE
              SET WS-FEED-CURRENT TO TRUE
              MOVE 'FIRST RUN - FEED TOTALS SEEDED FROM GL BALANCES'
                TO WS-MSG-LINE
              PERFORM H410-WRITE-HEADINGS
              WRITE RPT-REC FROM WS-MSG-LINE
           ELSE
              SET WS-GLR-EXISTS TO TRUE
              MOVE GLR-FEED-DATE TO WS-PRIOR-FEED-DATE
              MOVE GLR-FEED-DATE TO WS-NEW-FEED-DATE
              PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                      UNTIL WS-LT-SUB > 10
                 IF GLR-CUM (WS-LT-SUB) NOT = ZERO
                    MOVE GLR-DVZ (WS-LT-SUB) TO WS-LOOK-DVZ
                    PERFORM H250-FIND-DVZ-SLOT
                    MOVE GLR-CUM (WS-LT-SUB)
                      TO WS-GW-FEED (WS-GW-HIT)
                 END-IF
              END-PERFORM
              PERFORM H420-FOLD-IN-FEED
              IF WS-NEW-FEED-DATE = WS-RUN-DATE
                 SET WS-FEED-CURRENT TO TRUE
              ELSE
                 DISPLAY 'PBEGGLR - NO GLVCHR GENERATION FOR RUN '
                         WS-RUN-DATE ' - FEED TOTALS AS OF '
                         WS-NEW-FEED-DATE ' NOT COMPARED'
              END-IF
              PERFORM H410-WRITE-HEADINGS
           END-IF.
           EXIT.
      *
       H410-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE RPT-REC FROM WS-HDR-LINE
           WRITE RPT-REC FROM WS-BLANK-LINE.
           EXIT.
      *
      *    a GDG with no generation cataloged yet will not open -
      *    that is no feed to fold in, said on SYSOUT, and the
      *    date check above then keeps the feed side out of the
      *    comparison
       H420-FOLD-IN-FEED.
           OPEN INPUT GLV-FILE
           IF NOT GLV-SUCCESS
              DISPLAY 'PBEGGLR - GLVCHR NOT OPENABLE, STATUS '
                      GLV-ST
           ELSE
              READ GLV-FILE
              PERFORM H430-FOLD-IN-ONE-RECORD
                 UNTIL GLV-EOF OR NOT GLV-SUCCESS
              CLOSE GLV-FILE
              DISPLAY 'PBEGGLR - FEED GENERATIONS ADDED: ' WS-CNT-GENS
           END-IF.
           EXIT.
      *
       H430-FOLD-IN-ONE-RECORD.
           IF GLV-TRLR-MARKER = 'T'
              AND GLV-TRLR-RUN-DATE > WS-PRIOR-FEED-DATE
              AND GLV-TRLR-RUN-DATE NOT > WS-RUN-DATE
              ADD 1 TO WS-CNT-GENS
              PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                      UNTIL WS-LT-SUB > 10
                 IF GLV-TRLR-NET (WS-LT-SUB) NOT = ZERO
                    MOVE GLV-TRLR-DVZ (WS-LT-SUB) TO WS-LOOK-DVZ
                    PERFORM H250-FIND-DVZ-SLOT
                    ADD GLV-TRLR-NET (WS-LT-SUB)
                      TO WS-GW-FEED (WS-GW-HIT)
                 END-IF
              END-PERFORM
              IF GLV-TRLR-RUN-DATE > WS-NEW-FEED-DATE
                 MOVE GLV-TRLR-RUN-DATE TO WS-NEW-FEED-DATE
              END-IF
           END-IF
           READ GLV-FILE.
           EXIT.
      *
      *    clearing cards close the break they name - open, on
      *    that currency and side, opened that date. A card naming
      *    anything else is listed and the step ends RC 4; the
      *    break it meant stays open. Clearing asserts the
      *    correcting entry is in: a difference still there
      *    tonight opens a fresh break below
       H500-APPLY-CLEARING-CARDS.
           OPEN INPUT GLR-CARD
           READ GLR-CARD
           PERFORM H510-ONE-CLEARING-CARD UNTIL CARD-EOF
           CLOSE GLR-CARD.
           EXIT.
      *
       H510-ONE-CLEARING-CARD.
           IF CARD-TYPE = 'C'
              ADD 1 TO WS-CNT-CARDS
              MOVE CARD-KEY TO GLRB-KEY
              READ GLR-BRK
              IF GLRB-SUCCESS AND GLRB-OPEN
                 SET GLRB-CLEARED TO TRUE
                 MOVE WS-RUN-DATE TO GLRB-CLOSE-DATE
                 MOVE WS-OPERATOR TO GLRB-CLEAR-USER
                 MOVE CARD-REF    TO GLRB-CLEAR-REF
                 REWRITE GLRB-REC
                 PERFORM H690-CHECK-REGISTER-WRITE
                 ADD 1 TO WS-CNT-CLEARED
                 MOVE GLRB-DVZ       TO WS-CLR-DVZ
                 MOVE GLRB-SIDE      TO WS-SIDE
                 PERFORM H520-SIDE-TEXT
                 MOVE WS-AGE-SIDE    TO WS-CLR-SIDE
                 MOVE GLRB-OPEN-DATE TO WS-CLR-OPEN-DATE
                 MOVE WS-OPERATOR    TO WS-CLR-USER
                 MOVE CARD-REF       TO WS-CLR-REF
                 WRITE RPT-REC FROM WS-CLEAR-LINE
                 PERFORM H900-WRITE-OPSLOG
              ELSE
                 DISPLAY 'PBEGGLR - NO OPEN BREAK TO CLEAR: '
                         CARD-REC
                 ADD 1 TO WS-CNT-NOT-CLEARED
              END-IF
           END-IF
           READ GLR-CARD.
           EXIT.
      *
       H520-SIDE-TEXT.
           IF WS-SIDE = 'S'
              MOVE 'GL-SUB'  TO WS-AGE-SIDE
           ELSE
              MOVE 'GL-FEED' TO WS-AGE-SIDE
           END-IF.
           EXIT.
      *
      *    the three-way comparison, two report lines per
      *    currency: the three figures, then GL minus each of ours
      *    with the age of the break behind it
       H600-RECONCILE-BALANCES.
           IF WS-CNT-CLEARED > ZERO
              WRITE RPT-REC FROM WS-BLANK-LINE
           END-IF
           IF NOT WS-SUB-CURRENT
              MOVE SPACES TO WS-MSG-LINE
              STRING 'SUBLEDGER PROOF IS FOR ' WS-PRF-DATE
                     ' - GL-SUB NOT COMPARED'
                 DELIMITED BY SIZE INTO WS-MSG-LINE
              WRITE RPT-REC FROM WS-MSG-LINE
           END-IF
           IF NOT WS-FEED-CURRENT
              MOVE SPACES TO WS-MSG-LINE
              STRING 'FEED TOTALS ARE AS OF ' WS-NEW-FEED-DATE
                     ' - GL-FEED NOT COMPARED'
                 DELIMITED BY SIZE INTO WS-MSG-LINE
              WRITE RPT-REC FROM WS-MSG-LINE
           END-IF
           WRITE RPT-REC FROM WS-COL-LINE-1
           WRITE RPT-REC FROM WS-COL-LINE-2
           PERFORM H610-RECONCILE-ONE-DVZ
              VARYING WS-GW-SUB-IX FROM 1 BY 1
              UNTIL WS-GW-SUB-IX > WS-GW-COUNT.
           EXIT.
      *
       H610-RECONCILE-ONE-DVZ.
           MOVE WS-GW-DVZ (WS-GW-SUB-IX)  TO WS-DET-DVZ WS-LOOK-DVZ
           MOVE WS-GW-GL (WS-GW-SUB-IX)   TO WS-DET-GL-ED
           MOVE WS-GW-SUB (WS-GW-SUB-IX)  TO WS-DET-SUB-ED
           MOVE WS-GW-FEED (WS-GW-SUB-IX) TO WS-DET-FEED-ED
           MOVE SPACES TO WS-DET-FLAG
           IF WS-SUB-CURRENT
              MOVE 'S' TO WS-SIDE
              COMPUTE WS-SIDE-DIFF = WS-GW-GL (WS-GW-SUB-IX)
                                   - WS-GW-SUB (WS-GW-SUB-IX)
              PERFORM H620-TRACK-BREAK
              MOVE WS-SIDE-DIFF TO WS-DET-SUB-DIFF-ED
              MOVE WS-SIDE-AGE  TO WS-DET-SUB-AGE
           ELSE
              MOVE '   NOT COMPARED' TO WS-DET-SUB-DIFF-TX
              MOVE SPACES            TO WS-DET-SUB-AGE-TX
           END-IF
           IF WS-FEED-CURRENT
              MOVE 'F' TO WS-SIDE
              COMPUTE WS-SIDE-DIFF = WS-GW-GL (WS-GW-SUB-IX)
                                   - WS-GW-FEED (WS-GW-SUB-IX)
              PERFORM H620-TRACK-BREAK
              MOVE WS-SIDE-DIFF TO WS-DET-FEED-DIFF-ED
              MOVE WS-SIDE-AGE  TO WS-DET-FEED-AGE
           ELSE
              MOVE '   NOT COMPARED' TO WS-DET-FEED-DIFF-TX
              MOVE SPACES            TO WS-DET-FEED-AGE-TX
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE-1
           WRITE RPT-REC FROM WS-DETAIL-LINE-2.
           EXIT.
      *
      *    one side of one currency against the register: a
      *    difference updates the open break or opens one dated
      *    tonight; no difference resolves an open break
       H620-TRACK-BREAK.
           PERFORM H630-FIND-OPEN-BREAK
           MOVE ZERO TO WS-SIDE-AGE
           IF WS-SIDE-DIFF NOT = ZERO
              MOVE '*BREAK' TO WS-DET-FLAG
              IF WS-BRK-FOUND
                 MOVE WS-SIDE-DIFF TO GLRB-LAST-AMT
                 MOVE WS-RUN-DATE  TO GLRB-LAST-DATE
                 REWRITE GLRB-REC
                 PERFORM H690-CHECK-REGISTER-WRITE
                 PERFORM H660-COMPUTE-AGE
              ELSE
                 PERFORM H650-OPEN-NEW-BREAK
              END-IF
           ELSE
              IF WS-BRK-FOUND
                 SET GLRB-RESOLVED TO TRUE
                 MOVE ZERO         TO GLRB-LAST-AMT
                 MOVE WS-RUN-DATE  TO GLRB-LAST-DATE
                                      GLRB-CLOSE-DATE
                 REWRITE GLRB-REC
                 PERFORM H690-CHECK-REGISTER-WRITE
                 ADD 1 TO WS-CNT-RESOLVED
              END-IF
           END-IF.
           EXIT.
      *
      *    browse the currency-and-side's breaks, oldest first,
      *    stopping on the open one with it in the record area
       H630-FIND-OPEN-BREAK.
           MOVE 'N' TO WS-BRK-FOUND-SW WS-BROWSE-SW
           MOVE WS-LOOK-DVZ TO GLRB-DVZ
           MOVE WS-SIDE     TO GLRB-SIDE
           MOVE LOW-VALUES  TO GLRB-OPEN-DATE
           START GLR-BRK KEY IS NOT LESS THAN GLRB-KEY
              INVALID KEY
                 SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM H640-NEXT-BREAK UNTIL WS-BROWSE-DONE.
           EXIT.
      *
       H640-NEXT-BREAK.
           READ GLR-BRK NEXT RECORD
           IF NOT GLRB-SUCCESS
              OR GLRB-DVZ NOT = WS-LOOK-DVZ
              OR GLRB-SIDE NOT = WS-SIDE
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF GLRB-OPEN
                 SET WS-BRK-FOUND   TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *    a break cleared tonight that is still there reopens
      *    under tonight's date - if it was itself opened tonight
      *    (a rerun) the same record is reopened in place
       H650-OPEN-NEW-BREAK.
           MOVE SPACES       TO GLRB-REC
           MOVE WS-LOOK-DVZ  TO GLRB-DVZ
           MOVE WS-SIDE      TO GLRB-SIDE
           MOVE WS-RUN-DATE  TO GLRB-OPEN-DATE
           SET GLRB-OPEN     TO TRUE
           MOVE WS-SIDE-DIFF TO GLRB-OPEN-AMT GLRB-LAST-AMT
           MOVE WS-RUN-DATE  TO GLRB-LAST-DATE
           MOVE ZERO         TO GLRB-AGE
           WRITE GLRB-REC
           IF GLRB-DUPLICATE
              READ GLR-BRK
              PERFORM H690-CHECK-REGISTER-WRITE
              SET GLRB-OPEN     TO TRUE
              MOVE WS-SIDE-DIFF TO GLRB-OPEN-AMT GLRB-LAST-AMT
              MOVE WS-RUN-DATE  TO GLRB-LAST-DATE
              MOVE ZERO         TO GLRB-AGE
              MOVE SPACES       TO GLRB-CLOSE-DATE GLRB-CLEAR-USER
                                   GLRB-CLEAR-REF
              REWRITE GLRB-REC
           END-IF
           PERFORM H690-CHECK-REGISTER-WRITE
           ADD 1 TO WS-CNT-NEW.
           EXIT.
      *
      *    calendar days from the night the break opened to the
      *    run date - never negative when re-running an earlier
      *    night
       H660-COMPUTE-AGE.
           COMPUTE WS-INT-OPEN = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(GLRB-OPEN-DATE))
           IF WS-INT-RUN > WS-INT-OPEN
              COMPUTE WS-SIDE-AGE = WS-INT-RUN - WS-INT-OPEN
           ELSE
              MOVE ZERO TO WS-SIDE-AGE
           END-IF.
           EXIT.
      *
      *    a register the breaks cannot be carried on is worth
      *    stopping for
       H690-CHECK-REGISTER-WRITE.
           IF NOT GLRB-SUCCESS
              DISPLAY 'PBEGGLR - GLRBRK WRITE FAILED, STATUS '
                      GLRB-ST ' FOR ' GLRB-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
      *    every break still open, whether or not its side was
      *    compared tonight, is aged to the run date and listed in
      *    register order (currency, side, then oldest first) -
      *    the carried-forward list the investigators work from
       H700-AGE-OPEN-BREAKS.
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'UNRESOLVED DIFFERENCES CARRIED FORWARD'
             TO WS-MSG-LINE
           WRITE RPT-REC FROM WS-MSG-LINE
           WRITE RPT-REC FROM WS-AGE-COL-LINE
           MOVE 'N' TO WS-BROWSE-SW
           MOVE LOW-VALUES TO GLRB-KEY
           START GLR-BRK KEY IS NOT LESS THAN GLRB-KEY
              INVALID KEY
                 SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM H710-AGE-ONE-BREAK UNTIL WS-BROWSE-DONE
           IF WS-CNT-OPEN = ZERO
              MOVE 'NONE - SUBLEDGER AND GL AGREE' TO WS-MSG-LINE
              WRITE RPT-REC FROM WS-MSG-LINE
           END-IF.
           EXIT.
      *
       H710-AGE-ONE-BREAK.
           READ GLR-BRK NEXT RECORD
           IF NOT GLRB-SUCCESS
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF GLRB-OPEN
                 ADD 1 TO WS-CNT-OPEN
                 PERFORM H660-COMPUTE-AGE
                 MOVE WS-SIDE-AGE TO GLRB-AGE
                 REWRITE GLRB-REC
                 PERFORM H690-CHECK-REGISTER-WRITE
                 MOVE GLRB-DVZ       TO WS-AGE-DVZ
                 MOVE GLRB-SIDE      TO WS-SIDE
                 PERFORM H520-SIDE-TEXT
                 MOVE GLRB-OPEN-DATE TO WS-AGE-OPEN-DATE
                 MOVE GLRB-AGE       TO WS-AGE-DAYS
                 MOVE GLRB-OPEN-AMT  TO WS-AGE-OPEN-AMT-ED
                 MOVE GLRB-LAST-DATE TO WS-AGE-LAST-DATE
                 MOVE GLRB-LAST-AMT  TO WS-AGE-LAST-AMT-ED
                 WRITE RPT-REC FROM WS-AGE-LINE
              END-IF
           END-IF.
           EXIT.
      *
      *    the cumulative feed net goes forward whatever the
      *    comparison found - it is what we shipped, not a
      *    judgement on it
       H800-CARRY-FEED-FORWARD.
           MOVE WS-RUN-DATE      TO GLR-DATE
           MOVE WS-NEW-FEED-DATE TO GLR-FEED-DATE
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > 10
              IF WS-LT-SUB <= WS-GW-COUNT
                 MOVE WS-GW-DVZ (WS-LT-SUB)
                   TO GLR-DVZ (WS-LT-SUB)
                 MOVE WS-GW-FEED (WS-LT-SUB)
                   TO GLR-CUM (WS-LT-SUB)
              ELSE
                 MOVE ZERO TO GLR-DVZ (WS-LT-SUB)
                 MOVE ZERO TO GLR-CUM (WS-LT-SUB)
              END-IF
           END-PERFORM
           MOVE 1 TO WS-GLR-RRN
           IF WS-GLR-EXISTS
              REWRITE GLR-REC
           ELSE
              WRITE GLR-REC
           END-IF
           IF NOT GLRC-SUCCESS
              DISPLAY 'PBEGGLR - GLRCTL WRITE FAILED, STATUS '
                      GLRC-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
      *    a break closed by hand goes to the permanent audit
      *    log: who, which break, and the correcting reference
       H900-WRITE-OPSLOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGGLR'    TO OPSL-PROGRAM
           MOVE WS-OPERATOR  TO OPSL-OPERATOR
           MOVE 'GLR-CLEAR'  TO OPSL-ACTION
           MOVE WS-RUN-DATE  TO OPSL-PROC-DATE
           MOVE 1            TO OPSL-COUNT
           MOVE SPACES       TO OPSL-DETAIL
           STRING GLRB-DVZ GLRB-SIDE ' ' GLRB-OPEN-DATE ' '
                  CARD-REF
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGGLR - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE GLR-BRK GLR-CTL GLR-RPT OPS-LOG.
           DISPLAY 'PBEGGLR - CURRENCIES:        ' WS-GW-COUNT.
           DISPLAY 'PBEGGLR - CLEARING CARDS:    ' WS-CNT-CARDS.
           DISPLAY 'PBEGGLR - BREAKS CLEARED:    ' WS-CNT-CLEARED.
           DISPLAY 'PBEGGLR - CARDS NOT APPLIED: '
                   WS-CNT-NOT-CLEARED.
           DISPLAY 'PBEGGLR - BREAKS OPENED:     ' WS-CNT-NEW.
           DISPLAY 'PBEGGLR - BREAKS RESOLVED:   ' WS-CNT-RESOLVED.
           DISPLAY 'PBEGGLR - BREAKS OPEN:       ' WS-CNT-OPEN.
           IF WS-CNT-OPEN > ZERO
              OR NOT WS-SUB-CURRENT OR NOT WS-FEED-CURRENT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-NOT-CLEARED > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
