      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGESC.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Escheatment of dormant balances, and their claim back.
      * PBEGARC's purge takes a deactivated position off the
      * cluster once it has been idle past the retention
      * threshold; the money on it belongs to the customer and,
      * by law, has to be moved to the bank's unclaimed-funds
      * liability and reported before the record goes. Two modes,
      * selected by PARM:
      *
      *   ESCHEAT - sweep ACCTREC read-only with PBEGARC's own
      *             purge test (deactivated, ACCT-TODAY valid,
      *             idle past the threshold, calendar or business
      *             days) and, for each due position holding a
      *             credit balance, write ONE ordinary ISLEM-TIPI
      *             6 (DEBIT) for the whole balance to a new
      *             ESCPOST delivery, flagged 'E' in col 22 -
      *             PBEGIDX then posts it against the inactive
      *             position, contras it to UNCLAIMD and leaves
      *             ACCT-TODAY alone, so it shows on POSTHIST, the
      *             statement and GLVCHR like any posting. Each is
      *             entered on the UNCLAIM register as pending and
      *             listed on the UNCLRPT unclaimed-property report
      *             with the customer's name, address, national ID
      *             and home branch (CUSTREC), last activity and
      *             amount, totalled per DVZ. A due position with
      *             funds on hold, or with a debit balance, is not
      *             escheated and is reported on SYSOUT instead.
      *   CLAIM   - read the CLMCARD claim cards; for each position
      *             named that is back on ACCTREC and active (PBEGHRT
      *             RESTORE re-activates it), add up its escheated
      *             register entries and write ONE ISLEM-TIPI 7
      *             (CREDIT) for the total to the ESCPOST delivery,
      *             flagged 'U' - contra UNCLAIMD again - mark the
      *             entries claimed and list the claim on UNCLRPT.
      *
      * The ESCPOST generation is a complete INPFILE delivery of
      * its own, the way PBEGFEE's FEEPOST is: header dated with
      * the stream's next processing date (RUNCTL RUNC-PROC-DATE;
      * the current date when RUNCTL is not readable), the
      * postings with source code 'ESC', and a count/hash
      * trailer. Dormancy is measured to the current date, as
      * PBEGARC measures it.
      *
      * CLMCARD discipline matches PBEGINT's RATEFILE:
      *   col 1 'C'  cols 2-6  account ID
      *              cols 7-9  DVZ
      *              cols 10-19 claimant's reference (claim form,
      *                        ID document) - required
      *   col 1 '*'  comment; blank cards skipped
      * The deck is proved whole before anything is claimed.
      *
      * PARM: cols 1-8 mode keyword ESCHEAT or CLAIM; cols 9-13
      * threshold in days and col 14 'B' for business days, as
      * PBEGARC's PARM (ESCHEAT only; 365 calendar days when
      * omitted); cols 15-22 operator for the OPSLOG record
      * (CONSOLE when omitted).
      * RETURN-CODE 0 clean, 4 when a due position was held back
      * or a claim could not be paid, 16 on a bad PARM or claim
      * card, when ACCTREC, HOLDFILE or UNCLAIM will not open, or
      * on a failed register or delivery write.
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
           SELECT HOLD-FILE  ASSIGN  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS HOLD-KEY
                             STATUS  HOLD-ST.
      *    the unclaimed-funds register, one entry per balance
      *    moved (see UNCLREC)
           SELECT UNCL-FILE  ASSIGN  UNCLAIM
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS UNCL-KEY
                             STATUS  UNCL-ST.
           SELECT CAL-FILE   ASSIGN  CALFILE
                             STATUS  CAL-ST.
           SELECT CLM-FILE   ASSIGN  CLMCARD
                             STATUS  CLM-ST.
      *    the generated DEBIT/CREDIT transactions, in INP-REC
      *    layout, fed to the next nightly run's INPFILE
           SELECT ESC-POST   ASSIGN  ESCPOST
                             STATUS  EPST-ST.
           SELECT UNCL-RPT   ASSIGN  UNCLRPT
                             STATUS  RPT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *    money moved off customers' positions - the run goes to
      *    the permanent audit log
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
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
       FD  HOLD-FILE RECORDING MODE F.
       COPY HOLDREC.
      *
       FD  UNCL-FILE RECORDING MODE F.
       COPY UNCLREC.
      *
      *    calendar cards, the same layout the nightly stream
      *    reads: col 1 'H', cols 2-9 holiday date YYYYMMDD;
      *    '*' comments; blanks skipped
       FD  CAL-FILE  RECORDING MODE F.
       01  CAL-CARD.
           05  CAL-TYPE            PIC X(01).
           05  CAL-DATE            PIC X(08).
           05  FILLER              PIC X(71).
      *
       FD  CLM-FILE  RECORDING MODE F.
       01  CLM-CARD.
           05  CLM-TYPE            PIC X(01).
           05  CLM-ACCT-KEY.
               10  CLM-ID          PIC X(05).
               10  CLM-DVZ         PIC X(03).
           05  CLM-REF             PIC X(10).
           05  FILLER              PIC X(61).
      *
      *    one ISLEM-TIPI 6 or 7 transaction per position, laid
      *    out exactly as PBEG006's INP-REC expects a posting
       FD  ESC-POST  RECORDING MODE F.
       01  EPST-REC.
           05  EPST-ISLEM-TIPI     PIC X(01).
           05  EPST-ID             PIC X(05).
           05  EPST-DVZ            PIC X(03).
           05  EPST-SIGN           PIC X(01).
           05  EPST-AMOUNT         PIC 9(09)V99.
           05  EPST-FEE-SW         PIC X(01).
           05  FILLER              PIC X(25).
      *    escheatment postings carry their own source code, so
      *    the per-branch totals show them apart from the
      *    branches' own work
           05  EPST-BRANCH         PIC X(03).
      *    transmission wrapper PBEG006's H113 validation expects
      *    on every INPFILE delivery
       01  EPST-XMIT-REC.
           05  EXMIT-MARKER        PIC X(01).
           05  EXMIT-BODY          PIC X(49).
           05  EXMIT-HDR-BODY REDEFINES EXMIT-BODY.
               07  EXMIT-FILE-DATE PIC X(08).
               07  FILLER          PIC X(41).
           05  EXMIT-TRL-BODY REDEFINES EXMIT-BODY.
               07  EXMIT-REC-COUNT PIC 9(07).
               07  EXMIT-AMT-HASH  PIC 9(13)V99.
               07  FILLER          PIC X(27).
      *
       FD  UNCL-RPT  RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
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
           05  ACCT-ST          PIC 9(02).
               88 ACCT-EOF                VALUE 10.
               88 ACCT-SUCCESS            VALUE 00 97.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  HOLD-ST          PIC 9(02).
               88 HOLD-SUCCESS            VALUE 00 97.
           05  UNCL-ST          PIC 9(02).
               88 UNCL-SUCCESS            VALUE 00 97.
               88 UNCL-NOTFOUND           VALUE 23.
           05  CAL-ST           PIC 9(02).
               88 CAL-EOF                 VALUE 10.
               88 CAL-SUCCESS             VALUE 00 97.
           05  CLM-ST           PIC 9(02).
               88 CLM-EOF                 VALUE 10.
               88 CLM-SUCCESS             VALUE 00 97.
           05  EPST-ST          PIC 9(02).
               88 EPST-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  WS-MODE-SW       PIC X(01).
               88 WS-MODE-ESCHEAT         VALUE 'E'.
               88 WS-MODE-CLAIM           VALUE 'C'.
           05  WS-RETENTION-DAYS PIC 9(05) VALUE 365.
           05  WS-BASIS-SW      PIC X(01) VALUE 'C'.
               88  WS-BUSDAY-BASIS        VALUE 'B'.
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
      *    the processing date the postings will run under, and
      *    the date dormancy is measured to
           05  WS-POST-DATE     PIC X(08).
           05  WS-TODAY         PIC X(08).
           05  WS-INT-TODAY     PIC 9(07).
           05  WS-INT-LAST      PIC 9(07).
           05  WS-IDLE-DAYS     PIC S9(05).
           05  WS-HELD-TOTAL    PIC S9(11)V99 COMP-3.
           05  WS-BROWSE-SW     PIC X(01).
               88  WS-BROWSE-DONE         VALUE 'Y'.
           05  WS-UNCL-ON-FILE-SW PIC X(01).
               88  WS-UNCL-ON-FILE        VALUE 'Y'.
           05  WS-CARD-BAD-SW   PIC X(01) VALUE 'N'.
               88  WS-CARD-DECK-BAD       VALUE 'Y'.
      *    transmission-trailer tallies over the written postings
           05  WS-EPST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-EPST-HASH     PIC 9(13)V99 COMP-3 VALUE ZERO.
      *    the position in hand as it goes on the report: the
      *    amount moved, the date column, the claimant reference
           05  WS-POSN-AMOUNT   PIC S9(09)V99 COMP-3.
           05  WS-POSN-DATE     PIC X(08).
           05  WS-POSN-REF      PIC X(10).
           05  WS-POSN-TIPI     PIC X(01).
           05  WS-POSN-FLAG     PIC X(01).
      *    business-day conversion state: whole weeks hold 5
      *    weekdays apiece, remainder days and in-range weekday
      *    holidays are handled one by one (day 1 of the integer
      *    calendar was a Monday, so MOD 7 = 6 is Saturday and
      *    0 is Sunday)
       01  WS-CALENDAR-AREA.
           05  WS-HOL-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-HOL-DATE          PIC X(08) OCCURS 50 TIMES.
           05  WS-HOL-SUB           PIC 9(03).
           05  WS-BD-WEEKS          PIC 9(05).
           05  WS-BD-REM            PIC 9(01).
           05  WS-BD-SUB            PIC 9(01).
           05  WS-BD-CAND-INT       PIC 9(07).
           05  WS-BD-DOW            PIC 9(01).
           05  WS-BD-HOL-INT        PIC 9(07).
       01  WS-COUNTS.
           05  WS-CNT-SWEPT        PIC 9(07) VALUE ZERO.
           05  WS-CNT-DUE          PIC 9(07) VALUE ZERO.
           05  WS-CNT-ESCHEATED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-ZERO-BAL     PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEBIT-BAL    PIC 9(07) VALUE ZERO.
           05  WS-CNT-HELD         PIC 9(07) VALUE ZERO.
           05  WS-CNT-VOIDED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-BADDATE      PIC 9(07) VALUE ZERO.
           05  WS-CNT-CARDS        PIC 9(07) VALUE ZERO.
           05  WS-CNT-CLAIMED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOT-PAID     PIC 9(07) VALUE ZERO.
      *    per-DVZ report totals over the currencies seen; DVZTAB
      *    caps the shop at 10 currencies, so 10 slots suffice
       01  WS-TOT-AREA.
           05  WS-TOT-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-TOT-ENT OCCURS 10 TIMES.
               07  WS-TOT-DVZ       PIC X(03).
               07  WS-TOT-POSNS     PIC 9(07).
               07  WS-TOT-AMT       PIC S9(11)V99 COMP-3.
           05  WS-TOT-SUB           PIC 9(02).
           05  WS-TOT-HIT           PIC 9(02).
      *    date validation, same YYYYMMDD checks the batch stream
      *    applies before trusting a stored date
       01  WS-DATE-CHECK-IN         PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK-IN.
           05  WS-DATE-YYYY         PIC 9(04).
           05  WS-DATE-MM           PIC 9(02).
           05  WS-DATE-DD           PIC 9(02).
       01  WS-DATE-CHECK-SW         PIC X(01).
           88  WS-DATE-CHECK-VALID          VALUE 'Y'.
           88  WS-DATE-CHECK-INVALID        VALUE 'N'.
       01  WS-MAX-DAY                PIC 9(02).
       01  WS-DIM-TABLE.
           05  WS-DIM               PIC 9(02) OCCURS 12 TIMES
                   VALUES ARE 31 28 31 30 31 30 31 31 30 31 30 31.
      *    report lines
       01  WS-TITLE-LINE.
           05  WS-TTL-TEXT          PIC X(34).
           05  FILLER               PIC X(08) VALUE 'POSTING '.
           05  WS-TTL-POST-DATE     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TTL-BASIS         PIC X(28).
       01  WS-COLUMN-LINE-1.
           05  FILLER               PIC X(40)
               VALUE '  ACCOUNT    HOLDER                     '.
           05  FILLER               PIC X(17)
               VALUE '     NATL ID     '.
           05  WS-COL-DATE-HDR      PIC X(08).
           05  FILLER               PIC X(15)
               VALUE '       AMOUNT  '.
       01  WS-COLUMN-LINE-2.
           05  FILLER               PIC X(40)
               VALUE '             ADDRESS                    '.
           05  FILLER               PIC X(40)
               VALUE '    CITY            PCODE BR  REFERENCE'.
       01  WS-DETAIL-LINE-1.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-AD            PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SOYAD         PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-NATL-ID       PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-AMOUNT-ED     PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
       01  WS-DETAIL-LINE-2.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WS-DET-ADDR          PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-CITY          PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-POSTCODE      PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-BRANCH        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-REF           PIC X(10).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTAL DVZ '.
           05  WS-TOTL-DVZ          PIC X(03).
           05  FILLER               PIC X(12) VALUE '  POSITIONS '.
           05  WS-TOTL-POSNS-ED     PIC ZZZZZZ9.
           05  FILLER               PIC X(09) VALUE '  AMOUNT '.
           05  WS-TOTL-AMT-ED       PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(25) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       LINKAGE SECTION.
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-MODE         PIC X(08).
           05  WS-PARM-DAYS         PIC X(05).
           05  WS-PARM-BASIS        PIC X(01).
      *    who submitted this run, 8 characters, stamped into the
      *    audit record
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           IF WS-MODE-ESCHEAT
              PERFORM H200-SWEEP-ONE-ACCOUNT UNTIL ACCT-EOF
           ELSE
              OPEN INPUT CLM-FILE
              READ CLM-FILE
              PERFORM H600-ONE-CLAIM-CARD UNTIL CLM-EOF
              CLOSE CLM-FILE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           PERFORM H110-PARSE-PARM.
           OPEN INPUT  ACCT-REC CUST-REC HOLD-FILE.
      *    no position is escheated without its holds in view
           IF NOT ACCT-SUCCESS OR NOT HOLD-SUCCESS
              DISPLAY 'PBEGESC - ACCTREC/HOLDFILE OPEN FAILED, '
                      'STATUS ' ACCT-ST '/' HOLD-ST
              CLOSE ACCT-REC CUST-REC HOLD-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O    UNCL-FILE.
           IF NOT UNCL-SUCCESS
              DISPLAY 'PBEGESC - UNCLAIM OPEN FAILED, STATUS '
                      UNCL-ST
              CLOSE ACCT-REC CUST-REC HOLD-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ESC-POST UNCL-RPT.
           PERFORM H120-POST-DATE-FROM-RUNCTL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-INT-TODAY =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           MOVE SPACES TO EPST-XMIT-REC
           MOVE 'H'          TO EXMIT-MARKER
           MOVE WS-POST-DATE TO EXMIT-FILE-DATE
           WRITE EPST-XMIT-REC.
           MOVE WS-POST-DATE TO WS-TTL-POST-DATE
           IF WS-MODE-ESCHEAT
              IF WS-BUSDAY-BASIS
                 PERFORM H150-LOAD-CALENDAR
              END-IF
              MOVE 'UNCLAIMED PROPERTY - ESCHEATMENT'
                TO WS-TTL-TEXT
              STRING 'DORMANT OVER ' WS-RETENTION-DAYS
                     ' DAYS ' WS-BASIS-SW
                 DELIMITED BY SIZE INTO WS-TTL-BASIS
              MOVE 'LAST ACT' TO WS-COL-DATE-HDR
              DISPLAY 'PBEGESC - ESCHEAT, THRESHOLD '
                      WS-RETENTION-DAYS ' DAYS, BASIS ' WS-BASIS-SW
                      ', POSTING DATE ' WS-POST-DATE
              MOVE LOW-VALUES TO ACCT-KEY
              START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
                 INVALID KEY
                    SET ACCT-EOF TO TRUE
              END-START
           ELSE
              PERFORM H130-PROVE-CLAIM-CARDS
              MOVE 'UNCLAIMED PROPERTY - CLAIMS PAID'
                TO WS-TTL-TEXT
              MOVE SPACES    TO WS-TTL-BASIS
              MOVE 'ESCHEAT ' TO WS-COL-DATE-HDR
              DISPLAY 'PBEGESC - CLAIM, POSTING DATE ' WS-POST-DATE
           END-IF.
           WRITE RPT-REC FROM WS-TITLE-LINE
           WRITE RPT-REC FROM WS-BLANK-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE-1
           WRITE RPT-REC FROM WS-COLUMN-LINE-2.
           EXIT.
      *
       H110-PARSE-PARM.
           IF WS-PARM-LEN >= 7 AND WS-PARM-MODE = 'ESCHEAT'
              SET WS-MODE-ESCHEAT TO TRUE
           ELSE
           IF WS-PARM-LEN >= 5 AND WS-PARM-MODE = 'CLAIM'
              SET WS-MODE-CLAIM TO TRUE
           ELSE
              DISPLAY 'PBEGESC - BAD PARM: MODE ESCHEAT OR CLAIM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           END-IF.
           IF WS-PARM-LEN >= 13 AND WS-PARM-DAYS IS NUMERIC
                                AND WS-PARM-DAYS > 0
              MOVE WS-PARM-DAYS TO WS-RETENTION-DAYS
           END-IF.
           IF WS-PARM-LEN >= 14 AND WS-PARM-BASIS = 'B'
              MOVE 'B' TO WS-BASIS-SW
           END-IF.
           IF WS-PARM-LEN >= 22 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           EXIT.
      *
      *    the generated postings run under the stream's NEXT
      *    processing date - the date their delivery header must
      *    carry, and the date the register entries are keyed on
       H120-POST-DATE-FROM-RUNCTL.
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
      *    the whole claim deck is read once before any claim is
      *    paid - a bad card found half-way would leave entries
      *    marked claimed behind a delivery with no trailer
       H130-PROVE-CLAIM-CARDS.
           OPEN INPUT CLM-FILE
           READ CLM-FILE
           PERFORM H140-PROVE-ONE-CARD UNTIL CLM-EOF
           CLOSE CLM-FILE
           IF WS-CARD-DECK-BAD
              CLOSE ACCT-REC CUST-REC HOLD-FILE UNCL-FILE
                    ESC-POST UNCL-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
       H140-PROVE-ONE-CARD.
           EVALUATE CLM-TYPE
              WHEN 'C'
                 IF CLM-ID NOT NUMERIC OR CLM-DVZ NOT NUMERIC
                    OR CLM-REF = SPACES
                    DISPLAY 'PBEGESC - BAD CLAIM CARD: ' CLM-CARD
                    SET WS-CARD-DECK-BAD TO TRUE
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PBEGESC - BAD CLAIM CARD: ' CLM-CARD
                 SET WS-CARD-DECK-BAD TO TRUE
           END-EVALUATE
           READ CLM-FILE.
           EXIT.
      *
      *    load the holiday calendar, fatal on a card that does
      *    not parse - PBEGARC would count the same days wrong
       H150-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           READ CAL-FILE
           PERFORM H160-LOAD-ONE-CAL-CARD UNTIL CAL-EOF
           CLOSE CAL-FILE
           DISPLAY 'PBEGESC - HOLIDAYS LOADED: ' WS-HOL-COUNT.
           EXIT.
      *
       H160-LOAD-ONE-CAL-CARD.
           EVALUATE CAL-TYPE
              WHEN 'H'
                 MOVE CAL-DATE TO WS-DATE-CHECK-IN
                 PERFORM H250-VALIDATE-DATE
                 IF WS-DATE-CHECK-VALID
                    AND WS-HOL-COUNT < 50
                    ADD 1 TO WS-HOL-COUNT
                    MOVE CAL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
                 ELSE
                    DISPLAY 'PBEGESC - BAD CALENDAR CARD: '
                            CAL-CARD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PBEGESC - BAD CALENDAR CARD: ' CAL-CARD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           READ CAL-FILE.
           EXIT.
      *
      *    one cluster record per pass, judged by PBEGARC's own
      *    purge test: deactivated, a last-maintenance date that
      *    validates, idle past the threshold
       H200-SWEEP-ONE-ACCOUNT.
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-EOF
              ADD 1 TO WS-CNT-SWEPT
              IF ACCT-INACTIVE
                 MOVE ACCT-TODAY TO WS-DATE-CHECK-IN
                 PERFORM H250-VALIDATE-DATE
                 IF WS-DATE-CHECK-VALID
                    COMPUTE WS-INT-LAST = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ACCT-TODAY))
                    COMPUTE WS-IDLE-DAYS = WS-INT-TODAY - WS-INT-LAST
                    IF WS-BUSDAY-BASIS AND WS-IDLE-DAYS > ZERO
                       PERFORM H260-COMPUTE-BUSINESS-IDLE
                    END-IF
                    IF WS-IDLE-DAYS > WS-RETENTION-DAYS
                       PERFORM H300-CONSIDER-POSITION
                    END-IF
                 ELSE
                    ADD 1 TO WS-CNT-BADDATE
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    checks WS-DATE-CHECK-IN (YYYYMMDD): numeric, month 1-12,
      *    day within that month's day count (leap years included
      *    for February). Sets WS-DATE-CHECK-SW.
       H250-VALIDATE-DATE.
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
      *    calendar idle-day spread converted to business days:
      *    5 per whole week, remainder days checked one by one,
      *    in-range weekday holidays off the count
       H260-COMPUTE-BUSINESS-IDLE.
           DIVIDE WS-IDLE-DAYS BY 7 GIVING WS-BD-WEEKS
              REMAINDER WS-BD-REM
           COMPUTE WS-IDLE-DAYS = WS-BD-WEEKS * 5
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-REM
              COMPUTE WS-BD-CAND-INT =
                 WS-INT-LAST + (WS-BD-WEEKS * 7) + WS-BD-SUB
              COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-CAND-INT, 7)
              IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                 ADD 1 TO WS-IDLE-DAYS
              END-IF
           END-PERFORM
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
              IF WS-HOL-DATE (WS-HOL-SUB) > ACCT-TODAY
                 AND WS-HOL-DATE (WS-HOL-SUB) <= WS-TODAY
                 COMPUTE WS-BD-HOL-INT = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(WS-HOL-DATE (WS-HOL-SUB)))
                 COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-HOL-INT, 7)
                 IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                    SUBTRACT 1 FROM WS-IDLE-DAYS
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      *
      *    a due position with nothing on it has nothing to move;
      *    a debit balance is the bank's loss, not the customer's
      *    property, and goes with the purge as before; funds on
      *    hold answer to the order that froze them and stay
      *    until legal releases them
       H300-CONSIDER-POSITION.
           ADD 1 TO WS-CNT-DUE
           IF ACCT-BALANCE = ZERO
              ADD 1 TO WS-CNT-ZERO-BAL
           ELSE
           IF ACCT-BALANCE < ZERO
              ADD 1 TO WS-CNT-DEBIT-BAL
              DISPLAY 'PBEGESC - DEBIT BALANCE, NOT ESCHEATED: '
                      ACCT-KEY
           ELSE
              PERFORM H310-SUM-ACTIVE-HOLDS
              IF WS-HELD-TOTAL > ZERO
                 ADD 1 TO WS-CNT-HELD
                 DISPLAY 'PBEGESC - FUNDS HELD, NOT ESCHEATED: '
                         ACCT-KEY
              ELSE
                 PERFORM H400-ESCHEAT-POSITION
              END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    the position's holds still in force on the posting date,
      *    the test PBEGIDX makes before a debit goes on
       H310-SUM-ACTIVE-HOLDS.
           MOVE ZERO     TO WS-HELD-TOTAL
           MOVE 'N'      TO WS-BROWSE-SW
           MOVE ACCT-KEY TO HOLD-ACCT-KEY
           MOVE ZERO     TO HOLD-NO
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
           IF NOT HOLD-SUCCESS
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H320-ADD-ONE-HOLD UNTIL WS-BROWSE-DONE.
           EXIT.
      *
       H320-ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
           IF NOT HOLD-SUCCESS OR HOLD-ACCT-KEY NOT = ACCT-KEY
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF HOLD-ACTIVE
                 AND (HOLD-EXPIRY = SPACES
                      OR HOLD-EXPIRY > WS-POST-DATE)
                 ADD HOLD-AMOUNT TO WS-HELD-TOTAL
              END-IF
           END-IF.
           EXIT.
      *
      *    the whole credit balance goes: register entry first,
      *    then the debit, then the report line
       H400-ESCHEAT-POSITION.
           PERFORM H410-LOOK-UP-CUSTOMER
           PERFORM H420-VOID-STALE-ENTRIES
           PERFORM H430-RECORD-ENTRY
           MOVE ACCT-BALANCE TO WS-POSN-AMOUNT
           MOVE ACCT-TODAY   TO WS-POSN-DATE
           MOVE SPACES       TO WS-POSN-REF
           MOVE '6'          TO WS-POSN-TIPI
           MOVE 'E'          TO WS-POSN-FLAG
           PERFORM H500-WRITE-POSTING
           PERFORM H510-PRINT-POSITION
           ADD 1 TO WS-CNT-ESCHEATED.
           EXIT.
      *
      *    the regulator wants the owner's particulars as the
      *    customer file holds them; a position with no customer
      *    record still goes on the report, under the name the
      *    account carries
       H410-LOOK-UP-CUSTOMER.
           MOVE ACCT-SEQ TO CUST-SEQ
           READ CUST-REC
           IF NOT CUST-SUCCESS
              MOVE SPACES   TO CUST-FIELDS
              MOVE ACCT-SEQ TO CUST-SEQ
              MOVE '*** NO CUSTOMER RECORD ***' TO CUST-ADDR-1
           END-IF
           IF CUST-BRANCH = SPACES
              MOVE '???' TO CUST-BRANCH
           END-IF.
           EXIT.
      *
      *    a pending entry from an earlier run whose debit never
      *    posted - the balance it meant to move is still on the
      *    position - is voided; this run's entry replaces it
       H420-VOID-STALE-ENTRIES.
           MOVE 'N'        TO WS-BROWSE-SW
           MOVE ACCT-KEY   TO UNCL-ACCT-KEY
           MOVE LOW-VALUES TO UNCL-ESC-DATE
           START UNCL-FILE KEY IS NOT LESS THAN UNCL-KEY
           IF NOT UNCL-SUCCESS
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H425-VOID-ONE-ENTRY UNTIL WS-BROWSE-DONE.
           EXIT.
      *
       H425-VOID-ONE-ENTRY.
           READ UNCL-FILE NEXT RECORD
           IF NOT UNCL-SUCCESS OR UNCL-ACCT-KEY NOT = ACCT-KEY
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF UNCL-PENDING AND UNCL-ESC-DATE NOT = WS-POST-DATE
                 SET UNCL-VOID TO TRUE
                 REWRITE UNCL-REC
                 PERFORM H480-CHECK-REGISTER-WRITE
                 ADD 1 TO WS-CNT-VOIDED
              END-IF
           END-IF.
           EXIT.
      *
      *    keyed on the posting date, so a rerun for the same
      *    night replaces its own entry rather than adding one
       H430-RECORD-ENTRY.
           MOVE ACCT-KEY     TO UNCL-ACCT-KEY
           MOVE WS-POST-DATE TO UNCL-ESC-DATE
           READ UNCL-FILE
           IF UNCL-SUCCESS
              SET WS-UNCL-ON-FILE TO TRUE
           ELSE
              MOVE 'N' TO WS-UNCL-ON-FILE-SW
           END-IF
           MOVE SPACES       TO UNCL-REC
           MOVE ACCT-KEY     TO UNCL-ACCT-KEY
           MOVE WS-POST-DATE TO UNCL-ESC-DATE
           SET UNCL-PENDING  TO TRUE
           MOVE ACCT-BALANCE TO UNCL-AMOUNT
           MOVE ACCT-AD      TO UNCL-AD
           MOVE ACCT-SOYAD   TO UNCL-SOYAD
           MOVE CUST-BRANCH  TO UNCL-BRANCH
           MOVE ACCT-TODAY   TO UNCL-LAST-DATE
           IF WS-UNCL-ON-FILE
              REWRITE UNCL-REC
           ELSE
              WRITE UNCL-REC
           END-IF
           PERFORM H480-CHECK-REGISTER-WRITE.
           EXIT.
      *
      *    a register the postings cannot be traced back through
      *    is worth stopping for
       H480-CHECK-REGISTER-WRITE.
           IF NOT UNCL-SUCCESS
              DISPLAY 'PBEGESC - UNCLAIM WRITE FAILED, STATUS '
                      UNCL-ST ' FOR ' UNCL-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
      *    the caller sets the transaction type, flag and amount;
      *    the sign is always '+'
       H500-WRITE-POSTING.
           MOVE SPACES         TO EPST-REC
           MOVE WS-POSN-TIPI   TO EPST-ISLEM-TIPI
           MOVE WS-POSN-FLAG   TO EPST-FEE-SW
           MOVE ACCT-SEQ       TO EPST-ID
           MOVE ACCT-DVZ       TO EPST-DVZ
           MOVE '+'            TO EPST-SIGN
           MOVE WS-POSN-AMOUNT TO EPST-AMOUNT
           MOVE 'ESC'          TO EPST-BRANCH
           WRITE EPST-REC
           IF NOT EPST-SUCCESS
              DISPLAY 'PBEGESC - ESCPOST WRITE FAILED, STATUS '
                      EPST-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-EPST-COUNT
           ADD WS-POSN-AMOUNT TO WS-EPST-HASH.
           EXIT.
      *
      *    two lines per position: who and how much, then where
       H510-PRINT-POSITION.
           MOVE ACCT-SEQ       TO WS-DET-SEQ
           MOVE ACCT-DVZ       TO WS-DET-DVZ
           MOVE ACCT-AD        TO WS-DET-AD
           MOVE ACCT-SOYAD     TO WS-DET-SOYAD
           MOVE CUST-NATL-ID   TO WS-DET-NATL-ID
           MOVE WS-POSN-DATE   TO WS-DET-DATE
           MOVE WS-POSN-AMOUNT TO WS-DET-AMOUNT-ED
           WRITE RPT-REC FROM WS-DETAIL-LINE-1
           MOVE CUST-ADDR-1    TO WS-DET-ADDR
           MOVE CUST-CITY      TO WS-DET-CITY
           MOVE CUST-POSTCODE  TO WS-DET-POSTCODE
           MOVE CUST-BRANCH    TO WS-DET-BRANCH
           MOVE WS-POSN-REF    TO WS-DET-REF
           WRITE RPT-REC FROM WS-DETAIL-LINE-2
           PERFORM H520-ADD-TO-TOTALS.
           EXIT.
      *
      *    report totals key on the currencies actually seen, in
      *    the order first seen
       H520-ADD-TO-TOTALS.
           MOVE ZERO TO WS-TOT-HIT
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-TOT-COUNT
              IF WS-TOT-DVZ (WS-TOT-SUB) = ACCT-DVZ
                 MOVE WS-TOT-SUB TO WS-TOT-HIT
              END-IF
           END-PERFORM
           IF WS-TOT-HIT = ZERO
              ADD 1 TO WS-TOT-COUNT
              MOVE WS-TOT-COUNT TO WS-TOT-HIT
              MOVE ACCT-DVZ TO WS-TOT-DVZ (WS-TOT-HIT)
              MOVE ZERO     TO WS-TOT-POSNS (WS-TOT-HIT)
                               WS-TOT-AMT (WS-TOT-HIT)
           END-IF
           ADD 1              TO WS-TOT-POSNS (WS-TOT-HIT)
           ADD WS-POSN-AMOUNT TO WS-TOT-AMT (WS-TOT-HIT).
           EXIT.
      *
      *    one claim card: the position must be back on the
      *    cluster and active - a purged customer is restored
      *    through PBEGHRTJ first - and must have escheated
      *    entries open. Anything else is reported and skipped.
       H600-ONE-CLAIM-CARD.
           IF CLM-TYPE = 'C'
              ADD 1 TO WS-CNT-CARDS
              MOVE CLM-ACCT-KEY TO ACCT-KEY
              READ ACCT-REC
              IF NOT ACCT-SUCCESS
                 DISPLAY 'PBEGESC - CLAIM ' CLM-ACCT-KEY
                         ' NOT ON ACCTREC - RESTORE IT FIRST'
                 ADD 1 TO WS-CNT-NOT-PAID
              ELSE
              IF ACCT-INACTIVE
                 DISPLAY 'PBEGESC - CLAIM ' CLM-ACCT-KEY
                         ' POSITION DEACTIVATED - NOT PAID'
                 ADD 1 TO WS-CNT-NOT-PAID
              ELSE
                 PERFORM H610-SUM-ESCHEATED
                 IF WS-POSN-AMOUNT = ZERO
                    DISPLAY 'PBEGESC - CLAIM ' CLM-ACCT-KEY
                            ' NOTHING ESCHEATED TO CLAIM'
                    ADD 1 TO WS-CNT-NOT-PAID
                 ELSE
                    PERFORM H410-LOOK-UP-CUSTOMER
                    MOVE CLM-REF TO WS-POSN-REF
                    MOVE '7'     TO WS-POSN-TIPI
                    MOVE 'U'     TO WS-POSN-FLAG
                    PERFORM H500-WRITE-POSTING
                    PERFORM H630-MARK-CLAIMED
                    PERFORM H510-PRINT-POSITION
                    ADD 1 TO WS-CNT-CLAIMED
                 END-IF
              END-IF
              END-IF
           END-IF
           READ CLM-FILE.
           EXIT.
      *
      *    the position's escheated entries added up; the date
      *    column shows the latest of them
       H610-SUM-ESCHEATED.
           MOVE ZERO       TO WS-POSN-AMOUNT
           MOVE SPACES     TO WS-POSN-DATE
           MOVE 'N'        TO WS-BROWSE-SW
           MOVE ACCT-KEY   TO UNCL-ACCT-KEY
           MOVE LOW-VALUES TO UNCL-ESC-DATE
           START UNCL-FILE KEY IS NOT LESS THAN UNCL-KEY
           IF NOT UNCL-SUCCESS
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H620-ADD-ONE-ENTRY UNTIL WS-BROWSE-DONE.
           EXIT.
      *
       H620-ADD-ONE-ENTRY.
           READ UNCL-FILE NEXT RECORD
           IF NOT UNCL-SUCCESS OR UNCL-ACCT-KEY NOT = ACCT-KEY
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF UNCL-ESCHEATED
                 ADD UNCL-AMOUNT   TO WS-POSN-AMOUNT
                 MOVE UNCL-ESC-DATE TO WS-POSN-DATE
              END-IF
           END-IF.
           EXIT.
      *
      *    the claim is written down on every entry it pays, so
      *    none can be paid twice
       H630-MARK-CLAIMED.
           MOVE 'N'        TO WS-BROWSE-SW
           MOVE ACCT-KEY   TO UNCL-ACCT-KEY
           MOVE LOW-VALUES TO UNCL-ESC-DATE
           START UNCL-FILE KEY IS NOT LESS THAN UNCL-KEY
           IF NOT UNCL-SUCCESS
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H640-MARK-ONE-ENTRY UNTIL WS-BROWSE-DONE.
           EXIT.
      *
       H640-MARK-ONE-ENTRY.
           READ UNCL-FILE NEXT RECORD
           IF NOT UNCL-SUCCESS OR UNCL-ACCT-KEY NOT = ACCT-KEY
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF UNCL-ESCHEATED
                 SET UNCL-CLAIMED  TO TRUE
                 MOVE WS-POST-DATE TO UNCL-CLAIM-DATE
                 MOVE WS-OPERATOR  TO UNCL-CLAIM-USER
                 MOVE CLM-REF      TO UNCL-CLAIM-REF
                 REWRITE UNCL-REC
                 PERFORM H480-CHECK-REGISTER-WRITE
              END-IF
           END-IF.
           EXIT.
      *
      *    the run goes to the permanent audit log: which mode,
      *    who ran it, how many positions it moved money on
       H900-WRITE-OPSLOG.
           OPEN OUTPUT OPS-LOG
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGESC'    TO OPSL-PROGRAM
           MOVE WS-OPERATOR  TO OPSL-OPERATOR
           MOVE WS-POST-DATE TO OPSL-PROC-DATE
           MOVE SPACES       TO OPSL-DETAIL
           IF WS-MODE-ESCHEAT
              MOVE 'ESCHEAT'        TO OPSL-ACTION
              MOVE WS-CNT-ESCHEATED TO OPSL-COUNT
              STRING 'THRESHOLD ' WS-RETENTION-DAYS ' ' WS-BASIS-SW
                 DELIMITED BY SIZE INTO OPSL-DETAIL
           ELSE
              MOVE 'UNCL-CLAIM'     TO OPSL-ACTION
              MOVE WS-CNT-CLAIMED   TO OPSL-COUNT
              STRING 'CARDS ' WS-CNT-CARDS
                 DELIMITED BY SIZE INTO OPSL-DETAIL
           END-IF
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGESC - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           CLOSE OPS-LOG.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           MOVE SPACES TO EPST-XMIT-REC
           MOVE 'T'           TO EXMIT-MARKER
           MOVE WS-EPST-COUNT TO EXMIT-REC-COUNT
           MOVE WS-EPST-HASH  TO EXMIT-AMT-HASH
           WRITE EPST-XMIT-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-TOT-COUNT
              MOVE WS-TOT-DVZ (WS-TOT-SUB)   TO WS-TOTL-DVZ
              MOVE WS-TOT-POSNS (WS-TOT-SUB) TO WS-TOTL-POSNS-ED
              MOVE WS-TOT-AMT (WS-TOT-SUB)   TO WS-TOTL-AMT-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-PERFORM.
           PERFORM H900-WRITE-OPSLOG.
           CLOSE ACCT-REC CUST-REC HOLD-FILE UNCL-FILE
                 ESC-POST UNCL-RPT.
           IF WS-MODE-ESCHEAT
              DISPLAY 'PBEGESC - SWEPT:              ' WS-CNT-SWEPT
              DISPLAY 'PBEGESC - DUE FOR PURGE:      ' WS-CNT-DUE
              DISPLAY 'PBEGESC - ESCHEATED:          '
                      WS-CNT-ESCHEATED
              DISPLAY 'PBEGESC - ZERO BALANCE:       '
                      WS-CNT-ZERO-BAL
              DISPLAY 'PBEGESC - DEBIT BALANCE:      '
                      WS-CNT-DEBIT-BAL
              DISPLAY 'PBEGESC - FUNDS HELD:         ' WS-CNT-HELD
              DISPLAY 'PBEGESC - STALE ENTRIES VOID: ' WS-CNT-VOIDED
              DISPLAY 'PBEGESC - BAD DATES:          '
                      WS-CNT-BADDATE
              IF WS-CNT-DEBIT-BAL > ZERO OR WS-CNT-HELD > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'PBEGESC - CLAIM CARDS:        ' WS-CNT-CARDS
              DISPLAY 'PBEGESC - CLAIMS PAID:        '
                      WS-CNT-CLAIMED
              DISPLAY 'PBEGESC - NOT PAID:           '
                      WS-CNT-NOT-PAID
              IF WS-CNT-NOT-PAID > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
