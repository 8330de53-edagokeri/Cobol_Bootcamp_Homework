      * agreeing with the history it is supposed to prove. The
      * account's name is looked up on ACCTREC for the heading;
      * a position since purged still gets its statement, flagged
      * as no longer on file. Under the heading sits the mailing
      * block from the CUSTREC customer master - name, address
      * lines, postcode and city - so the statement can go
      * straight into a window envelope; a customer with no
      * master record is flagged for the branch to complete.
      * Each posting line carries its posting reference. A
      * reversal is printed against the original it undoes - a
      * line under it naming the original's reference and date -
      * and a posting since reversed gets a line naming the
      * reversal, from the POSTREF index, so the two entries are
      * never left as unexplained lines. A dormant balance moved
      * to unclaimed funds, and a claim paying it back, are noted
      * the same way.
      * A period that starts before the oldest month month-end
      * housekeeping (PBEGHKP) has left on POSTHIST is read from
      * the POSTARCH monthly generations as well - only the
      * months no longer on POSTHIST, per the HISTCTL catalogue,
      * so no posting is printed twice.
      * PARM: cols 1-8 period start, cols 9-16 period end, both
      * YYYYMMDD. RETURN-CODE 16 for a PARM that does not parse,
      * or a period reaching rolled months with no POSTARCH.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FILE-CONTROL.
           SELECT POST-HIST  ASSIGN  POSTHIST
                             STATUS  PHST-ST.
      *    the monthly generations of rolled-off history, read
      *    only for a period reaching back past POSTHIST
           SELECT POST-ARCH  ASSIGN  POSTARCH
                             STATUS  PARC-ST.
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
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
           SELECT POST-REF   ASSIGN  POSTREF
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS PREF-REF
                             STATUS  PREF-ST.
           SELECT STMT-RPT   ASSIGN  STMTRPT
                             STATUS  RPT-ST.
           SELECT SORT-WORK  ASSIGN  SORTWK01.
       FILE SECTION.
       FD  POST-HIST RECORDING MODE F.
       COPY POSTHST.
      *
       FD  POST-ARCH RECORDING MODE F.
       01  PARC-REC                 PIC X(86).
      *
       FD  HIST-CTL  RECORDING MODE F.
       COPY HISTCTL.
      *
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
       FD  POST-REF  RECORDING MODE F.
       COPY POSTREF.
      *
       FD  STMT-RPT  RECORDING MODE F.
       01  RPT-REC                  PIC X(80).
                                      SIGN LEADING SEPARATE.
           05  SRT-BALANCE           PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  SRT-POST-REF          PIC X(23).
           05  SRT-REV-REF           PIC X(23).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  PHST-ST          PIC 9(02).
               88 PHST-EOF                VALUE 10.
               88 PHST-SUCCESS            VALUE 00 97.
           05  PARC-ST          PIC 9(02).
               88 PARC-EOF                VALUE 10.
               88 PARC-SUCCESS            VALUE 00 97.
           05  HCTL-ST          PIC 9(02).
               88 HCTL-SUCCESS            VALUE 00 97.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS            VALUE 00 97.
               88 ACCT-NOTFOUND           VALUE 23.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  PREF-ST          PIC 9(02).
               88 PREF-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  WS-FROM-DATE     PIC X(08).
           05  WS-TO-DATE       PIC X(08).
           05  WS-ORDINAL       PIC 9(07) VALUE ZERO.
      *    the oldest month still on POSTHIST (000000 when the
      *    file has never been rolled) and whether this period
      *    reaches back past it
           05  WS-ACTIVE-FROM   PIC X(06) VALUE '000000'.
           05  WS-ARCH-SW       PIC X(01) VALUE 'N'.
               88  WS-READ-ARCHIVE        VALUE 'Y'.
           05  WS-SORT-AT-END   PIC X(01) VALUE 'N'.
               88 WS-SORT-EOF              VALUE 'Y'.
      *    control-break state across the sorted postings: the key
           05  WS-CNT-HISTORY   PIC 9(07) VALUE ZERO.
           05  WS-CNT-IN-PERIOD PIC 9(07) VALUE ZERO.
           05  WS-CNT-STMTS     PIC 9(05) VALUE ZERO.
           05  WS-CNT-NO-ADDR   PIC 9(05) VALUE ZERO.
           05  WS-CNT-REVERSALS PIC 9(05) VALUE ZERO.
       01  WS-KEY-ID            PIC 9(05).
      *    statement print lines
       01  WS-ACCT-HDR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HDR-NAME          PIC X(31).
           05  FILLER               PIC X(30) VALUE SPACES.
      *    mailing block, one line per address element
       01  WS-MAIL-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  WS-MAIL-TEXT         PIC X(40).
           05  FILLER               PIC X(31) VALUE SPACES.
       01  WS-PERIOD-LINE.
           05  FILLER               PIC X(09) VALUE '  PERIOD'.
           05  WS-PER-FROM          PIC X(08).
           05  WS-DET-AMOUNT-ED     PIC -999999999.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DET-BALANCE-ED    PIC -999999999.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-REF           PIC X(23).
           05  FILLER               PIC X(11) VALUE SPACES.
      *    the line tying a reversal and its original together,
      *    printed under whichever of the two is on the statement
       01  WS-REV-LINE.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  WS-REV-TEXT          PIC X(12).
           05  WS-REV-REF           PIC X(23).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-REV-DATE-TEXT     PIC X(07).
           05  WS-REV-DATE          PIC X(08).
           05  FILLER               PIC X(15) VALUE SPACES.
      *    the note under an unclaimed-funds posting
       01  WS-UNCL-LINE.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  WS-UNCL-TEXT         PIC X(40).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       LINKAGE SECTION.
       H100-OPEN-FILES.
           OPEN INPUT  POST-HIST.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  CUST-REC.
           OPEN INPUT  POST-REF.
           OPEN OUTPUT STMT-RPT.
           IF WS-PARM-LEN >= 16
              AND WS-PARM-FROM IS NUMERIC
           ELSE
              DISPLAY 'PBEGSTM - BAD PARM: FROM/TO DATES YYYYMMDD'
                      ' REQUIRED, FROM NOT AFTER TO'
              CLOSE POST-HIST ACCT-REC CUST-REC POST-REF STMT-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'PBEGSTM - STATEMENT PERIOD ' WS-FROM-DATE
                   ' - ' WS-TO-DATE.
           PERFORM H120-CHECK-ROLLED-MONTHS.
           EXIT.
      *
      *    no catalogue, or no entry for POSTHIST, means nothing
      *    has been rolled and POSTHIST alone holds the history
       H120-CHECK-ROLLED-MONTHS.
           OPEN INPUT HIST-CTL
           IF HCTL-SUCCESS
              MOVE 'POSTHIST' TO HCTL-FILE
              MOVE '000000'   TO HCTL-MONTH
              READ HIST-CTL
              IF HCTL-SUCCESS
                 MOVE HCTL-ACTIVE-FROM TO WS-ACTIVE-FROM
              END-IF
              CLOSE HIST-CTL
           END-IF
           IF WS-FROM-DATE (1:6) < WS-ACTIVE-FROM
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT POST-ARCH
              IF NOT PARC-SUCCESS
                 DISPLAY 'PBEGSTM - PERIOD REACHES MONTHS ROLLED OFF '
                         'POSTHIST BEFORE ' WS-ACTIVE-FROM
                         ' - POSTARCH NOT OPENABLE, STATUS ' PARC-ST
                 CLOSE POST-HIST ACCT-REC CUST-REC POST-REF STMT-RPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PBEGSTM - READING MONTHS BEFORE '
                      WS-ACTIVE-FROM ' FROM POSTARCH'
           END-IF.
           EXIT.
      *
      *    SORT input: the whole history streams through, only the
      *    period's postings are released; the ordinal preserves
      *    apply order within an account and date. The archive
      *    goes first, and only its months POSTHIST no longer
      *    holds - a run date's postings all sit in one place
       H200-SELECT-POSTINGS.
           IF WS-READ-ARCHIVE
              READ POST-ARCH INTO PHST-REC
              PERFORM H205-RELEASE-ONE-ARCHIVED UNTIL PARC-EOF
              CLOSE POST-ARCH
           END-IF
           READ POST-HIST
           PERFORM H210-RELEASE-ONE-POSTING UNTIL PHST-EOF.
           EXIT.
      *
       H205-RELEASE-ONE-ARCHIVED.
           IF PHST-RUN-DATE (1:6) < WS-ACTIVE-FROM
              ADD 1 TO WS-CNT-HISTORY
              ADD 1 TO WS-ORDINAL
              PERFORM H220-RELEASE-IF-IN-PERIOD
           END-IF
           READ POST-ARCH INTO PHST-REC.
           EXIT.
      *
       H210-RELEASE-ONE-POSTING.
           ADD 1 TO WS-CNT-HISTORY
           ADD 1 TO WS-ORDINAL
           PERFORM H220-RELEASE-IF-IN-PERIOD
           READ POST-HIST.
           EXIT.
      *
       H220-RELEASE-IF-IN-PERIOD.
           IF PHST-RUN-DATE >= WS-FROM-DATE
              AND PHST-RUN-DATE <= WS-TO-DATE
              ADD 1 TO WS-CNT-IN-PERIOD
              MOVE WS-ORDINAL    TO SRT-ORDINAL
              MOVE PHST-AMOUNT   TO SRT-AMOUNT
              MOVE PHST-BALANCE  TO SRT-BALANCE
              MOVE PHST-POST-REF TO SRT-POST-REF
              MOVE PHST-REV-REF  TO SRT-REV-REF
              RELEASE SORT-WORK-REC
           END-IF.
           EXIT.
      *
      *    SORT output: the sorted postings drive a control break
              MOVE SRT-RUN-DATE TO WS-DET-DATE
              MOVE SRT-AMOUNT   TO WS-DET-AMOUNT-ED
              MOVE SRT-BALANCE  TO WS-DET-BALANCE-ED
              MOVE SRT-POST-REF TO WS-DET-REF
              WRITE RPT-REC FROM WS-DETAIL-LINE
              ADD 1 TO WS-LINE-COUNT
              PERFORM H315-PRINT-REVERSAL-LINK
              MOVE SRT-BALANCE TO WS-CLOSE-BALANCE
           END-RETURN.
           EXIT.
      *
      *    a reversal names its original and the date the original
      *    posted; an original names the reversal that undid it
      *    and the date it did, whether or not the reversal falls
      *    inside this statement's period
       H315-PRINT-REVERSAL-LINK.
           IF SRT-REV-REF NOT = SPACES
              MOVE SPACES        TO WS-REV-LINE
              MOVE 'REVERSAL OF' TO WS-REV-TEXT
              MOVE SRT-REV-REF   TO WS-REV-REF
              MOVE SRT-REV-REF   TO PREF-REF
              READ POST-REF
              IF PREF-SUCCESS
                 MOVE 'POSTED'      TO WS-REV-DATE-TEXT
                 MOVE PREF-RUN-DATE TO WS-REV-DATE
              END-IF
              WRITE RPT-REC FROM WS-REV-LINE
              ADD 1 TO WS-CNT-REVERSALS
           END-IF
           IF SRT-POST-REF NOT = SPACES
              MOVE SRT-POST-REF TO PREF-REF
              READ POST-REF
              IF PREF-SUCCESS AND PREF-REVERSED
                 MOVE SPACES        TO WS-REV-LINE
                 MOVE 'REVERSED BY' TO WS-REV-TEXT
                 MOVE PREF-REV-REF  TO WS-REV-REF
                 MOVE 'ON'          TO WS-REV-DATE-TEXT
                 MOVE PREF-REV-DATE TO WS-REV-DATE
                 WRITE RPT-REC FROM WS-REV-LINE
              END-IF
              IF PREF-SUCCESS AND PREF-KIND = 'E'
                 MOVE 'DORMANT BALANCE TO UNCLAIMED FUNDS'
                   TO WS-UNCL-TEXT
                 WRITE RPT-REC FROM WS-UNCL-LINE
              END-IF
              IF PREF-SUCCESS AND PREF-KIND = 'U'
                 MOVE 'UNCLAIMED FUNDS PAID BACK' TO WS-UNCL-TEXT
                 WRITE RPT-REC FROM WS-UNCL-LINE
              END-IF
           END-IF.
           EXIT.
      *
      *    new statement: heading with the account's current name
      *    (or a purge note), the period, and the opening balance
      *    derived from the first posting's own arithmetic
           MOVE SRT-DVZ TO WS-HDR-DVZ
           PERFORM H330-LOOK-UP-NAME
           WRITE RPT-REC FROM WS-ACCT-HDR-LINE
           PERFORM H340-PRINT-MAILING-BLOCK
           MOVE WS-FROM-DATE TO WS-PER-FROM
           MOVE WS-TO-DATE   TO WS-PER-TO
           WRITE RPT-REC FROM WS-PERIOD-LINE
              MOVE 'POSITION NO LONGER ON FILE' TO WS-HDR-NAME
           END-IF.
           EXIT.
      *
      *    the customer's mailing block from CUSTREC, keyed on the
      *    ID alone - every currency position of one customer
      *    carries the same address. The second address line is
      *    left out when empty.
       H340-PRINT-MAILING-BLOCK.
           MOVE SRT-SEQ TO CUST-SEQ
           READ CUST-REC
           MOVE SPACES TO WS-MAIL-TEXT
           IF CUST-SUCCESS
              STRING CUST-AD ' ' CUST-SOYAD DELIMITED BY SIZE
                 INTO WS-MAIL-TEXT
              WRITE RPT-REC FROM WS-MAIL-LINE
              MOVE CUST-ADDR-1 TO WS-MAIL-TEXT
              WRITE RPT-REC FROM WS-MAIL-LINE
              IF CUST-ADDR-2 NOT = SPACES
                 MOVE CUST-ADDR-2 TO WS-MAIL-TEXT
                 WRITE RPT-REC FROM WS-MAIL-LINE
              END-IF
              MOVE SPACES TO WS-MAIL-TEXT
              STRING CUST-POSTCODE ' ' CUST-CITY DELIMITED BY SIZE
                 INTO WS-MAIL-TEXT
              WRITE RPT-REC FROM WS-MAIL-LINE
           ELSE
              MOVE 'NO CUSTOMER RECORD - ADDRESS UNKNOWN'
                TO WS-MAIL-TEXT
              WRITE RPT-REC FROM WS-MAIL-LINE
              ADD 1 TO WS-CNT-NO-ADDR
           END-IF.
           EXIT.
      *
       H350-CLOSE-STATEMENT.
           MOVE SPACES              TO WS-BALANCE-LINE
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE POST-HIST ACCT-REC CUST-REC POST-REF STMT-RPT.
           DISPLAY 'PBEGSTM - HISTORY RECORDS READ: ' WS-CNT-HISTORY.
           DISPLAY 'PBEGSTM - POSTINGS IN PERIOD:   '
                   WS-CNT-IN-PERIOD.
           DISPLAY 'PBEGSTM - STATEMENTS PRINTED:   ' WS-CNT-STMTS.
           DISPLAY 'PBEGSTM - NO CUSTOMER ADDRESS:  ' WS-CNT-NO-ADDR.
           DISPLAY 'PBEGSTM - REVERSALS PRINTED:    '
                   WS-CNT-REVERSALS.
           STOP RUN.
