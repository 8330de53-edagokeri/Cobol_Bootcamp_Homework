      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGAML.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Large-transaction and structuring monitor over the
      * posting history. POSTHIST carries every confirmed batch
      * posting and, once the nightly close has offloaded them,
      * the ATPP teller postings too, so one pass over it sees
      * all the money that moved. For the scan period, per
      * position (ACCT-SEQ and currency), it raises:
      *   L  large posting - one posting whose unsigned amount is
      *      at or over the currency's reporting threshold
      *   S  structuring - a run of postings each just under the
      *      threshold (within the currency's band below it) on
      *      the one ACCT-SEQ, at least the minimum count of them
      *      inside the rolling window of days
      *   V  velocity - the period's turnover more than the
      *      factor times what the position's own history (the
      *      baseline days before the period) would lead one to
      *      expect for a period that long; a position with no
      *      history to compare is not measured
      * Each hit is written to the CASEFILE as an open case with
      * the next case number, and listed on the ALERTRPT alert
      * report by the customer's home branch (CUSTREC
      * CUST-BRANCH, '???' when not keyed). Compliance works the
      * cases through PBEGCSM.
      *
      * AMLCTL control cards, the RATEFILE discipline:
      *   col 1 'V'  cols 2-9  control-version identifier
      *   col 1 'T'  cols 2-4  DVZ code (3 digits)
      *              cols 5-15 reporting threshold 9(09)V99
      *                        without the point
      *              cols 16-17 near-threshold band, percent
      *                        below the threshold (10 = postings
      *                        from 90 PCT up to the threshold)
      *              cols 18-25 effective date (YYYYMMDD)
      *   col 1 'S'  cols 2-4  structuring window, days
      *              cols 5-6  postings in the window that raise
      *                        an alert
      *   col 1 'R'  cols 2-4  velocity baseline, days
      *              cols 5-8  factor 99V99 without the point
      *                        (0300 = three times)
      *              cols 9-11 fewest postings in the period a
      *                        velocity alert needs
      *   col 1 '*'  comment; blank cards skipped
      * 'T' cards dated after the period end stay out of force;
      * the latest in force for a DVZ wins, as the latest 'S' and
      * 'R' cards do. Without them the window is 7 days and 3
      * postings, the baseline 90 days at a factor of 3 and 5
      * postings. A currency with no 'T' card is not checked for
      * large postings or structuring.
      *
      * A period or baseline reaching back before the oldest
      * month month-end housekeeping (PBEGHKP) has left on
      * POSTHIST is read from the POSTARCH monthly generations as
      * well - only the months no longer on POSTHIST, per the
      * HISTCTL catalogue, so no posting is counted twice.
      *
      * PARM: cols 1-8 period start, cols 9-16 period end, both
      * YYYYMMDD; omitted, the calendar month before the stream's
      * processing date (RUNCTL RUNC-PROC-DATE). Col 17 'F'
      * forces a period the control record shows as already
      * scanned - otherwise such a run is refused, so a rerun
      * never raises every case twice.
      * RETURN-CODE 4 when any alert was raised, 16 on a bad PARM,
      * control card or period, a case file that cannot be
      * written, or a baseline reaching rolled months with no
      * POSTARCH.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-HIST  ASSIGN  POSTHIST
                             STATUS  PHST-ST.
      *    the monthly generations of rolled-off history, read
      *    only for a baseline reaching back past POSTHIST
           SELECT POST-ARCH  ASSIGN  POSTARCH
                             STATUS  PARC-ST.
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
           SELECT CASE-FILE  ASSIGN  CASEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS CASE-NO
                             STATUS  CASE-ST.
           SELECT AML-CTL    ASSIGN  AMLCTL
                             STATUS  CTL-ST.
      *    one record per alert raised, sorted into branch order
      *    once the scan is done
           SELECT ALERT-WORK ASSIGN  ALRTWORK
                             STATUS  AWRK-ST.
           SELECT ALERT-RPT  ASSIGN  ALERTRPT
                             STATUS  RPT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
           SELECT SORT-WORK  ASSIGN  SORTWK01.
           SELECT ALRT-SORT  ASSIGN  SORTWK02.
      *-------------
       DATA DIVISION.
      *-------------
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
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
       FD  CASE-FILE RECORDING MODE F.
       COPY CASEREC.
      *
       FD  AML-CTL   RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-TYPE            PIC X(01).
           05  CTL-BODY            PIC X(79).
           05  CTL-V-BODY REDEFINES CTL-BODY.
               07  CTL-VERSION     PIC X(08).
               07  FILLER          PIC X(71).
           05  CTL-T-BODY REDEFINES CTL-BODY.
               07  CTL-DVZ         PIC X(03).
               07  CTL-LIMIT       PIC 9(09)V99.
               07  CTL-BAND        PIC 9(02).
               07  CTL-EFF-DATE    PIC X(08).
               07  FILLER          PIC X(55).
           05  CTL-S-BODY REDEFINES CTL-BODY.
               07  CTL-WINDOW      PIC 9(03).
               07  CTL-MIN-RUN     PIC 9(02).
               07  FILLER          PIC X(74).
           05  CTL-R-BODY REDEFINES CTL-BODY.
               07  CTL-BASE-DAYS   PIC 9(03).
               07  CTL-FACTOR      PIC 9(02)V99.
               07  CTL-MIN-VEL     PIC 9(03).
               07  FILLER          PIC X(69).
      *
       FD  ALERT-WORK RECORDING MODE F.
       01  AWRK-REC.
           05  AWRK-BRANCH         PIC X(03).
           05  AWRK-CASE-NO        PIC X(08).
           05  AWRK-TYPE           PIC X(01).
           05  AWRK-KEY            PIC X(08).
           05  AWRK-FIRST-DATE     PIC X(08).
           05  AWRK-LAST-DATE      PIC X(08).
           05  AWRK-COUNT          PIC 9(05).
           05  AWRK-AMOUNT         PIC 9(11)V99.
           05  AWRK-REF-AMOUNT     PIC 9(11)V99.
      *
       FD  ALERT-RPT RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
      *    the history from the baseline's first day to the
      *    period's last, in position, date and apply order
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SRT-KEY.
               10  SRT-SEQ           PIC X(05).
               10  SRT-DVZ           PIC X(03).
           05  SRT-RUN-DATE          PIC X(08).
           05  SRT-ORDINAL           PIC 9(09).
           05  SRT-AMOUNT            PIC S9(09)V99 COMP-3.
      *
       SD  ALRT-SORT.
       01  ALRT-SORT-REC.
           05  ALS-BRANCH          PIC X(03).
           05  ALS-CASE-NO         PIC X(08).
           05  ALS-TYPE            PIC X(01).
               88  ALS-LARGE                 VALUE 'L'.
               88  ALS-STRUCTURING           VALUE 'S'.
               88  ALS-VELOCITY              VALUE 'V'.
           05  ALS-KEY.
               10  ALS-SEQ         PIC X(05).
               10  ALS-DVZ         PIC X(03).
           05  ALS-FIRST-DATE      PIC X(08).
           05  ALS-LAST-DATE       PIC X(08).
           05  ALS-COUNT           PIC 9(05).
           05  ALS-AMOUNT          PIC 9(11)V99.
           05  ALS-REF-AMOUNT      PIC 9(11)V99.
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
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  CASE-ST          PIC 9(02).
               88 CASE-SUCCESS            VALUE 00 97.
               88 CASE-NOTFOUND           VALUE 23.
           05  CTL-ST           PIC 9(02).
               88 CTL-EOF                 VALUE 10.
               88 CTL-SUCCESS             VALUE 00 97.
           05  AWRK-ST          PIC 9(02).
               88 AWRK-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  WS-TODAY         PIC X(08).
           05  WS-ORDINAL       PIC 9(09) VALUE ZERO.
      *    the oldest month still on POSTHIST (000000 when the
      *    file has never been rolled) and whether the baseline
      *    reaches back past it
           05  WS-ACTIVE-FROM   PIC X(06) VALUE '000000'.
           05  WS-ARCH-SW       PIC X(01) VALUE 'N'.
               88  WS-READ-ARCHIVE        VALUE 'Y'.
           05  WS-SORT-AT-END   PIC X(01) VALUE 'N'.
               88 WS-SORT-EOF              VALUE 'Y'.
           05  WS-FORCE-SW      PIC X(01) VALUE 'N'.
               88 WS-FORCE-RESCAN          VALUE 'Y'.
           05  WS-CTL-NEW-SW    PIC X(01) VALUE 'N'.
               88 WS-CTL-IS-NEW            VALUE 'Y'.
      *    the scan period, and the baseline's first day before it
       01  WS-PERIOD-AREA.
           05  WS-FROM-DATE     PIC X(08).
           05  WS-FROM-N REDEFINES WS-FROM-DATE
                                PIC 9(08).
           05  WS-TO-DATE       PIC X(08).
           05  WS-TO-N REDEFINES WS-TO-DATE
                                PIC 9(08).
           05  WS-BASE-DATE     PIC X(08).
           05  WS-BASE-N REDEFINES WS-BASE-DATE
                                PIC 9(08).
           05  WS-PERIOD-DAYS   PIC 9(05).
           05  WS-MONTH-WORK.
               10  WS-MONTH-YYYY PIC 9(04).
               10  WS-MONTH-MM   PIC 9(02).
      *    days in each month, February taking 29 in a leap year
       01  WS-DIM-AREA.
           05  WS-DIM-VALUES    PIC X(24)
                                VALUE '312831303130313130313031'.
           05  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
               10  WS-DIM       PIC 9(02) OCCURS 12 TIMES.
      *    thresholds in force, one slot per DVZ; DVZTAB caps the
      *    shop at 10 currencies so 10 slots always suffice
       01  WS-LIMIT-AREA.
           05  WS-LIM-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-LIM-ENT OCCURS 10 TIMES.
               07  WS-LIM-DVZ      PIC X(03).
               07  WS-LIM-AMOUNT   PIC 9(09)V99.
               07  WS-LIM-FLOOR    PIC 9(09)V99.
           05  WS-LIM-SUB          PIC 9(02).
           05  WS-LIM-HIT          PIC 9(02).
           05  WS-CTL-VERSION      PIC X(08) VALUE 'BUILTIN'.
           05  WS-CTL-SKIPPED      PIC 9(02) VALUE ZERO.
           05  WS-LIM-BAND         PIC 9(02).
      *    structuring and velocity settings, built-in until an
      *    'S' or 'R' card says otherwise
           05  WS-WINDOW-DAYS      PIC 9(03) VALUE 7.
           05  WS-MIN-RUN          PIC 9(02) VALUE 3.
           05  WS-BASE-DAYS        PIC 9(03) VALUE 90.
           05  WS-VEL-FACTOR       PIC 9(02)V99 VALUE 3.
           05  WS-MIN-VEL          PIC 9(03) VALUE 5.
      *    the position in hand: its baseline and in-period
      *    turnover, and its near-threshold postings in date order
      *    (day number and amount) for the structuring window
       01  WS-POSN-AREA.
           05  WS-CURR-KEY         PIC X(08).
           05  WS-CURR-SEQ REDEFINES WS-CURR-KEY.
               10  WS-CURR-ID      PIC X(05).
               10  WS-CURR-DVZ     PIC X(03).
           05  WS-BASE-COUNT       PIC 9(05).
           05  WS-BASE-VALUE       PIC 9(11)V99 COMP-3.
           05  WS-PER-COUNT        PIC 9(05).
           05  WS-PER-VALUE        PIC 9(11)V99 COMP-3.
           05  WS-PER-FIRST        PIC X(08).
           05  WS-PER-LAST         PIC X(08).
           05  WS-ABS-AMOUNT       PIC 9(09)V99.
           05  WS-EXPECTED         PIC 9(11)V99 COMP-3.
           05  WS-POSN-BRANCH      PIC X(03).
           05  WS-BRANCH-SW        PIC X(01).
               88  WS-BRANCH-KNOWN           VALUE 'Y'.
           05  WS-NEAR-COUNT       PIC 9(03).
           05  WS-NEAR-ENT OCCURS 100 TIMES.
               07  WS-NEAR-DAY     PIC 9(07).
               07  WS-NEAR-DATE    PIC X(08).
               07  WS-NEAR-AMOUNT  PIC 9(09)V99.
           05  WS-NEAR-I           PIC 9(03).
           05  WS-NEAR-J           PIC 9(03).
           05  WS-RUN-COUNT        PIC 9(03).
           05  WS-RUN-VALUE        PIC 9(11)V99 COMP-3.
           05  WS-BEST-COUNT       PIC 9(03).
           05  WS-BEST-I           PIC 9(03).
           05  WS-BEST-J           PIC 9(03).
           05  WS-BEST-VALUE       PIC 9(11)V99 COMP-3.
      *    the case being raised
       01  WS-CASE-AREA.
           05  WS-NEXT-CASE-NO     PIC 9(08).
           05  WS-NEW-TYPE         PIC X(01).
           05  WS-NEW-FIRST        PIC X(08).
           05  WS-NEW-LAST         PIC X(08).
           05  WS-NEW-COUNT        PIC 9(05).
           05  WS-NEW-AMOUNT       PIC 9(11)V99.
           05  WS-NEW-REF          PIC 9(11)V99.
       01  WS-COUNTS.
           05  WS-CNT-HISTORY      PIC 9(07) VALUE ZERO.
           05  WS-CNT-IN-PERIOD    PIC 9(07) VALUE ZERO.
           05  WS-CNT-POSITIONS    PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-LIMIT     PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-BASE      PIC 9(07) VALUE ZERO.
           05  WS-CNT-NEAR-FULL    PIC 9(07) VALUE ZERO.
           05  WS-CNT-LARGE        PIC 9(07) VALUE ZERO.
           05  WS-CNT-STRUCT       PIC 9(07) VALUE ZERO.
           05  WS-CNT-VELOCITY     PIC 9(07) VALUE ZERO.
           05  WS-CNT-CASES        PIC 9(07) VALUE ZERO.
      *    alert report break and per-branch tallies
       01  WS-REG-AREA.
           05  WS-CURR-BRANCH      PIC X(03).
           05  WS-BRANCH-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-BRANCH-OPEN            VALUE 'Y'.
           05  WS-BR-LARGE         PIC 9(05).
           05  WS-BR-STRUCT        PIC 9(05).
           05  WS-BR-VELOCITY      PIC 9(05).
      *    report lines
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(22)
                                    VALUE 'AML ALERTS - PERIOD  '.
           05  WS-TTL-FROM          PIC X(08).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  WS-TTL-TO            PIC X(08).
           05  FILLER               PIC X(11) VALUE '  CONTROLS '.
           05  WS-TTL-VERSION       PIC X(08).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-BRL-BRANCH        PIC X(03).
           05  FILLER               PIC X(70) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40)
               VALUE 'CASE NO  TYPE  ACCOUNT   FIRST    LAST  '.
           05  FILLER               PIC X(40)
               VALUE '   COUNT         AMOUNT      MEASURED ON'.
       01  WS-DETAIL-LINE.
           05  WS-DET-CASE-NO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TYPE          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-FIRST         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-LAST          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-COUNT-ED      PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-AMOUNT-ED     PIC ZZZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-REF-ED        PIC ZZZZZZZZZ9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(13).
           05  FILLER               PIC X(08) VALUE '  LARGE '.
           05  WS-TOT-LARGE-ED      PIC ZZZZ9.
           05  FILLER               PIC X(14)
                                    VALUE '  STRUCTURING '.
           05  WS-TOT-STRUCT-ED     PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  VELOCITY '.
           05  WS-TOT-VELOCITY-ED   PIC ZZZZ9.
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       COPY DVZTAB.
      *
       LINKAGE SECTION.
      *    scan period and the rescan override, all optional
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-FROM         PIC X(08).
           05  WS-PARM-TO           PIC X(08).
           05  WS-PARM-FORCE        PIC X(01).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-CONTROLS.
           PERFORM H155-CHECK-ROLLED-MONTHS.
           PERFORM H190-CHECK-PERIOD.
           SORT SORT-WORK ON ASCENDING KEY SRT-KEY
                                          SRT-RUN-DATE
                                          SRT-ORDINAL
              INPUT PROCEDURE H200-SELECT-HISTORY
              OUTPUT PROCEDURE H300-SCAN-POSITIONS.
           PERFORM H480-RECORD-SCAN.
           CLOSE ALERT-WORK.
           SORT ALRT-SORT ON ASCENDING KEY ALS-BRANCH
                                          ALS-CASE-NO
              USING ALERT-WORK
              OUTPUT PROCEDURE H500-PRINT-ALERTS.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  CUST-REC.
           OPEN I-O    CASE-FILE.
           OPEN OUTPUT ALERT-WORK ALERT-RPT.
           IF NOT CASE-SUCCESS
              DISPLAY 'PBEGAML - CASEFILE NOT OPENABLE, STATUS '
                      CASE-ST
              CLOSE CUST-REC ALERT-WORK ALERT-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF WS-PARM-LEN = ZERO
              PERFORM H110-DEFAULT-PERIOD
           ELSE
              IF WS-PARM-LEN >= 16
                 AND WS-PARM-FROM IS NUMERIC
                 AND WS-PARM-TO IS NUMERIC
                 AND WS-PARM-FROM <= WS-PARM-TO
                 MOVE WS-PARM-FROM TO WS-FROM-DATE
                 MOVE WS-PARM-TO   TO WS-TO-DATE
              ELSE
                 DISPLAY 'PBEGAML - BAD PARM: FROM/TO DATES YYYYMMDD'
                         ' REQUIRED, FROM NOT AFTER TO'
                 PERFORM H195-ABANDON-RUN
              END-IF
              IF WS-PARM-LEN >= 17 AND WS-PARM-FORCE = 'F'
                 SET WS-FORCE-RESCAN TO TRUE
              END-IF
           END-IF.
           COMPUTE WS-PERIOD-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-TO-N)
              - FUNCTION INTEGER-OF-DATE (WS-FROM-N) + 1.
           EXIT.
      *
      *    no PARM: the calendar month before the month the
      *    stream's next run falls in - the month compliance asks
      *    about at the start of the next
       H110-DEFAULT-PERIOD.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE (1:6) TO WS-MONTH-WORK
           ELSE
              MOVE WS-TODAY (1:6) TO WS-MONTH-WORK
           END-IF
           CLOSE RUNC-FILE
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-FROM-DATE (1:6)
           MOVE '01'          TO WS-FROM-DATE (7:2)
           MOVE WS-MONTH-WORK TO WS-TO-DATE (1:6)
           MOVE WS-DIM (WS-MONTH-MM) TO WS-TO-DATE (7:2)
           IF WS-MONTH-MM = 2
              AND FUNCTION MOD (WS-MONTH-YYYY, 4) = 0
              AND (FUNCTION MOD (WS-MONTH-YYYY, 100) NOT = 0
                   OR FUNCTION MOD (WS-MONTH-YYYY, 400) = 0)
              MOVE '29' TO WS-TO-DATE (7:2)
           END-IF.
           EXIT.
      *
      *    load the controls; threshold cards dated after the
      *    period end are counted, not loaded
       H150-LOAD-CONTROLS.
           OPEN INPUT AML-CTL
           READ AML-CTL
           PERFORM H160-LOAD-ONE-CARD UNTIL CTL-EOF
           CLOSE AML-CTL
           COMPUTE WS-BASE-N = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-FROM-N) - WS-BASE-DAYS)
           DISPLAY 'PBEGAML - CONTROLS VERSION ' WS-CTL-VERSION ', '
                   WS-LIM-COUNT ' THRESHOLDS IN FORCE, '
                   WS-CTL-SKIPPED ' NOT YET EFFECTIVE'
           DISPLAY 'PBEGAML - PERIOD ' WS-FROM-DATE ' - '
                   WS-TO-DATE ', BASELINE FROM ' WS-BASE-DATE.
           EXIT.
      *
       H160-LOAD-ONE-CARD.
           EVALUATE CTL-TYPE
              WHEN 'V'
                 MOVE CTL-VERSION TO WS-CTL-VERSION
              WHEN 'T'
                 IF CTL-DVZ IS NUMERIC
                    AND CTL-LIMIT IS NUMERIC
                    AND CTL-LIMIT > ZERO
                    AND CTL-BAND IS NUMERIC
                    AND CTL-BAND < 100
                    AND CTL-EFF-DATE IS NUMERIC
                    PERFORM H165-VALIDATE-CTL-DVZ
                    IF CTL-EFF-DATE <= WS-TO-DATE
                       PERFORM H170-TABLE-ONE-LIMIT
                    ELSE
                       ADD 1 TO WS-CTL-SKIPPED
                    END-IF
                 ELSE
                    PERFORM H180-BAD-CARD
                 END-IF
              WHEN 'S'
                 IF CTL-WINDOW IS NUMERIC AND CTL-WINDOW > ZERO
                    AND CTL-MIN-RUN IS NUMERIC AND CTL-MIN-RUN > 1
                    MOVE CTL-WINDOW  TO WS-WINDOW-DAYS
                    MOVE CTL-MIN-RUN TO WS-MIN-RUN
                 ELSE
                    PERFORM H180-BAD-CARD
                 END-IF
              WHEN 'R'
                 IF CTL-BASE-DAYS IS NUMERIC AND CTL-BASE-DAYS > ZERO
                    AND CTL-FACTOR IS NUMERIC AND CTL-FACTOR > 1
                    AND CTL-MIN-VEL IS NUMERIC
                    MOVE CTL-BASE-DAYS TO WS-BASE-DAYS
                    MOVE CTL-FACTOR    TO WS-VEL-FACTOR
                    MOVE CTL-MIN-VEL   TO WS-MIN-VEL
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
           READ AML-CTL.
           EXIT.
      *
      *    a threshold for a currency this shop does not carry is
      *    a card error - a keyed-wrong DVZ would leave the real
      *    one unmonitored
       H165-VALIDATE-CTL-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF CTL-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM
           IF WS-DVZ-IS-INVALID
              PERFORM H180-BAD-CARD
           END-IF.
           EXIT.
      *
      *    the band is kept as the floor amount a posting must
      *    reach to count as just under the threshold
       H170-TABLE-ONE-LIMIT.
           MOVE ZERO TO WS-LIM-HIT
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT
              IF WS-LIM-DVZ (WS-LIM-SUB) = CTL-DVZ
                 MOVE WS-LIM-SUB TO WS-LIM-HIT
              END-IF
           END-PERFORM
           IF WS-LIM-HIT = ZERO
              IF WS-LIM-COUNT >= 10
                 PERFORM H180-BAD-CARD
              END-IF
              ADD 1 TO WS-LIM-COUNT
              MOVE WS-LIM-COUNT TO WS-LIM-HIT
              MOVE CTL-DVZ TO WS-LIM-DVZ (WS-LIM-HIT)
           END-IF
           MOVE CTL-LIMIT TO WS-LIM-AMOUNT (WS-LIM-HIT)
           MOVE CTL-BAND  TO WS-LIM-BAND
           COMPUTE WS-LIM-FLOOR (WS-LIM-HIT) ROUNDED =
              CTL-LIMIT * (100 - WS-LIM-BAND) / 100.
           EXIT.
      *
      *    no catalogue, or no entry for POSTHIST, means nothing
      *    has been rolled and POSTHIST alone holds the history;
      *    the baseline's first day is the earliest one read
       H155-CHECK-ROLLED-MONTHS.
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
           IF WS-BASE-DATE (1:6) < WS-ACTIVE-FROM
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT POST-ARCH
              IF NOT PARC-SUCCESS
                 DISPLAY 'PBEGAML - BASELINE REACHES MONTHS ROLLED '
                         'OFF POSTHIST BEFORE ' WS-ACTIVE-FROM
                         ' - POSTARCH NOT OPENABLE, STATUS ' PARC-ST
                 PERFORM H195-ABANDON-RUN
              END-IF
              DISPLAY 'PBEGAML - READING MONTHS BEFORE '
                      WS-ACTIVE-FROM ' FROM POSTARCH'
           END-IF.
           EXIT.
      *
      *    a control card that does not parse aborts the run
      *    before a single case is raised
       H180-BAD-CARD.
           DISPLAY 'PBEGAML - BAD CONTROL CARD: ' CTL-CARD
           PERFORM H195-ABANDON-RUN.
      *
      *    the control record: case numbering and the last period
      *    scanned. A period that starts inside one already
      *    scanned is refused unless the PARM forces it.
       H190-CHECK-PERIOD.
           MOVE ZERO TO CASE-CTL-KEY
           READ CASE-FILE
           IF CASE-NOTFOUND
              SET WS-CTL-IS-NEW TO TRUE
              MOVE SPACES TO CASE-CTL-REC
              MOVE ZERO   TO CASE-CTL-KEY CASE-CTL-LAST-NO
           ELSE
              IF NOT CASE-SUCCESS
                 DISPLAY 'PBEGAML - CASEFILE CONTROL RECORD NOT '
                         'READABLE, STATUS ' CASE-ST
                 PERFORM H195-ABANDON-RUN
              END-IF
           END-IF
           IF NOT WS-CTL-IS-NEW
              AND CASE-CTL-SCAN-TO NOT = SPACES
              AND WS-FROM-DATE <= CASE-CTL-SCAN-TO
              AND NOT WS-FORCE-RESCAN
              DISPLAY 'PBEGAML - PERIOD ALREADY SCANNED UP TO '
                      CASE-CTL-SCAN-TO ' - FORCE WITH PARM COL 17'
              PERFORM H195-ABANDON-RUN
           END-IF
           MOVE CASE-CTL-LAST-NO TO WS-NEXT-CASE-NO
           IF WS-CTL-IS-NEW
              MOVE WS-TODAY TO CASE-CTL-RUN-DATE
              WRITE CASE-CTL-REC
              IF NOT CASE-SUCCESS
                 PERFORM H490-CASE-WRITE-FAILED
              END-IF
           END-IF.
           EXIT.
      *
       H195-ABANDON-RUN.
           CLOSE CUST-REC CASE-FILE ALERT-WORK ALERT-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    SORT input: the history from the baseline's first day
      *    to the period end; the ordinal keeps apply order within
      *    a position and date. The archive goes first, and only
      *    its months POSTHIST no longer holds - a run date's
      *    postings all sit in one place
       H200-SELECT-HISTORY.
           IF WS-READ-ARCHIVE
              READ POST-ARCH INTO PHST-REC
              PERFORM H205-RELEASE-ONE-ARCHIVED UNTIL PARC-EOF
              CLOSE POST-ARCH
           END-IF
           OPEN INPUT POST-HIST
           READ POST-HIST
           PERFORM H210-RELEASE-ONE-POSTING UNTIL PHST-EOF
           CLOSE POST-HIST.
           EXIT.
      *
       H205-RELEASE-ONE-ARCHIVED.
           IF PHST-RUN-DATE (1:6) < WS-ACTIVE-FROM
              PERFORM H220-RELEASE-IF-IN-RANGE
           END-IF
           READ POST-ARCH INTO PHST-REC.
           EXIT.
      *
       H210-RELEASE-ONE-POSTING.
           PERFORM H220-RELEASE-IF-IN-RANGE
           READ POST-HIST.
           EXIT.
      *
       H220-RELEASE-IF-IN-RANGE.
           ADD 1 TO WS-ORDINAL
           IF PHST-RUN-DATE >= WS-BASE-DATE
              AND PHST-RUN-DATE <= WS-TO-DATE
              ADD 1 TO WS-CNT-HISTORY
              MOVE PHST-KEY      TO SRT-KEY
              MOVE PHST-RUN-DATE TO SRT-RUN-DATE
              MOVE WS-ORDINAL    TO SRT-ORDINAL
              MOVE PHST-AMOUNT   TO SRT-AMOUNT
              RELEASE SORT-WORK-REC
           END-IF.
           EXIT.
      *
      *    SORT output: a control break on the position key -
      *    large postings are raised as they pass, structuring
      *    and velocity once the position's postings are all in
       H300-SCAN-POSITIONS.
           MOVE 'N' TO WS-SORT-AT-END
           PERFORM H305-RETURN-ONE-ENTRY
           PERFORM H310-SCAN-ONE-POSITION UNTIL WS-SORT-EOF.
           EXIT.
      *
       H305-RETURN-ONE-ENTRY.
           RETURN SORT-WORK AT END
              SET WS-SORT-EOF TO TRUE
           END-RETURN.
           EXIT.
      *
       H310-SCAN-ONE-POSITION.
           ADD 1 TO WS-CNT-POSITIONS
           MOVE SRT-KEY TO WS-CURR-KEY
           MOVE ZERO    TO WS-BASE-COUNT WS-BASE-VALUE
                           WS-PER-COUNT WS-PER-VALUE WS-NEAR-COUNT
           MOVE SPACES  TO WS-PER-FIRST WS-PER-LAST
           MOVE 'N'     TO WS-BRANCH-SW
           PERFORM H315-FIND-LIMIT
           PERFORM H320-TAKE-ONE-POSTING
              UNTIL WS-SORT-EOF OR SRT-KEY NOT = WS-CURR-KEY
           IF WS-PER-COUNT > ZERO
              IF WS-LIM-HIT > ZERO
                 PERFORM H340-CHECK-STRUCTURING
              END-IF
              PERFORM H360-CHECK-VELOCITY
           END-IF.
           EXIT.
      *
       H315-FIND-LIMIT.
           MOVE ZERO TO WS-LIM-HIT
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT
              IF WS-LIM-DVZ (WS-LIM-SUB) = WS-CURR-DVZ
                 MOVE WS-LIM-SUB TO WS-LIM-HIT
              END-IF
           END-PERFORM
           IF WS-LIM-HIT = ZERO
              ADD 1 TO WS-CNT-NO-LIMIT
           END-IF.
           EXIT.
      *
      *    baseline postings only feed the position's history;
      *    in-period ones are measured against the threshold
       H320-TAKE-ONE-POSTING.
           IF SRT-AMOUNT < ZERO
              COMPUTE WS-ABS-AMOUNT = SRT-AMOUNT * -1
           ELSE
              MOVE SRT-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF SRT-RUN-DATE < WS-FROM-DATE
              ADD 1             TO WS-BASE-COUNT
              ADD WS-ABS-AMOUNT TO WS-BASE-VALUE
           ELSE
              ADD 1 TO WS-CNT-IN-PERIOD
              ADD 1             TO WS-PER-COUNT
              ADD WS-ABS-AMOUNT TO WS-PER-VALUE
              IF WS-PER-FIRST = SPACES
                 MOVE SRT-RUN-DATE TO WS-PER-FIRST
              END-IF
              MOVE SRT-RUN-DATE TO WS-PER-LAST
              IF WS-LIM-HIT > ZERO
                 IF WS-ABS-AMOUNT NOT < WS-LIM-AMOUNT (WS-LIM-HIT)
                    PERFORM H330-RAISE-LARGE
                 ELSE
                    IF WS-ABS-AMOUNT NOT < WS-LIM-FLOOR (WS-LIM-HIT)
                       PERFORM H335-NOTE-NEAR-POSTING
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM H305-RETURN-ONE-ENTRY.
           EXIT.
      *
       H330-RAISE-LARGE.
           MOVE 'L'           TO WS-NEW-TYPE
           MOVE SRT-RUN-DATE  TO WS-NEW-FIRST WS-NEW-LAST
           MOVE 1             TO WS-NEW-COUNT
           MOVE WS-ABS-AMOUNT TO WS-NEW-AMOUNT
           MOVE WS-LIM-AMOUNT (WS-LIM-HIT) TO WS-NEW-REF
           ADD 1 TO WS-CNT-LARGE
           PERFORM H400-RAISE-CASE.
           EXIT.
      *
      *    a position with more near-threshold postings in one
      *    period than the table holds is already well past any
      *    sensible run length - the overflow is only counted
       H335-NOTE-NEAR-POSTING.
           IF WS-NEAR-COUNT < 100
              ADD 1 TO WS-NEAR-COUNT
              MOVE SRT-RUN-DATE  TO WS-NEAR-DATE (WS-NEAR-COUNT)
              COMPUTE WS-NEAR-DAY (WS-NEAR-COUNT) =
                 FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL (SRT-RUN-DATE))
              MOVE WS-ABS-AMOUNT TO WS-NEAR-AMOUNT (WS-NEAR-COUNT)
           ELSE
              ADD 1 TO WS-CNT-NEAR-FULL
           END-IF.
           EXIT.
      *
      *    the densest run of near-threshold postings: from each
      *    one, how many fall inside the window starting on its
      *    day (the table is in date order). One case per
      *    position per period, for the densest run found.
       H340-CHECK-STRUCTURING.
           MOVE ZERO TO WS-BEST-COUNT
           PERFORM VARYING WS-NEAR-I FROM 1 BY 1
                   UNTIL WS-NEAR-I > WS-NEAR-COUNT
              MOVE ZERO TO WS-RUN-COUNT WS-RUN-VALUE
              PERFORM VARYING WS-NEAR-J FROM WS-NEAR-I BY 1
                      UNTIL WS-NEAR-J > WS-NEAR-COUNT
                 OR WS-NEAR-DAY (WS-NEAR-J) >=
                    WS-NEAR-DAY (WS-NEAR-I) + WS-WINDOW-DAYS
                 ADD 1 TO WS-RUN-COUNT
                 ADD WS-NEAR-AMOUNT (WS-NEAR-J) TO WS-RUN-VALUE
              END-PERFORM
              IF WS-RUN-COUNT > WS-BEST-COUNT
                 MOVE WS-RUN-COUNT TO WS-BEST-COUNT
                 MOVE WS-RUN-VALUE TO WS-BEST-VALUE
                 MOVE WS-NEAR-I    TO WS-BEST-I
                 COMPUTE WS-BEST-J = WS-NEAR-J - 1
              END-IF
           END-PERFORM
           IF WS-BEST-COUNT >= WS-MIN-RUN
              MOVE 'S'           TO WS-NEW-TYPE
              MOVE WS-NEAR-DATE (WS-BEST-I) TO WS-NEW-FIRST
              MOVE WS-NEAR-DATE (WS-BEST-J) TO WS-NEW-LAST
              MOVE WS-BEST-COUNT TO WS-NEW-COUNT
              MOVE WS-BEST-VALUE TO WS-NEW-AMOUNT
              MOVE WS-LIM-AMOUNT (WS-LIM-HIT) TO WS-NEW-REF
              ADD 1 TO WS-CNT-STRUCT
              PERFORM H400-RAISE-CASE
           END-IF.
           EXIT.
      *
      *    the position's own history scaled to the period's
      *    length is what it would normally turn over; more than
      *    the factor times that, on enough postings, is raised
       H360-CHECK-VELOCITY.
           IF WS-BASE-COUNT = ZERO
              ADD 1 TO WS-CNT-NO-BASE
           ELSE
              COMPUTE WS-EXPECTED ROUNDED =
                 WS-BASE-VALUE * WS-PERIOD-DAYS / WS-BASE-DAYS
              IF WS-PER-COUNT >= WS-MIN-VEL
                 AND WS-PER-VALUE > WS-EXPECTED * WS-VEL-FACTOR
                 MOVE 'V'          TO WS-NEW-TYPE
                 MOVE WS-PER-FIRST TO WS-NEW-FIRST
                 MOVE WS-PER-LAST  TO WS-NEW-LAST
                 MOVE WS-PER-COUNT TO WS-NEW-COUNT
                 MOVE WS-PER-VALUE TO WS-NEW-AMOUNT
                 MOVE WS-EXPECTED  TO WS-NEW-REF
                 ADD 1 TO WS-CNT-VELOCITY
                 PERFORM H400-RAISE-CASE
              END-IF
           END-IF.
           EXIT.
      *
      *    a new open case under the next number; the control
      *    record is rewritten with every case, so a run that
      *    fails part way never hands the same number out twice
       H400-RAISE-CASE.
           IF NOT WS-BRANCH-KNOWN
              PERFORM H410-LOOK-UP-BRANCH
           END-IF
           ADD 1 TO WS-NEXT-CASE-NO
           MOVE SPACES          TO CASE-FIELDS
           MOVE WS-NEXT-CASE-NO TO CASE-NO
           MOVE WS-NEW-TYPE     TO CASE-TYPE
           MOVE WS-CURR-KEY     TO CASE-KEY
           MOVE WS-POSN-BRANCH  TO CASE-BRANCH
           MOVE WS-TODAY        TO CASE-RAISED-DATE
           MOVE WS-NEW-FIRST    TO CASE-FIRST-DATE
           MOVE WS-NEW-LAST     TO CASE-LAST-DATE
           MOVE WS-NEW-COUNT    TO CASE-COUNT
           MOVE WS-NEW-AMOUNT   TO CASE-AMOUNT
           MOVE WS-NEW-REF      TO CASE-REF-AMOUNT
           SET CASE-OPEN        TO TRUE
           MOVE WS-TODAY        TO CASE-MAINT-DATE
           MOVE 'PBEGAML'       TO CASE-MAINT-USER
           WRITE CASE-FIELDS
           IF NOT CASE-SUCCESS
              PERFORM H490-CASE-WRITE-FAILED
           END-IF
           ADD 1 TO WS-CNT-CASES
           MOVE WS-POSN-BRANCH  TO AWRK-BRANCH
           MOVE CASE-NO         TO AWRK-CASE-NO
           MOVE WS-NEW-TYPE     TO AWRK-TYPE
           MOVE WS-CURR-KEY     TO AWRK-KEY
           MOVE WS-NEW-FIRST    TO AWRK-FIRST-DATE
           MOVE WS-NEW-LAST     TO AWRK-LAST-DATE
           MOVE WS-NEW-COUNT    TO AWRK-COUNT
           MOVE WS-NEW-AMOUNT   TO AWRK-AMOUNT
           MOVE WS-NEW-REF      TO AWRK-REF-AMOUNT
           WRITE AWRK-REC
           PERFORM H420-UPDATE-CONTROL.
           EXIT.
      *
      *    alerts report to the customer's home branch
       H410-LOOK-UP-BRANCH.
           SET WS-BRANCH-KNOWN TO TRUE
           MOVE '???'       TO WS-POSN-BRANCH
           MOVE WS-CURR-ID  TO CUST-SEQ
           READ CUST-REC
           IF CUST-SUCCESS AND CUST-BRANCH NOT = SPACES
              MOVE CUST-BRANCH TO WS-POSN-BRANCH
           END-IF.
           EXIT.
      *
       H420-UPDATE-CONTROL.
           MOVE ZERO TO CASE-CTL-KEY
           READ CASE-FILE
           IF NOT CASE-SUCCESS
              PERFORM H490-CASE-WRITE-FAILED
           END-IF
           MOVE WS-NEXT-CASE-NO TO CASE-CTL-LAST-NO
           REWRITE CASE-CTL-REC
           IF NOT CASE-SUCCESS
              PERFORM H490-CASE-WRITE-FAILED
           END-IF.
           EXIT.
      *
      *    the period is recorded as scanned only once the scan
      *    has finished
       H480-RECORD-SCAN.
           MOVE ZERO TO CASE-CTL-KEY
           READ CASE-FILE
           IF NOT CASE-SUCCESS
              PERFORM H490-CASE-WRITE-FAILED
           END-IF
           MOVE WS-FROM-DATE TO CASE-CTL-SCAN-FROM
           MOVE WS-TO-DATE   TO CASE-CTL-SCAN-TO
           MOVE WS-TODAY     TO CASE-CTL-RUN-DATE
           REWRITE CASE-CTL-REC
           IF NOT CASE-SUCCESS
              PERFORM H490-CASE-WRITE-FAILED
           END-IF.
           EXIT.
      *
      *    the case file failing is not something to carry on
      *    past - an alert that is printed but not on file is an
      *    alert nobody works
       H490-CASE-WRITE-FAILED.
           DISPLAY 'PBEGAML - CASEFILE I/O FAILED, STATUS ' CASE-ST
                   ' AT CASE ' WS-NEXT-CASE-NO
           PERFORM H195-ABANDON-RUN.
      *
      *    SORT output: the alert report, a heading and type
      *    counts for each branch, run counts at the end
       H500-PRINT-ALERTS.
           MOVE WS-FROM-DATE   TO WS-TTL-FROM
           MOVE WS-TO-DATE     TO WS-TTL-TO
           MOVE WS-CTL-VERSION TO WS-TTL-VERSION
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE 'N' TO WS-SORT-AT-END
           PERFORM H510-PRINT-ONE-ALERT UNTIL WS-SORT-EOF
           IF WS-BRANCH-OPEN
              PERFORM H530-CLOSE-BRANCH
           END-IF
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'RUN TOTAL'     TO WS-TOT-LABEL
           MOVE WS-CNT-LARGE    TO WS-TOT-LARGE-ED
           MOVE WS-CNT-STRUCT   TO WS-TOT-STRUCT-ED
           MOVE WS-CNT-VELOCITY TO WS-TOT-VELOCITY-ED
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           EXIT.
      *
       H510-PRINT-ONE-ALERT.
           RETURN ALRT-SORT AT END
              SET WS-SORT-EOF TO TRUE
           NOT AT END
              IF NOT WS-BRANCH-OPEN OR ALS-BRANCH NOT = WS-CURR-BRANCH
                 IF WS-BRANCH-OPEN
                    PERFORM H530-CLOSE-BRANCH
                 END-IF
                 PERFORM H520-OPEN-BRANCH
              END-IF
              MOVE ALS-CASE-NO    TO WS-DET-CASE-NO
              EVALUATE TRUE
                 WHEN ALS-LARGE
                    MOVE 'LARGE' TO WS-DET-TYPE
                    ADD 1 TO WS-BR-LARGE
                 WHEN ALS-STRUCTURING
                    MOVE 'STRUC' TO WS-DET-TYPE
                    ADD 1 TO WS-BR-STRUCT
                 WHEN OTHER
                    MOVE 'VELOC' TO WS-DET-TYPE
                    ADD 1 TO WS-BR-VELOCITY
              END-EVALUATE
              MOVE ALS-SEQ        TO WS-DET-SEQ
              MOVE ALS-DVZ        TO WS-DET-DVZ
              MOVE ALS-FIRST-DATE TO WS-DET-FIRST
              MOVE ALS-LAST-DATE  TO WS-DET-LAST
              MOVE ALS-COUNT      TO WS-DET-COUNT-ED
              MOVE ALS-AMOUNT     TO WS-DET-AMOUNT-ED
              MOVE ALS-REF-AMOUNT TO WS-DET-REF-ED
              WRITE RPT-REC FROM WS-DETAIL-LINE
           END-RETURN.
           EXIT.
      *
       H520-OPEN-BRANCH.
           SET WS-BRANCH-OPEN TO TRUE
           MOVE ALS-BRANCH TO WS-CURR-BRANCH
           MOVE ZERO TO WS-BR-LARGE WS-BR-STRUCT WS-BR-VELOCITY
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE ALS-BRANCH TO WS-BRL-BRANCH
           WRITE RPT-REC FROM WS-BRANCH-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE.
           EXIT.
      *
       H530-CLOSE-BRANCH.
           MOVE 'BRANCH TOTAL'  TO WS-TOT-LABEL
           MOVE WS-BR-LARGE     TO WS-TOT-LARGE-ED
           MOVE WS-BR-STRUCT    TO WS-TOT-STRUCT-ED
           MOVE WS-BR-VELOCITY  TO WS-TOT-VELOCITY-ED
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE CUST-REC CASE-FILE ALERT-RPT.
           DISPLAY 'PBEGAML - HISTORY SELECTED:  ' WS-CNT-HISTORY.
           DISPLAY 'PBEGAML - IN PERIOD:         ' WS-CNT-IN-PERIOD.
           DISPLAY 'PBEGAML - POSITIONS:         ' WS-CNT-POSITIONS.
           DISPLAY 'PBEGAML - NO THRESHOLD:      ' WS-CNT-NO-LIMIT.
           DISPLAY 'PBEGAML - NO HISTORY TO RATE:' WS-CNT-NO-BASE.
           DISPLAY 'PBEGAML - LARGE POSTINGS:    ' WS-CNT-LARGE.
           DISPLAY 'PBEGAML - STRUCTURING:       ' WS-CNT-STRUCT.
           DISPLAY 'PBEGAML - VELOCITY:          ' WS-CNT-VELOCITY.
           DISPLAY 'PBEGAML - CASES RAISED:      ' WS-CNT-CASES.
           IF WS-CNT-NEAR-FULL > ZERO
              DISPLAY 'PBEGAML - NEAR-THRESHOLD POSTINGS PAST THE '
                      'TABLE: ' WS-CNT-NEAR-FULL
           END-IF
           IF WS-CNT-CASES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
