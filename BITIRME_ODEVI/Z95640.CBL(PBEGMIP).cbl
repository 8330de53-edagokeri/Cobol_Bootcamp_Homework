      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGMIP.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Monthly branch management information pack. For the pack
      * month, the month before it and the same month a year
      * earlier, each branch's figures side by side, one page per
      * branch:
      *   run nights on TRLRHIST in the month
      *   records, and records by ISLEM-TIPI (what is left over is
      *   an invalid ISLEM-TIPI)
      *   rejects of every disposition, of those suspended and
      *   written off, and the reject and write-off rates against
      *   the branch's records
      *   positions opened and deactivated
      *   net posted amount per currency
      * then a ranking page comparing all branches (by records,
      * most first, and by reject rate, lowest first, with the
      * move against the prior month and last year), and the
      * same figures on MIPCSV, ';'-delimited with a header row,
      * one row per branch and period plus the all-branches rows,
      * for the regional office's spreadsheets.
      *
      * Everything but the positions comes from the per-branch
      * blocks PBEG006 appends to TRLRHIST every night, keyed on
      * the branch stamp the transactions carried. A run date
      * with more than one trailer (a rerun) counts once, its
      * last trailer. Months month-end housekeeping (PBEGHKP) has
      * rolled off TRLRHIST - the HISTCTL catalogue says which -
      * are read from the TRLRARCH monthly generations. A night
      * written before the branch detail was kept shows the
      * ISLEM-TIPI, reject and write-off figures as N/A for the
      * whole month, never as a misleading part-month count.
      *
      * Positions opened (DELTAFIL change type A) and deactivated
      * (D) are counted by the customer's home branch (CUSTREC
      * CUST-BRANCH, '???' when not keyed) from the DELTAFIL
      * generations, which only reach back so far: the pack
      * month's are counted when the generations on file reach
      * back before its first day, and a closed month's counts
      * are kept on MIHIST, where the packs of later months find
      * them for their prior-month and last-year columns. A month
      * no pack has kept shows them as N/A.
      *
      * PARM: cols 1-6 pack month YYYYMM, optional; omitted, the
      * month before the processing date's month (RUNCTL
      * RUNC-PROC-DATE; the current date when RUNCTL is not
      * readable). The processing date's own month gives a
      * month-to-date pack, which is not kept on MIHIST.
      * RETURN-CODE 4 when the positions could not be counted or
      * a branch did not fit the table, 8 when the month's
      * counts could not be kept on MIHIST, 16 on a bad PARM or
      * when TRLRHIST, or TRLRARCH when needed, will not open.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRLR-HIST  ASSIGN  TRLRHIST
                             STATUS  TRLRH-ST.
      *    the monthly generations of rolled-off trailers, read
      *    only when a period month is no longer on TRLRHIST
           SELECT TRLR-ARCH  ASSIGN  TRLRARCH
                             STATUS  TARC-ST.
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
      *    every DELTAFIL generation on file, the GDG base read
      *    as one concatenation
           SELECT DELTA-FILE ASSIGN  DELTAFIL
                             STATUS  DLT-ST.
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
      *    positions opened and deactivated per closed month and
      *    branch, kept by each month-end pack for later ones
           SELECT MI-HIST    ASSIGN  MIHIST
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS MIH-KEY
                             STATUS  MIH-ST.
           SELECT MIP-RPT    ASSIGN  MIPRPT
                             STATUS  RPT-ST.
           SELECT MIP-CSV    ASSIGN  MIPCSV
                             STATUS  CSV-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
           SELECT MIP-SORT   ASSIGN  SORTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    read into the TRLRHST layout in working storage, so
      *    the file, its archive and the sort all feed the tally
      *    the same way
       FD  TRLR-HIST RECORDING MODE F.
       01  TRLR-HIST-REC            PIC X(1476).
      *
       FD  TRLR-ARCH RECORDING MODE F.
       01  TARC-REC                 PIC X(1476).
      *
       FD  HIST-CTL  RECORDING MODE F.
       COPY HISTCTL.
      *
      *    PBEGIDX's changed-accounts extract layout
       FD  DELTA-FILE RECORDING MODE F.
       01  DLT-REC.
           05  DLT-SEQ             PIC X(05).
           05  DLT-DVZ             PIC X(03).
           05  DLT-AD              PIC X(15).
           05  DLT-SOYAD           PIC X(15).
           05  DLT-DTAR            PIC X(08).
           05  DLT-BALANCE         PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  DLT-STATUS          PIC X(01).
      *    A = created, U = updated/posted, D = deactivated
           05  DLT-CHANGE-TYPE     PIC X(01).
               88  DLT-CREATED               VALUE 'A'.
               88  DLT-DEACTIVATED           VALUE 'D'.
           05  DLT-RUN-DATE        PIC X(08).
      *
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
      *    KEYS(9 0), RECORDSIZE(40 40). Each month a pack keeps
      *    has one record per branch and a '***' record saying
      *    the month was kept, carrying the month's totals - a
      *    month with no '***' record is not known
       FD  MI-HIST   RECORDING MODE F.
       01  MIH-REC.
           05  MIH-KEY.
               10  MIH-MONTH       PIC X(06).
               10  MIH-BRANCH      PIC X(03).
                   88  MIH-MONTH-KEPT            VALUE '***'.
           05  MIH-OPENED          PIC 9(07).
           05  MIH-DEACT           PIC 9(07).
      *    the processing date of the pack that kept it
           05  MIH-PROC-DATE       PIC X(08).
           05  FILLER              PIC X(09).
      *
       FD  MIP-RPT   RECORDING MODE F.
       01  RPT-REC                  PIC X(80).
      *
       FD  MIP-CSV   RECORDING MODE F.
       01  CSV-REC                  PIC X(640).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
      *    the three months' trailers put into run-date order,
      *    the ordinal keeping a rerun date's trailers in the
      *    order they were written, so the last one is the one
      *    that counts
       SD  MIP-SORT.
       01  MIP-SORT-REC.
           05  SRT-RUN-DATE         PIC X(08).
           05  SRT-ORDINAL          PIC 9(07).
           05  SRT-PERIOD           PIC 9(01).
           05  SRT-TRAILER          PIC X(1168).
           05  SRT-DETAIL           PIC X(300).
      *
       WORKING-STORAGE SECTION.
       COPY TRLRHST.
       01  WS-WORK-AREA.
           05  TRLRH-ST         PIC 9(02).
               88 TRLRH-EOF               VALUE 10.
               88 TRLRH-SUCCESS           VALUE 00 97.
           05  TARC-ST          PIC 9(02).
               88 TARC-EOF                VALUE 10.
               88 TARC-SUCCESS            VALUE 00 97.
           05  HCTL-ST          PIC 9(02).
               88 HCTL-SUCCESS            VALUE 00 97.
           05  DLT-ST           PIC 9(02).
               88 DLT-EOF                 VALUE 10.
               88 DLT-SUCCESS             VALUE 00 97.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  MIH-ST           PIC 9(02).
               88 MIH-SUCCESS             VALUE 00 97.
               88 MIH-DUPLICATE           VALUE 22.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  CSV-ST           PIC 9(02).
               88 CSV-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
      *    the processing date the pack runs under, the pack
      *    month and its first day
           05  WS-PROC-DATE     PIC X(08).
           05  WS-PACK-MONTH.
               10  WS-PACK-YYYY PIC 9(04).
               10  WS-PACK-MM   PIC 9(02).
           05  WS-MONTH-FROM    PIC X(08).
           05  WS-MONTH-WORK.
               10  WS-MW-YYYY   PIC 9(04).
               10  WS-MW-MM     PIC 9(02).
           05  WS-CLOSED-SW     PIC X(01) VALUE 'N'.
               88  WS-MONTH-CLOSED        VALUE 'Y'.
      *    the oldest month still on TRLRHIST (000000 when it has
      *    never been rolled) and whether a period reaches back
      *    past it
           05  WS-ACTIVE-FROM   PIC X(06) VALUE '000000'.
           05  WS-ARCH-SW       PIC X(01) VALUE 'N'.
               88  WS-READ-ARCHIVE        VALUE 'Y'.
           05  WS-ORDINAL       PIC 9(07) VALUE ZERO.
           05  WS-SORT-AT-END   PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF            VALUE 'Y'.
           05  WS-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NIGHT-HELD          VALUE 'Y'.
           05  WS-REACH-SW      PIC X(01) VALUE 'N'.
               88  WS-DLT-REACHES-BACK    VALUE 'Y'.
           05  WS-KEPT-SW       PIC X(01) VALUE 'N'.
               88  WS-MONTH-KEPT          VALUE 'Y'.
           05  WS-RC-WORK       PIC 9(02) VALUE ZERO.
           05  WS-PAGE-NO       PIC 9(03) VALUE ZERO.
       01  WS-COUNTS.
           05  WS-CNT-SUPERSEDED   PIC 9(07) VALUE ZERO.
           05  WS-CNT-DELTA        PIC 9(09) VALUE ZERO.
           05  WS-CNT-OPENED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEACT        PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-BRANCH    PIC 9(07) VALUE ZERO.
      *    the last trailer returned for the run date in hand -
      *    tallied once the next date shows up, or at the end
       01  WS-HELD-NIGHT.
           05  HLD-RUN-DATE         PIC X(08).
           05  HLD-ORDINAL          PIC 9(07).
           05  HLD-PERIOD           PIC 9(01).
           05  HLD-TRAILER          PIC X(1168).
           05  HLD-DETAIL           PIC X(300).
      *    the three periods: 1 the pack month, 2 the month
      *    before, 3 the same month a year earlier - how many run
      *    nights each had and whether its positions are known
       01  WS-PERIOD-AREA.
           05  WS-PERIOD OCCURS 3 TIMES.
               07  WS-PER-MONTH     PIC X(06).
               07  WS-PER-NIGHTS    PIC 9(05).
               07  WS-PER-MOVES-SW  PIC X(01).
                   88  WS-PER-MOVES-KNOWN     VALUE 'Y'.
           05  WS-PER               PIC 9(01).
           05  WS-PER-SUB           PIC 9(01).
      *    period names on MIPCSV, and their lengths
       01  WS-PER-CODES.
           05  FILLER  PIC X(11) VALUE 'CURRENT  07'.
           05  FILLER  PIC X(11) VALUE 'PRIOR    05'.
           05  FILLER  PIC X(11) VALUE 'LAST-YEAR09'.
       01  WS-PER-CODE-TAB REDEFINES WS-PER-CODES.
           05  WS-PER-CODE-ENT OCCURS 3 TIMES.
               07  WS-PER-CODE      PIC X(09).
               07  WS-PER-CODE-LEN  PIC 9(02).
      *    every branch seen in any period, in the order first
      *    seen; twenty slots cover the branches, the fee and
      *    interest runs and room to grow. The last slot is kept
      *    for the all-branches totals.
       01  WS-BRANCH-TAB.
           05  WS-BT-COUNT          PIC 9(02) VALUE ZERO.
           05  WS-BT-ENT OCCURS 21 TIMES.
               07  WS-BT-CODE       PIC X(03).
               07  WS-BT-PER OCCURS 3 TIMES.
                   10  WS-BT-RECS   PIC 9(07).
                   10  WS-BT-TIPI   PIC 9(07) OCCURS 9 TIMES.
                   10  WS-BT-REJ    PIC 9(07).
                   10  WS-BT-SUSP   PIC 9(07).
                   10  WS-BT-WOF    PIC 9(07).
      *                nights the branch ran that carry no detail
                   10  WS-BT-NODET  PIC 9(05).
                   10  WS-BT-OPENED PIC 9(07).
                   10  WS-BT-DEACT  PIC 9(07).
                   10  WS-BT-NET    PIC S9(13)V99 COMP-3
                                     OCCURS 10 TIMES.
           05  WS-BT-SUB            PIC 9(02).
           05  WS-BT-HIT            PIC 9(02).
           05  WS-BT-ALL            PIC 9(02) VALUE 21.
           05  WS-BT-OVERFLOW       PIC 9(05) VALUE ZERO.
           05  WS-LOOK-BRANCH       PIC X(03).
      *    the branches in branch-code order, for the pages
           05  WS-ORD-IX            PIC 9(02) OCCURS 20 TIMES.
           05  WS-ORD-SUB           PIC 9(02).
      *    currencies in the order first seen on a trailer; the
      *    DVZTAB cap of 10 holds them all
       01  WS-CUR-AREA.
           05  WS-CUR-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-CUR-DVZ           PIC 9(03) OCCURS 10 TIMES.
           05  WS-CUR-SUB           PIC 9(02).
           05  WS-CUR-HIT           PIC 9(02).
           05  WS-LOOK-DVZ          PIC 9(03).
      *    loop subscripts
       01  WS-SLOT                  PIC 9(02).
       01  WS-POST-SUB              PIC 9(02).
       01  WS-TIPI-SUB              PIC 9(02).
       01  WS-SORT-I                PIC 9(02).
       01  WS-SORT-J                PIC 9(02).
       01  WS-SORT-FROM             PIC 9(02).
       01  WS-SWAP-IX               PIC 9(02).
      *    one figure for one branch and period: 1 run nights,
      *    2 records, 3-11 ISLEM-TIPI 1-9, 12 invalid ISLEM-TIPI,
      *    13 rejects, 14 suspended, 15 written off, 16 reject
      *    rate, 17 write-off rate, 18 positions opened, 19
      *    deactivated, 20 on the net posted per currency
       01  WS-FIGURE-AREA.
           05  WS-FIG               PIC 9(02).
           05  WS-FIG-COUNT         PIC 9(02).
           05  WS-FIG-NUM           PIC S9(13)V99 COMP-3.
           05  WS-FIG-NA-SW         PIC X(01).
               88  WS-FIG-NA                  VALUE 'Y'.
       01  WS-FIG-LABELS.
           05  FILLER PIC X(17) VALUE 'RUN NIGHTS'.
           05  FILLER PIC X(17) VALUE 'TOTAL RECORDS'.
           05  FILLER PIC X(17) VALUE 'TIPI 1'.
           05  FILLER PIC X(17) VALUE 'TIPI 2'.
           05  FILLER PIC X(17) VALUE 'TIPI 3 UPD'.
           05  FILLER PIC X(17) VALUE 'TIPI 4 DEL'.
           05  FILLER PIC X(17) VALUE 'TIPI 5 ADD'.
           05  FILLER PIC X(17) VALUE 'TIPI 6 DEBIT'.
           05  FILLER PIC X(17) VALUE 'TIPI 7 CREDIT'.
           05  FILLER PIC X(17) VALUE 'TIPI 8 INQ'.
           05  FILLER PIC X(17) VALUE 'TIPI 9 XFER'.
           05  FILLER PIC X(17) VALUE 'INVALID TIPI'.
           05  FILLER PIC X(17) VALUE 'REJECTS'.
           05  FILLER PIC X(17) VALUE 'SUSPENDED'.
           05  FILLER PIC X(17) VALUE 'WRITTEN OFF'.
           05  FILLER PIC X(17) VALUE 'REJECT RATE %'.
           05  FILLER PIC X(17) VALUE 'WRITE-OFF RATE %'.
           05  FILLER PIC X(17) VALUE 'POSNS OPENED'.
           05  FILLER PIC X(17) VALUE 'POSNS DEACTIVATED'.
       01  WS-FIG-LABEL-TAB REDEFINES WS-FIG-LABELS.
           05  WS-FIG-LABEL PIC X(17) OCCURS 19 TIMES.
      *    a figure edited for a page column or a MIPCSV field
       01  WS-EDIT-AREA.
           05  WS-ED-FIELD          PIC X(20).
           05  WS-ED-COUNT REDEFINES WS-ED-FIELD
                                    PIC Z(19)9.
           05  WS-ED-RATE  REDEFINES WS-ED-FIELD
                                    PIC Z(16)9.99.
           05  WS-ED-AMT   REDEFINES WS-ED-FIELD
                                    PIC -(16)9.99.
      *    ranking work: branch slots in ranking order and the
      *    value they are ranked on
       01  WS-RANK-AREA.
           05  WS-RNK-IX            PIC 9(02) OCCURS 20 TIMES.
           05  WS-RNK-KEY           PIC S9(13)V99 COMP-3
                                     OCCURS 20 TIMES.
           05  WS-RNK-KEY-HOLD      PIC S9(13)V99 COMP-3.
           05  WS-RNK-DIR           PIC X(01).
               88  WS-RNK-DESCENDING          VALUE 'D'.
               88  WS-RNK-ASCENDING           VALUE 'A'.
           05  WS-RNK-POS           PIC 9(02).
           05  WS-CMP-PER           PIC 9(01).
           05  WS-PCT-CHANGE        PIC S9(07)V9.
           05  WS-RNK-ED            PIC X(09).
           05  WS-RNK-CNT-ED REDEFINES WS-RNK-ED
                                    PIC Z(08)9.
           05  WS-RNK-RATE-ED REDEFINES WS-RNK-ED
                                    PIC Z(05)9.99.
           05  WS-RNK-PCT-ED REDEFINES WS-RNK-ED
                                    PIC -(06)9.9.
      *    MIPCSV row building: the next free column, and a text
      *    field with its length
       01  WS-CSV-AREA.
           05  WS-CSV-POS           PIC 9(03).
           05  WS-CSV-LEAD          PIC 9(02).
           05  WS-CSV-LEN           PIC 9(02).
           05  WS-CSV-TEXT          PIC X(20).
           05  WS-CSV-ROWS          PIC 9(05) VALUE ZERO.
       01  WS-CSV-HEADER.
           05  FILLER PIC X(33)
               VALUE 'MONTH;PERIOD;PERIOD-MONTH;BRANCH;'.
           05  FILLER PIC X(36)
               VALUE 'NIGHTS;RECORDS;TIPI-1;TIPI-2;TIPI-3;'.
           05  FILLER PIC X(35)
               VALUE 'TIPI-4;TIPI-5;TIPI-6;TIPI-7;TIPI-8;'.
           05  FILLER PIC X(28)
               VALUE 'TIPI-9;INVALID-TIPI;REJECTS;'.
           05  FILLER PIC X(33)
               VALUE 'SUSPENDED;WRITTEN-OFF;REJECT-PCT;'.
           05  FILLER PIC X(32)
               VALUE 'WRITEOFF-PCT;OPENED;DEACTIVATED;'.
      *    report lines
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(15)
                                    VALUE 'BRANCH MI PACK '.
           05  WS-TTL-KIND          PIC X(14).
           05  WS-TTL-MONTH         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TTL-SUBJECT       PIC X(18).
           05  FILLER               PIC X(06) VALUE 'AS OF '.
           05  WS-TTL-PROC-DATE     PIC X(08).
           05  FILLER               PIC X(05) VALUE ' PAGE'.
           05  WS-TTL-PAGE-ED       PIC ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  FILLER               PIC X(20)
                                    VALUE '          THIS MONTH'.
           05  FILLER               PIC X(20)
                                    VALUE '         PRIOR MONTH'.
           05  FILLER               PIC X(20)
                                    VALUE '  SAME MONTH LAST YR'.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-MONTH-LINE.
           05  FILLER               PIC X(17) VALUE 'FIGURE'.
           05  WS-MTH-ENT OCCURS 3 TIMES.
               07  FILLER           PIC X(14) VALUE SPACES.
               07  WS-MTH-MONTH     PIC X(06).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DET-LABEL         PIC X(17).
           05  WS-DET-COL           PIC X(20) OCCURS 3 TIMES.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-NET-LABEL.
           05  FILLER               PIC X(11) VALUE 'NET POSTED '.
           05  WS-NET-DVZ           PIC 9(03).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-RANK-HEAD-LINE.
           05  WS-RKH-TEXT          PIC X(80).
       01  WS-RANK-COLUMN-LINE.
           05  FILLER               PIC X(03) VALUE 'RNK'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'BR.'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE '  RECORDS'.
           05  FILLER               PIC X(09) VALUE ' VS PRIOR'.
           05  FILLER               PIC X(09) VALUE '    VS LY'.
           05  FILLER               PIC X(09) VALUE '    REJ %'.
           05  FILLER               PIC X(09) VALUE '    WOF %'.
           05  FILLER               PIC X(09) VALUE '   OPENED'.
           05  FILLER               PIC X(09) VALUE '    DEACT'.
           05  FILLER               PIC X(07) VALUE SPACES.
       01  WS-RANK-LINE.
           05  WS-RNK-POS-ED        PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RNK-BRANCH        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RNK-RECS          PIC X(09).
           05  WS-RNK-VS-PRIOR      PIC X(09).
           05  WS-RNK-VS-LY         PIC X(09).
           05  WS-RNK-REJ           PIC X(09).
           05  WS-RNK-WOF           PIC X(09).
           05  WS-RNK-OPENED        PIC X(09).
           05  WS-RNK-DEACT         PIC X(09).
           05  FILLER               PIC X(07) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       LINKAGE SECTION.
      *    pack month YYYYMM, optional
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-MONTH        PIC X(06).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           SORT MIP-SORT ON ASCENDING KEY SRT-RUN-DATE
                                          SRT-ORDINAL
              INPUT PROCEDURE H200-SELECT-TRAILERS
              OUTPUT PROCEDURE H300-TALLY-NIGHTS.
           PERFORM H400-COUNT-MONTH-MOVES.
           PERFORM H450-LOAD-EARLIER-MOVES.
           IF WS-MONTH-CLOSED AND WS-PER-MOVES-KNOWN (1)
              PERFORM H500-KEEP-MONTH-MOVES
           END-IF.
           PERFORM H550-ORDER-BRANCHES.
           PERFORM H560-TOTAL-BRANCHES.
           PERFORM H600-PRINT-BRANCH-PAGES.
           PERFORM H700-PRINT-RANKING.
           PERFORM H800-WRITE-CSV.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  TRLR-HIST.
           OPEN OUTPUT MIP-RPT MIP-CSV.
           IF NOT TRLRH-SUCCESS
              DISPLAY 'PBEGMIP - TRLRHIST NOT OPENABLE, STATUS '
                      TRLRH-ST
              CLOSE MIP-RPT MIP-CSV
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H110-PROC-DATE-FROM-RUNCTL.
           IF WS-PARM-LEN = ZERO
              PERFORM H120-DEFAULT-PACK-MONTH
           ELSE
              IF WS-PARM-LEN >= 6 AND WS-PARM-MONTH IS NUMERIC
                 MOVE WS-PARM-MONTH TO WS-PACK-MONTH
              ELSE
                 MOVE ZERO TO WS-PACK-MONTH
              END-IF
           END-IF
      *    a month not yet begun has nothing to report; the
      *    processing date's own month is reported to date
           IF WS-PACK-MM < 1 OR WS-PACK-MM > 12
              OR WS-PACK-MONTH > WS-PROC-DATE (1:6)
              DISPLAY 'PBEGMIP - BAD PARM: PACK MONTH YYYYMM NOT '
                      'AFTER THE PROCESSING DATE ' WS-PROC-DATE
              CLOSE TRLR-HIST MIP-RPT MIP-CSV
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PACK-MONTH < WS-PROC-DATE (1:6)
              SET WS-MONTH-CLOSED TO TRUE
           END-IF.
           PERFORM H130-PERIOD-MONTHS.
           PERFORM H140-CHECK-ROLLED-MONTHS.
           DISPLAY 'PBEGMIP - PACK MONTH ' WS-PER-MONTH (1)
                   ' PRIOR ' WS-PER-MONTH (2)
                   ' LAST YEAR ' WS-PER-MONTH (3)
                   ' PROCESSING DATE ' WS-PROC-DATE.
           EXIT.
      *
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
      *    no PARM: the month before the processing date's month -
      *    the pack that goes in at the start of a month reports
      *    the month just ended
       H120-DEFAULT-PACK-MONTH.
           MOVE WS-PROC-DATE (1:6) TO WS-PACK-MONTH
           IF WS-PACK-MM = 1
              SUBTRACT 1 FROM WS-PACK-YYYY
              MOVE 12 TO WS-PACK-MM
           ELSE
              SUBTRACT 1 FROM WS-PACK-MM
           END-IF.
           EXIT.
      *
       H130-PERIOD-MONTHS.
           MOVE WS-PACK-MONTH TO WS-PER-MONTH (1)
           MOVE WS-PACK-MONTH TO WS-MONTH-FROM (1:6)
           MOVE '01'          TO WS-MONTH-FROM (7:2)
           MOVE WS-PACK-MONTH TO WS-MONTH-WORK
           IF WS-MW-MM = 1
              SUBTRACT 1 FROM WS-MW-YYYY
              MOVE 12 TO WS-MW-MM
           ELSE
              SUBTRACT 1 FROM WS-MW-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-PER-MONTH (2)
           MOVE WS-PACK-MONTH TO WS-MONTH-WORK
           SUBTRACT 1 FROM WS-MW-YYYY
           MOVE WS-MONTH-WORK TO WS-PER-MONTH (3)
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
              MOVE ZERO TO WS-PER-NIGHTS (WS-PER)
              MOVE 'N'  TO WS-PER-MOVES-SW (WS-PER)
           END-PERFORM.
           EXIT.
      *
      *    no catalogue, or no entry for TRLRHIST, means nothing
      *    has been rolled. Last year's month is the oldest
      *    period, so the archive is wanted when it is older than
      *    the oldest month still on TRLRHIST
       H140-CHECK-ROLLED-MONTHS.
           OPEN INPUT HIST-CTL
           IF HCTL-SUCCESS
              MOVE 'TRLRHIST' TO HCTL-FILE
              MOVE '000000'   TO HCTL-MONTH
              READ HIST-CTL
              IF HCTL-SUCCESS
                 MOVE HCTL-ACTIVE-FROM TO WS-ACTIVE-FROM
              END-IF
              CLOSE HIST-CTL
           END-IF
           IF WS-ACTIVE-FROM > '000000'
              AND WS-PER-MONTH (3) < WS-ACTIVE-FROM
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT TRLR-ARCH
              IF NOT TARC-SUCCESS
                 DISPLAY 'PBEGMIP - PERIODS REACH MONTHS ROLLED OFF '
                         'TRLRHIST BEFORE ' WS-ACTIVE-FROM
                         ' - TRLRARCH NOT OPENABLE, STATUS ' TARC-ST
                 CLOSE TRLR-HIST MIP-RPT MIP-CSV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PBEGMIP - READING MONTHS BEFORE '
                      WS-ACTIVE-FROM ' FROM TRLRARCH'
           END-IF.
           EXIT.
      *
      *    SORT input: every trailer of the three months, the
      *    archive's only for the months TRLRHIST no longer holds
       H200-SELECT-TRAILERS.
           IF WS-READ-ARCHIVE
              READ TRLR-ARCH INTO TRLRH-REC
              PERFORM H210-RELEASE-ONE-ARCHIVED UNTIL TARC-EOF
              CLOSE TRLR-ARCH
           END-IF
           READ TRLR-HIST INTO TRLRH-REC
           PERFORM H220-RELEASE-ONE-ACTIVE UNTIL TRLRH-EOF
           CLOSE TRLR-HIST.
           EXIT.
      *
       H210-RELEASE-ONE-ARCHIVED.
           IF TRLRH-RUN-DATE (1:6) < WS-ACTIVE-FROM
              PERFORM H230-RELEASE-IF-IN-PERIOD
           END-IF
           READ TRLR-ARCH INTO TRLRH-REC.
           EXIT.
      *
       H220-RELEASE-ONE-ACTIVE.
           PERFORM H230-RELEASE-IF-IN-PERIOD
           READ TRLR-HIST INTO TRLRH-REC.
           EXIT.
      *
       H230-RELEASE-IF-IN-PERIOD.
           MOVE ZERO TO WS-PER
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
              IF TRLRH-RUN-DATE (1:6) = WS-PER-MONTH (WS-PER-SUB)
                 MOVE WS-PER-SUB TO WS-PER
              END-IF
           END-PERFORM
           IF WS-PER > ZERO
              ADD 1 TO WS-ORDINAL
              MOVE TRLRH-RUN-DATE  TO SRT-RUN-DATE
              MOVE WS-ORDINAL      TO SRT-ORDINAL
              MOVE WS-PER          TO SRT-PERIOD
              MOVE TRLRH-TRAILER   TO SRT-TRAILER
              MOVE TRLRH-BR-DETAIL TO SRT-DETAIL
              RELEASE MIP-SORT-REC
           END-IF.
           EXIT.
      *
      *    SORT output: one tally per run date, from the last
      *    trailer written for it
       H300-TALLY-NIGHTS.
           PERFORM H310-NEXT-TRAILER UNTIL WS-SORT-EOF
           IF WS-NIGHT-HELD
              PERFORM H320-TALLY-ONE-NIGHT
           END-IF.
           EXIT.
      *
       H310-NEXT-TRAILER.
           RETURN MIP-SORT AT END
              SET WS-SORT-EOF TO TRUE
           NOT AT END
              IF WS-NIGHT-HELD
                 IF SRT-RUN-DATE = HLD-RUN-DATE
                    ADD 1 TO WS-CNT-SUPERSEDED
                 ELSE
                    PERFORM H320-TALLY-ONE-NIGHT
                 END-IF
              END-IF
              MOVE MIP-SORT-REC TO WS-HELD-NIGHT
              SET WS-NIGHT-HELD TO TRUE
           END-RETURN.
           EXIT.
      *
       H320-TALLY-ONE-NIGHT.
           MOVE HLD-RUN-DATE TO TRLRH-RUN-DATE
           MOVE HLD-TRAILER  TO TRLRH-TRAILER
           MOVE HLD-DETAIL   TO TRLRH-BR-DETAIL
           MOVE HLD-PERIOD   TO WS-PER
           ADD 1 TO WS-PER-NIGHTS (WS-PER)
           PERFORM H330-TALLY-ONE-SLOT
              VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5.
           EXIT.
      *
      *    one branch block of the night's trailer; the detail
      *    beside it is all spaces on a night from before it was
      *    kept
       H330-TALLY-ONE-SLOT.
           IF TRLRH-BR-CODE (WS-SLOT) NOT = SPACES
              MOVE TRLRH-BR-CODE (WS-SLOT) TO WS-LOOK-BRANCH
              PERFORM H340-FIND-BRANCH
              IF WS-BT-HIT = ZERO
                 ADD 1 TO WS-BT-OVERFLOW
              ELSE
                 ADD TRLRH-BR-CNT (WS-SLOT)
                   TO WS-BT-RECS (WS-BT-HIT, WS-PER)
                 IF TRLRH-BRD-REJ (WS-SLOT) IS NUMERIC
                    PERFORM VARYING WS-TIPI-SUB FROM 1 BY 1
                            UNTIL WS-TIPI-SUB > 9
                       ADD TRLRH-BRD-TIPI (WS-SLOT, WS-TIPI-SUB)
                         TO WS-BT-TIPI (WS-BT-HIT, WS-PER,
                                        WS-TIPI-SUB)
                    END-PERFORM
                    ADD TRLRH-BRD-REJ (WS-SLOT)
                      TO WS-BT-REJ (WS-BT-HIT, WS-PER)
                    ADD TRLRH-BRD-SUSP (WS-SLOT)
                      TO WS-BT-SUSP (WS-BT-HIT, WS-PER)
                    ADD TRLRH-BRD-WOF (WS-SLOT)
                      TO WS-BT-WOF (WS-BT-HIT, WS-PER)
                 ELSE
                    ADD 1 TO WS-BT-NODET (WS-BT-HIT, WS-PER)
                 END-IF
                 PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                         UNTIL WS-POST-SUB > 10
                    IF TRLRH-BR-DVZ (WS-SLOT, WS-POST-SUB)
                          IS NUMERIC
                       AND TRLRH-BR-DVZ (WS-SLOT, WS-POST-SUB)
                          > ZERO
                       MOVE TRLRH-BR-DVZ (WS-SLOT, WS-POST-SUB)
                         TO WS-LOOK-DVZ
                       PERFORM H350-FIND-CURRENCY
                       IF WS-CUR-HIT > ZERO
                          ADD TRLRH-BR-AMT (WS-SLOT, WS-POST-SUB)
                            TO WS-BT-NET (WS-BT-HIT, WS-PER,
                                          WS-CUR-HIT)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
           EXIT.
      *
      *    a branch not yet tabled takes the next slot, zeroed for
      *    all three periods; past the twentieth it is counted as
      *    overflow and left off the pack
       H340-FIND-BRANCH.
           MOVE ZERO TO WS-BT-HIT
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
              IF WS-BT-CODE (WS-BT-SUB) = WS-LOOK-BRANCH
                 MOVE WS-BT-SUB TO WS-BT-HIT
              END-IF
           END-PERFORM
           IF WS-BT-HIT = ZERO AND WS-BT-COUNT < 20
              ADD 1 TO WS-BT-COUNT
              MOVE WS-BT-COUNT TO WS-BT-HIT
              MOVE WS-LOOK-BRANCH TO WS-BT-CODE (WS-BT-HIT)
              PERFORM H345-CLEAR-BRANCH
           END-IF.
           EXIT.
      *
       H345-CLEAR-BRANCH.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
              MOVE ZERO TO WS-BT-RECS   (WS-BT-HIT, WS-PER-SUB)
                           WS-BT-REJ    (WS-BT-HIT, WS-PER-SUB)
                           WS-BT-SUSP   (WS-BT-HIT, WS-PER-SUB)
                           WS-BT-WOF    (WS-BT-HIT, WS-PER-SUB)
                           WS-BT-NODET  (WS-BT-HIT, WS-PER-SUB)
                           WS-BT-OPENED (WS-BT-HIT, WS-PER-SUB)
                           WS-BT-DEACT  (WS-BT-HIT, WS-PER-SUB)
              PERFORM VARYING WS-TIPI-SUB FROM 1 BY 1
                      UNTIL WS-TIPI-SUB > 9
                 MOVE ZERO
                   TO WS-BT-TIPI (WS-BT-HIT, WS-PER-SUB, WS-TIPI-SUB)
              END-PERFORM
              PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                      UNTIL WS-CUR-SUB > 10
                 MOVE ZERO
                   TO WS-BT-NET (WS-BT-HIT, WS-PER-SUB, WS-CUR-SUB)
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
       H350-FIND-CURRENCY.
           MOVE ZERO TO WS-CUR-HIT
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
              IF WS-CUR-DVZ (WS-CUR-SUB) = WS-LOOK-DVZ
                 MOVE WS-CUR-SUB TO WS-CUR-HIT
              END-IF
           END-PERFORM
           IF WS-CUR-HIT = ZERO AND WS-CUR-COUNT < 10
              ADD 1 TO WS-CUR-COUNT
              MOVE WS-CUR-COUNT TO WS-CUR-HIT
              MOVE WS-LOOK-DVZ  TO WS-CUR-DVZ (WS-CUR-HIT)
           END-IF.
           EXIT.
      *
      *    the pack month's positions opened and deactivated, by
      *    home branch, from the DELTAFIL generations on file.
      *    The generations are one per run, so a record dated
      *    before the month's first day shows the month's first
      *    night is still on file and the count is whole
       H400-COUNT-MONTH-MOVES.
           OPEN INPUT DELTA-FILE
           IF NOT DLT-SUCCESS
              DISPLAY 'PBEGMIP - DELTAFIL NOT OPENABLE, STATUS '
                      DLT-ST
           ELSE
              OPEN INPUT CUST-REC
              READ DELTA-FILE
              PERFORM H410-COUNT-ONE-DELTA UNTIL DLT-EOF
              CLOSE DELTA-FILE CUST-REC
           END-IF
           IF WS-DLT-REACHES-BACK
              SET WS-PER-MOVES-KNOWN (1) TO TRUE
              DISPLAY 'PBEGMIP - DELTAFIL RECORDS READ '
                      WS-CNT-DELTA ', OPENED ' WS-CNT-OPENED
                      ', DEACTIVATED ' WS-CNT-DEACT
           ELSE
              DISPLAY 'PBEGMIP - DELTAFIL GENERATIONS DO NOT REACH '
                      'BACK BEFORE ' WS-MONTH-FROM
                      ' - POSITIONS NOT COUNTED'
              IF WS-RC-WORK < 4
                 MOVE 4 TO WS-RC-WORK
              END-IF
           END-IF.
           EXIT.
      *
       H410-COUNT-ONE-DELTA.
           ADD 1 TO WS-CNT-DELTA
           IF DLT-RUN-DATE < WS-MONTH-FROM
              SET WS-DLT-REACHES-BACK TO TRUE
           END-IF
           IF DLT-RUN-DATE (1:6) = WS-PER-MONTH (1)
              AND (DLT-CREATED OR DLT-DEACTIVATED)
              PERFORM H420-BRANCH-OF-POSITION
              PERFORM H340-FIND-BRANCH
              IF WS-BT-HIT = ZERO
                 ADD 1 TO WS-BT-OVERFLOW
              ELSE
                 IF DLT-CREATED
                    ADD 1 TO WS-BT-OPENED (WS-BT-HIT, 1)
                    ADD 1 TO WS-CNT-OPENED
                 ELSE
                    ADD 1 TO WS-BT-DEACT (WS-BT-HIT, 1)
                    ADD 1 TO WS-CNT-DEACT
                 END-IF
              END-IF
           END-IF
           READ DELTA-FILE.
           EXIT.
      *
       H420-BRANCH-OF-POSITION.
           MOVE DLT-SEQ TO CUST-SEQ
           READ CUST-REC
           IF CUST-SUCCESS AND CUST-BRANCH NOT = SPACES
              MOVE CUST-BRANCH TO WS-LOOK-BRANCH
           ELSE
              MOVE '???' TO WS-LOOK-BRANCH
              ADD 1 TO WS-CNT-NO-BRANCH
           END-IF.
           EXIT.
      *
      *    the prior month's and last year's positions, as the
      *    packs for those months kept them
       H450-LOAD-EARLIER-MOVES.
           OPEN INPUT MI-HIST
           IF MIH-SUCCESS
              PERFORM H460-LOAD-ONE-MONTH
                 VARYING WS-PER FROM 2 BY 1 UNTIL WS-PER > 3
              CLOSE MI-HIST
           ELSE
              DISPLAY 'PBEGMIP - MIHIST NOT OPENABLE, STATUS '
                      MIH-ST ' - EARLIER POSITIONS NOT SHOWN'
           END-IF.
           EXIT.
      *
       H460-LOAD-ONE-MONTH.
           MOVE WS-PER-MONTH (WS-PER) TO MIH-MONTH
           MOVE LOW-VALUES            TO MIH-BRANCH
           START MI-HIST KEY IS NOT LESS THAN MIH-KEY
           IF MIH-SUCCESS
              READ MI-HIST NEXT
              PERFORM H470-LOAD-ONE-BRANCH
                 UNTIL NOT MIH-SUCCESS
                    OR MIH-MONTH NOT = WS-PER-MONTH (WS-PER)
           END-IF.
           EXIT.
      *
       H470-LOAD-ONE-BRANCH.
           IF MIH-MONTH-KEPT
              SET WS-PER-MOVES-KNOWN (WS-PER) TO TRUE
           ELSE
              MOVE MIH-BRANCH TO WS-LOOK-BRANCH
              PERFORM H340-FIND-BRANCH
              IF WS-BT-HIT = ZERO
                 ADD 1 TO WS-BT-OVERFLOW
              ELSE
                 ADD MIH-OPENED TO WS-BT-OPENED (WS-BT-HIT, WS-PER)
                 ADD MIH-DEACT  TO WS-BT-DEACT  (WS-BT-HIT, WS-PER)
              END-IF
           END-IF
           READ MI-HIST NEXT.
           EXIT.
      *
      *    a closed month whose positions were counted whole is
      *    kept for next month's and next year's packs; a rerun
      *    replaces what the earlier run kept
       H500-KEEP-MONTH-MOVES.
           OPEN I-O MI-HIST
           IF NOT MIH-SUCCESS
              DISPLAY 'PBEGMIP - MIHIST NOT OPENABLE FOR UPDATE, '
                      'STATUS ' MIH-ST ' - MONTH NOT KEPT'
              MOVE 8 TO WS-RC-WORK
           ELSE
              SET WS-MONTH-KEPT TO TRUE
              MOVE WS-PER-MONTH (1) TO MIH-MONTH
              MOVE '***'            TO MIH-BRANCH
              MOVE WS-CNT-OPENED    TO MIH-OPENED
              MOVE WS-CNT-DEACT     TO MIH-DEACT
              PERFORM H510-PUT-MIHIST
              PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                      UNTIL WS-BT-SUB > WS-BT-COUNT
                 MOVE WS-PER-MONTH (1)       TO MIH-MONTH
                 MOVE WS-BT-CODE (WS-BT-SUB) TO MIH-BRANCH
                 MOVE WS-BT-OPENED (WS-BT-SUB, 1) TO MIH-OPENED
                 MOVE WS-BT-DEACT  (WS-BT-SUB, 1) TO MIH-DEACT
                 PERFORM H510-PUT-MIHIST
              END-PERFORM
              CLOSE MI-HIST
              IF WS-MONTH-KEPT
                 DISPLAY 'PBEGMIP - POSITIONS FOR ' WS-PER-MONTH (1)
                         ' KEPT ON MIHIST'
              END-IF
           END-IF.
           EXIT.
      *
       H510-PUT-MIHIST.
           MOVE WS-PROC-DATE TO MIH-PROC-DATE
           MOVE SPACES       TO MIH-REC (32:9)
           WRITE MIH-REC
           IF MIH-DUPLICATE
              REWRITE MIH-REC
           END-IF
           IF NOT MIH-SUCCESS
              DISPLAY 'PBEGMIP - MIHIST WRITE FAILED FOR '
                      MIH-KEY ', STATUS ' MIH-ST
              MOVE 'N' TO WS-KEPT-SW
              MOVE 8 TO WS-RC-WORK
           END-IF.
           EXIT.
      *
      *    the pages go out in branch-code order
       H550-ORDER-BRANCHES.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-BT-COUNT
              MOVE WS-ORD-SUB TO WS-ORD-IX (WS-ORD-SUB)
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-BT-COUNT
              COMPUTE WS-SORT-FROM = WS-SORT-I + 1
              PERFORM VARYING WS-SORT-J FROM WS-SORT-FROM BY 1
                      UNTIL WS-SORT-J > WS-BT-COUNT
                 IF WS-BT-CODE (WS-ORD-IX (WS-SORT-J))
                    < WS-BT-CODE (WS-ORD-IX (WS-SORT-I))
                    MOVE WS-ORD-IX (WS-SORT-I) TO WS-SWAP-IX
                    MOVE WS-ORD-IX (WS-SORT-J)
                      TO WS-ORD-IX (WS-SORT-I)
                    MOVE WS-SWAP-IX TO WS-ORD-IX (WS-SORT-J)
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
      *    the all-branches slot: every branch's figures summed;
      *    a detail gap at any branch leaves the totals' detail
      *    figures N/A as well
       H560-TOTAL-BRANCHES.
           MOVE WS-BT-ALL TO WS-BT-HIT
           MOVE 'ALL'     TO WS-BT-CODE (WS-BT-HIT)
           PERFORM H345-CLEAR-BRANCH
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
              PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
                 PERFORM H565-ADD-TO-TOTALS
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
       H565-ADD-TO-TOTALS.
           ADD WS-BT-RECS   (WS-BT-SUB, WS-PER)
             TO WS-BT-RECS   (WS-BT-ALL, WS-PER)
           ADD WS-BT-REJ    (WS-BT-SUB, WS-PER)
             TO WS-BT-REJ    (WS-BT-ALL, WS-PER)
           ADD WS-BT-SUSP   (WS-BT-SUB, WS-PER)
             TO WS-BT-SUSP   (WS-BT-ALL, WS-PER)
           ADD WS-BT-WOF    (WS-BT-SUB, WS-PER)
             TO WS-BT-WOF    (WS-BT-ALL, WS-PER)
           ADD WS-BT-NODET  (WS-BT-SUB, WS-PER)
             TO WS-BT-NODET  (WS-BT-ALL, WS-PER)
           ADD WS-BT-OPENED (WS-BT-SUB, WS-PER)
             TO WS-BT-OPENED (WS-BT-ALL, WS-PER)
           ADD WS-BT-DEACT  (WS-BT-SUB, WS-PER)
             TO WS-BT-DEACT  (WS-BT-ALL, WS-PER)
           PERFORM VARYING WS-TIPI-SUB FROM 1 BY 1
                   UNTIL WS-TIPI-SUB > 9
              ADD WS-BT-TIPI (WS-BT-SUB, WS-PER, WS-TIPI-SUB)
                TO WS-BT-TIPI (WS-BT-ALL, WS-PER, WS-TIPI-SUB)
           END-PERFORM
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
              ADD WS-BT-NET (WS-BT-SUB, WS-PER, WS-CUR-SUB)
                TO WS-BT-NET (WS-BT-ALL, WS-PER, WS-CUR-SUB)
           END-PERFORM.
           EXIT.
      *
      *    one page per branch, every figure for the three
      *    periods side by side
       H600-PRINT-BRANCH-PAGES.
           COMPUTE WS-FIG-COUNT = 19 + WS-CUR-COUNT
           IF WS-MONTH-CLOSED
              MOVE 'MONTH'         TO WS-TTL-KIND
           ELSE
              MOVE 'MONTH-TO-DATE' TO WS-TTL-KIND
           END-IF
           MOVE WS-PER-MONTH (1) TO WS-TTL-MONTH
           MOVE WS-PROC-DATE     TO WS-TTL-PROC-DATE
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
              MOVE WS-PER-MONTH (WS-PER) TO WS-MTH-MONTH (WS-PER)
           END-PERFORM
           IF WS-BT-COUNT = ZERO
              ADD 1 TO WS-PAGE-NO
              MOVE SPACES     TO WS-TTL-SUBJECT
              MOVE WS-PAGE-NO TO WS-TTL-PAGE-ED
              WRITE RPT-REC FROM WS-TITLE-LINE
              MOVE 'NO BRANCH ACTIVITY ON FILE FOR THE PERIODS'
                TO RPT-REC
              WRITE RPT-REC
           ELSE
              PERFORM H610-PRINT-ONE-BRANCH
                 VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-BT-COUNT
           END-IF.
           EXIT.
      *
       H610-PRINT-ONE-BRANCH.
           MOVE WS-ORD-IX (WS-ORD-SUB) TO WS-BT-SUB
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO WS-TTL-SUBJECT
           MOVE 'BRANCH '              TO WS-TTL-SUBJECT (1:7)
           MOVE WS-BT-CODE (WS-BT-SUB) TO WS-TTL-SUBJECT (8:3)
           MOVE WS-PAGE-NO             TO WS-TTL-PAGE-ED
           WRITE RPT-REC FROM WS-TITLE-LINE
           WRITE RPT-REC FROM WS-BLANK-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE
           WRITE RPT-REC FROM WS-MONTH-LINE
           PERFORM H620-PRINT-ONE-FIGURE
              VARYING WS-FIG FROM 1 BY 1 UNTIL WS-FIG > WS-FIG-COUNT
           WRITE RPT-REC FROM WS-BLANK-LINE.
           EXIT.
      *
       H620-PRINT-ONE-FIGURE.
           IF WS-FIG = 2 OR WS-FIG = 13 OR WS-FIG = 18
                         OR WS-FIG = 20
              WRITE RPT-REC FROM WS-BLANK-LINE
           END-IF
           IF WS-FIG > 19
              COMPUTE WS-CUR-SUB = WS-FIG - 19
              MOVE WS-CUR-DVZ (WS-CUR-SUB) TO WS-NET-DVZ
              MOVE WS-NET-LABEL TO WS-DET-LABEL
           ELSE
              MOVE WS-FIG-LABEL (WS-FIG) TO WS-DET-LABEL
           END-IF
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
              PERFORM H650-COMPUTE-FIGURE
              PERFORM H660-EDIT-FIGURE
              MOVE WS-ED-FIELD TO WS-DET-COL (WS-PER)
           END-PERFORM
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           EXIT.
      *
      *    figure WS-FIG of branch slot WS-BT-SUB for period
      *    WS-PER. A period with no run night on file has no
      *    figures but its positions; a branch with a night from
      *    before the detail was kept has no detail figures
       H650-COMPUTE-FIGURE.
           MOVE ZERO TO WS-FIG-NUM
           MOVE 'N'  TO WS-FIG-NA-SW
           EVALUATE TRUE
              WHEN WS-FIG = 1
                 MOVE WS-PER-NIGHTS (WS-PER) TO WS-FIG-NUM
              WHEN WS-FIG = 18 OR WS-FIG = 19
                 IF NOT WS-PER-MOVES-KNOWN (WS-PER)
                    SET WS-FIG-NA TO TRUE
                 ELSE
                    IF WS-FIG = 18
                       MOVE WS-BT-OPENED (WS-BT-SUB, WS-PER)
                         TO WS-FIG-NUM
                    ELSE
                       MOVE WS-BT-DEACT (WS-BT-SUB, WS-PER)
                         TO WS-FIG-NUM
                    END-IF
                 END-IF
              WHEN WS-PER-NIGHTS (WS-PER) = ZERO
                 SET WS-FIG-NA TO TRUE
              WHEN WS-FIG = 2
                 MOVE WS-BT-RECS (WS-BT-SUB, WS-PER) TO WS-FIG-NUM
              WHEN WS-FIG > 19
                 COMPUTE WS-CUR-SUB = WS-FIG - 19
                 MOVE WS-BT-NET (WS-BT-SUB, WS-PER, WS-CUR-SUB)
                   TO WS-FIG-NUM
              WHEN WS-BT-NODET (WS-BT-SUB, WS-PER) > ZERO
                 SET WS-FIG-NA TO TRUE
              WHEN WS-FIG < 12
                 COMPUTE WS-TIPI-SUB = WS-FIG - 2
                 MOVE WS-BT-TIPI (WS-BT-SUB, WS-PER, WS-TIPI-SUB)
                   TO WS-FIG-NUM
              WHEN WS-FIG = 12
                 MOVE WS-BT-RECS (WS-BT-SUB, WS-PER) TO WS-FIG-NUM
                 PERFORM VARYING WS-TIPI-SUB FROM 1 BY 1
                         UNTIL WS-TIPI-SUB > 9
                    SUBTRACT WS-BT-TIPI (WS-BT-SUB, WS-PER,
                                         WS-TIPI-SUB)
                        FROM WS-FIG-NUM
                 END-PERFORM
              WHEN WS-FIG = 13
                 MOVE WS-BT-REJ (WS-BT-SUB, WS-PER) TO WS-FIG-NUM
              WHEN WS-FIG = 14
                 MOVE WS-BT-SUSP (WS-BT-SUB, WS-PER) TO WS-FIG-NUM
              WHEN WS-FIG = 15
                 MOVE WS-BT-WOF (WS-BT-SUB, WS-PER) TO WS-FIG-NUM
              WHEN WS-FIG = 16
                 IF WS-BT-RECS (WS-BT-SUB, WS-PER) > ZERO
                    COMPUTE WS-FIG-NUM ROUNDED =
                       WS-BT-REJ (WS-BT-SUB, WS-PER) * 100
                       / WS-BT-RECS (WS-BT-SUB, WS-PER)
                 ELSE
                    SET WS-FIG-NA TO TRUE
                 END-IF
              WHEN WS-FIG = 17
                 IF WS-BT-RECS (WS-BT-SUB, WS-PER) > ZERO
                    COMPUTE WS-FIG-NUM ROUNDED =
                       WS-BT-WOF (WS-BT-SUB, WS-PER) * 100
                       / WS-BT-RECS (WS-BT-SUB, WS-PER)
                 ELSE
                    SET WS-FIG-NA TO TRUE
                 END-IF
           END-EVALUATE.
           EXIT.
      *
       H660-EDIT-FIGURE.
           IF WS-FIG-NA
              MOVE SPACES TO WS-ED-FIELD
              MOVE 'N/A'  TO WS-ED-FIELD (18:3)
           ELSE
              EVALUATE TRUE
                 WHEN WS-FIG = 16 OR WS-FIG = 17
                    MOVE WS-FIG-NUM TO WS-ED-RATE
                 WHEN WS-FIG > 19
                    MOVE WS-FIG-NUM TO WS-ED-AMT
                 WHEN OTHER
                    MOVE WS-FIG-NUM TO WS-ED-COUNT
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *    the comparison page: every branch ranked on the
      *    month's records, most first, and on its reject rate,
      *    lowest first (a rate that is N/A - no records in the
      *    month, as for the '???' slot or a branch seen only in
      *    an earlier period - ranks last), then the all-branches
      *    line
       H700-PRINT-RANKING.
           ADD 1 TO WS-PAGE-NO
           MOVE 'BRANCH RANKING' TO WS-TTL-SUBJECT
           MOVE WS-PAGE-NO       TO WS-TTL-PAGE-ED
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE 1 TO WS-PER
           MOVE SPACES TO WS-RKH-TEXT
           MOVE 'BY RECORDS, MOST FIRST' TO WS-RKH-TEXT
           WRITE RPT-REC FROM WS-BLANK-LINE
           WRITE RPT-REC FROM WS-RANK-HEAD-LINE
           WRITE RPT-REC FROM WS-RANK-COLUMN-LINE
           MOVE 2 TO WS-FIG
           SET WS-RNK-DESCENDING TO TRUE
           PERFORM H710-RANK-BRANCHES
           MOVE SPACES TO WS-RKH-TEXT
           MOVE 'BY REJECT RATE, LOWEST FIRST' TO WS-RKH-TEXT
           WRITE RPT-REC FROM WS-BLANK-LINE
           WRITE RPT-REC FROM WS-RANK-HEAD-LINE
           WRITE RPT-REC FROM WS-RANK-COLUMN-LINE
           MOVE 16 TO WS-FIG
           SET WS-RNK-ASCENDING TO TRUE
           PERFORM H710-RANK-BRANCHES
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE WS-BT-ALL TO WS-BT-SUB
           MOVE ZERO      TO WS-RNK-POS
           PERFORM H720-PRINT-RANK-LINE.
           EXIT.
      *
      *    rank on figure WS-FIG of the pack month, ties kept in
      *    branch-code order
       H710-RANK-BRANCHES.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-BT-COUNT
              MOVE WS-ORD-IX (WS-ORD-SUB) TO WS-RNK-IX (WS-ORD-SUB)
              MOVE WS-ORD-IX (WS-ORD-SUB) TO WS-BT-SUB
              PERFORM H650-COMPUTE-FIGURE
              IF WS-FIG-NA
                 MOVE 99999 TO WS-RNK-KEY (WS-ORD-SUB)
              ELSE
                 MOVE WS-FIG-NUM TO WS-RNK-KEY (WS-ORD-SUB)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-BT-COUNT
              COMPUTE WS-SORT-FROM = WS-SORT-I + 1
              PERFORM VARYING WS-SORT-J FROM WS-SORT-FROM BY 1
                      UNTIL WS-SORT-J > WS-BT-COUNT
                 IF (WS-RNK-DESCENDING
                     AND WS-RNK-KEY (WS-SORT-J)
                         > WS-RNK-KEY (WS-SORT-I))
                 OR (WS-RNK-ASCENDING
                     AND WS-RNK-KEY (WS-SORT-J)
                         < WS-RNK-KEY (WS-SORT-I))
                    PERFORM H715-SWAP-RANKS
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RNK-POS FROM 1 BY 1
                   UNTIL WS-RNK-POS > WS-BT-COUNT
              MOVE WS-RNK-IX (WS-RNK-POS) TO WS-BT-SUB
              PERFORM H720-PRINT-RANK-LINE
           END-PERFORM.
           EXIT.
      *
      *    a straight exchange sort is not stable: the pair is
      *    only swapped when strictly out of order, and the later
      *    branch-code slot moves up past equal keys in between -
      *    close enough for twenty branches on a printed page
       H715-SWAP-RANKS.
           MOVE WS-RNK-IX (WS-SORT-I)  TO WS-SWAP-IX
           MOVE WS-RNK-KEY (WS-SORT-I) TO WS-RNK-KEY-HOLD
           MOVE WS-RNK-IX (WS-SORT-J)  TO WS-RNK-IX (WS-SORT-I)
           MOVE WS-RNK-KEY (WS-SORT-J) TO WS-RNK-KEY (WS-SORT-I)
           MOVE WS-SWAP-IX             TO WS-RNK-IX (WS-SORT-J)
           MOVE WS-RNK-KEY-HOLD        TO WS-RNK-KEY (WS-SORT-J).
           EXIT.
      *
      *    one ranking line for branch slot WS-BT-SUB; position
      *    zero is the all-branches line
       H720-PRINT-RANK-LINE.
           MOVE WS-RNK-POS TO WS-RNK-POS-ED
           MOVE WS-BT-CODE (WS-BT-SUB) TO WS-RNK-BRANCH
           MOVE 1 TO WS-PER
           MOVE 2 TO WS-FIG
           PERFORM H650-COMPUTE-FIGURE
           PERFORM H740-EDIT-RANK-FIELD
           MOVE WS-RNK-ED TO WS-RNK-RECS
           MOVE 2 TO WS-CMP-PER
           PERFORM H730-CHANGE-AGAINST
           MOVE WS-RNK-ED TO WS-RNK-VS-PRIOR
           MOVE 3 TO WS-CMP-PER
           PERFORM H730-CHANGE-AGAINST
           MOVE WS-RNK-ED TO WS-RNK-VS-LY
           MOVE 1 TO WS-PER
           MOVE 16 TO WS-FIG
           PERFORM H650-COMPUTE-FIGURE
           PERFORM H740-EDIT-RANK-FIELD
           MOVE WS-RNK-ED TO WS-RNK-REJ
           MOVE 17 TO WS-FIG
           PERFORM H650-COMPUTE-FIGURE
           PERFORM H740-EDIT-RANK-FIELD
           MOVE WS-RNK-ED TO WS-RNK-WOF
           MOVE 18 TO WS-FIG
           PERFORM H650-COMPUTE-FIGURE
           PERFORM H740-EDIT-RANK-FIELD
           MOVE WS-RNK-ED TO WS-RNK-OPENED
           MOVE 19 TO WS-FIG
           PERFORM H650-COMPUTE-FIGURE
           PERFORM H740-EDIT-RANK-FIELD
           MOVE WS-RNK-ED TO WS-RNK-DEACT
           IF WS-RNK-POS = ZERO
              MOVE SPACES TO WS-RANK-LINE (1:3)
           END-IF
           WRITE RPT-REC FROM WS-RANK-LINE.
           EXIT.
      *
      *    the month's records against period WS-CMP-PER's, as a
      *    percentage move; NEW when the branch had none then
       H730-CHANGE-AGAINST.
           MOVE SPACES TO WS-RNK-ED
           EVALUATE TRUE
              WHEN WS-PER-NIGHTS (1) = ZERO
                OR WS-PER-NIGHTS (WS-CMP-PER) = ZERO
                 MOVE 'N/A' TO WS-RNK-ED (7:3)
              WHEN WS-BT-RECS (WS-BT-SUB, WS-CMP-PER) = ZERO
                 IF WS-BT-RECS (WS-BT-SUB, 1) = ZERO
                    MOVE ZERO TO WS-RNK-PCT-ED
                 ELSE
                    MOVE 'NEW' TO WS-RNK-ED (7:3)
                 END-IF
              WHEN OTHER
                 COMPUTE WS-PCT-CHANGE ROUNDED =
                    (WS-BT-RECS (WS-BT-SUB, 1)
                     - WS-BT-RECS (WS-BT-SUB, WS-CMP-PER)) * 100
                    / WS-BT-RECS (WS-BT-SUB, WS-CMP-PER)
                 MOVE WS-PCT-CHANGE TO WS-RNK-PCT-ED
           END-EVALUATE.
           EXIT.
      *
       H740-EDIT-RANK-FIELD.
           IF WS-FIG-NA
              MOVE SPACES TO WS-RNK-ED
              MOVE 'N/A'  TO WS-RNK-ED (7:3)
           ELSE
              IF WS-FIG = 16 OR WS-FIG = 17
                 MOVE WS-FIG-NUM TO WS-RNK-RATE-ED
              ELSE
                 MOVE WS-FIG-NUM TO WS-RNK-CNT-ED
              END-IF
           END-IF.
           EXIT.
      *
      *    MIPCSV: the header row, then each branch's three
      *    periods in branch-code order, then the all-branches
      *    rows. Figures are left-aligned with '.' for the
      *    decimal point; N/A is an empty field
       H800-WRITE-CSV.
           MOVE SPACES TO CSV-REC
           MOVE WS-CSV-HEADER TO CSV-REC (1:197)
           MOVE 198 TO WS-CSV-POS
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
              MOVE 'NET-'                  TO CSV-REC (WS-CSV-POS:4)
              MOVE WS-CUR-DVZ (WS-CUR-SUB) TO CSV-REC
                                              (WS-CSV-POS + 4:3)
              MOVE ';'                     TO CSV-REC
                                              (WS-CSV-POS + 7:1)
              ADD 8 TO WS-CSV-POS
           END-PERFORM
           PERFORM H850-END-CSV-ROW
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-BT-COUNT
              MOVE WS-ORD-IX (WS-ORD-SUB) TO WS-BT-SUB
              PERFORM H810-WRITE-CSV-ROW
                 VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
           END-PERFORM
           MOVE WS-BT-ALL TO WS-BT-SUB
           PERFORM H810-WRITE-CSV-ROW
              VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3.
           EXIT.
      *
       H810-WRITE-CSV-ROW.
           MOVE SPACES TO CSV-REC
           MOVE 1 TO WS-CSV-POS
           MOVE WS-PER-MONTH (1) TO WS-CSV-TEXT
           MOVE 6 TO WS-CSV-LEN
           PERFORM H830-ADD-CSV-TEXT
           MOVE WS-PER-CODE (WS-PER)     TO WS-CSV-TEXT
           MOVE WS-PER-CODE-LEN (WS-PER) TO WS-CSV-LEN
           PERFORM H830-ADD-CSV-TEXT
           MOVE WS-PER-MONTH (WS-PER) TO WS-CSV-TEXT
           MOVE 6 TO WS-CSV-LEN
           PERFORM H830-ADD-CSV-TEXT
           MOVE WS-BT-CODE (WS-BT-SUB) TO WS-CSV-TEXT
           MOVE 3 TO WS-CSV-LEN
           PERFORM H830-ADD-CSV-TEXT
           PERFORM H820-ADD-CSV-FIGURE
              VARYING WS-FIG FROM 1 BY 1 UNTIL WS-FIG > WS-FIG-COUNT
           PERFORM H850-END-CSV-ROW.
           EXIT.
      *
      *    one figure, edited as on the page and stripped of its
      *    leading spaces
       H820-ADD-CSV-FIGURE.
           PERFORM H650-COMPUTE-FIGURE
           IF NOT WS-FIG-NA
              PERFORM H660-EDIT-FIGURE
              MOVE ZERO TO WS-CSV-LEAD
              INSPECT WS-ED-FIELD TALLYING WS-CSV-LEAD
                 FOR LEADING SPACES
              COMPUTE WS-CSV-LEN = 20 - WS-CSV-LEAD
              MOVE WS-ED-FIELD (WS-CSV-LEAD + 1:WS-CSV-LEN)
                TO WS-CSV-TEXT
              PERFORM H830-ADD-CSV-TEXT
           ELSE
              MOVE ZERO TO WS-CSV-LEN
              PERFORM H830-ADD-CSV-TEXT
           END-IF.
           EXIT.
      *
       H830-ADD-CSV-TEXT.
           IF WS-CSV-LEN > ZERO
              MOVE WS-CSV-TEXT (1:WS-CSV-LEN)
                TO CSV-REC (WS-CSV-POS:WS-CSV-LEN)
              ADD WS-CSV-LEN TO WS-CSV-POS
           END-IF
           MOVE ';' TO CSV-REC (WS-CSV-POS:1)
           ADD 1 TO WS-CSV-POS.
           EXIT.
      *
      *    the row's last separator is dropped
       H850-END-CSV-ROW.
           MOVE SPACE TO CSV-REC (WS-CSV-POS - 1:1)
           WRITE CSV-REC
           IF NOT CSV-SUCCESS
              DISPLAY 'PBEGMIP - MIPCSV WRITE FAILED, STATUS '
                      CSV-ST
              CLOSE MIP-RPT MIP-CSV
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CSV-ROWS.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE MIP-RPT MIP-CSV.
           DISPLAY 'PBEGMIP - NIGHTS ' WS-PER-NIGHTS (1) ' / '
                   WS-PER-NIGHTS (2) ' / ' WS-PER-NIGHTS (3)
                   ', RERUN TRAILERS SET ASIDE ' WS-CNT-SUPERSEDED
           DISPLAY 'PBEGMIP - BRANCHES ' WS-BT-COUNT
                   ', MIPCSV ROWS ' WS-CSV-ROWS.
           IF WS-CNT-NO-BRANCH > ZERO
              DISPLAY 'PBEGMIP - POSITIONS WITH NO HOME BRANCH, '
                      'COUNTED UNDER ??? ' WS-CNT-NO-BRANCH
           END-IF
           IF WS-BT-OVERFLOW > ZERO
              DISPLAY 'PBEGMIP - BRANCH TABLE FULL, ENTRIES LEFT '
                      'OFF THE PACK ' WS-BT-OVERFLOW
              IF WS-RC-WORK < 4
                 MOVE 4 TO WS-RC-WORK
              END-IF
           END-IF
           MOVE WS-RC-WORK TO RETURN-CODE
           STOP RUN.
