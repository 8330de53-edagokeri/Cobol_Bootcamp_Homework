      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGHKP.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Month-end history housekeeping. The history files are
      * appended to every night (DISP=MOD, or the online journal
      * cluster) and nothing ever trims them, so every program
      * that reads one reads from the beginning of time. This
      * step rolls ONE of them, named by the PARM:
      *     POSTHIST  JRNLFILE  TRLRHIST  OPSLOG  PRFADJ  PSTJRNL
      * Each calendar month up to and including the roll month
      * not rolled before is copied to a new generation of the
      * file's monthly GDG, with its record count and amount hash
      * entered on the HISTCTL catalogue (see HISTCTL). The
      * active dataset keeps the roll month and the months
      * before it the retention asks for, and everything after;
      * older months leave it. For a sequential file the kept
      * records are copied to a NEW dataset which the job swaps
      * in once this step ends clean; PSTJRNL entries are deleted
      * from the cluster in place.
      *
      * The file is read twice. The first pass only tallies each
      * month's count and hash; before anything is written, every
      * month about to leave the active dataset that an earlier
      * roll archived must still agree with what HISTCTL says the
      * generation holds, or the step ends RC 16 having changed
      * nothing - an active dataset that no longer matches its
      * archive is never trimmed. A PSTJRNL entry the close has
      * not yet offloaded to POSTHIST (past the ONLCTL high-water)
      * is never deleted either - an entry PBEGBWN refused, which
      * never moved money and is never offloaded, excepted - nor
      * is one still pending from the batch window, wherever it
      * lies against the high-water, until PBEGBWN has applied or
      * refused it. The second pass writes.
      *
      * The roll is entered on OPSLOG (HIST-ROLL: records
      * archived, the file, the month, records dropped). When the
      * file rolled is OPSLOG itself the entry goes on its NEW
      * dataset, so it survives the swap.
      *
      * PARM: cols 1-8 file (required), cols 9-14 roll month
      * YYYYMM (blank for the month before RUNCTL's processing
      * date), cols 15-16 months to keep on the active dataset
      * (blank for 03, at least 01), cols 17-24 operator for the
      * OPSLOG record (CONSOLE when omitted).
      * RETURN-CODE 0 rolled, 4 when the month was already rolled
      * (nothing changed), 16 on a bad PARM, a month not yet
      * closed, an archive that disagrees or an I/O failure.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the six history files as their writers lay them out -
      *    only the one named by the PARM is opened, and each has
      *    its monthly generation and, sequential files only, the
      *    NEW active dataset beside it
           SELECT POST-IN    ASSIGN  POSTHIST
                             STATUS  IN-ST.
           SELECT POST-GEN   ASSIGN  POSTGEN
                             STATUS  GEN-ST.
           SELECT POST-NEW   ASSIGN  POSTNEW
                             STATUS  NEW-ST.
           SELECT JRNL-IN    ASSIGN  JRNLFILE
                             STATUS  IN-ST.
           SELECT JRNL-GEN   ASSIGN  JRNLGEN
                             STATUS  GEN-ST.
           SELECT JRNL-NEW   ASSIGN  JRNLNEW
                             STATUS  NEW-ST.
           SELECT TRLR-IN    ASSIGN  TRLRHIST
                             STATUS  IN-ST.
           SELECT TRLR-GEN   ASSIGN  TRLRGEN
                             STATUS  GEN-ST.
           SELECT TRLR-NEW   ASSIGN  TRLRNEW
                             STATUS  NEW-ST.
           SELECT OPSI-IN    ASSIGN  OPSLOG
                             STATUS  IN-ST.
           SELECT OPSI-GEN   ASSIGN  OPSGEN
                             STATUS  GEN-ST.
           SELECT OPSI-NEW   ASSIGN  OPSNEW
                             STATUS  NEW-ST.
           SELECT PADJ-IN    ASSIGN  PRFADJ
                             STATUS  IN-ST.
           SELECT PADJ-GEN   ASSIGN  PADJGEN
                             STATUS  GEN-ST.
           SELECT PADJ-NEW   ASSIGN  PADJNEW
                             STATUS  NEW-ST.
      *    the online posting journal, trimmed in place
           SELECT PJRN-IN    ASSIGN  PSTJRNL
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS PJRN-KEY
                             STATUS  IN-ST.
           SELECT PJRN-GEN   ASSIGN  PJRNGEN
                             STATUS  GEN-ST.
      *    the rollover catalogue (see HISTCTL)
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *    PBEGIDX's offload high-water, read only
           SELECT ONLC-FILE  ASSIGN  ONLCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-ONLC-RRN
                             STATUS  ONLC-ST.
      *    every roll goes to the permanent audit log
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  POST-IN   RECORDING MODE F.
       COPY POSTHST.
       FD  POST-GEN  RECORDING MODE F.
       01  POST-GEN-REC             PIC X(86).
       FD  POST-NEW  RECORDING MODE F.
       01  POST-NEW-REC             PIC X(86).
      *
      *    as ALTPROG journals a name correction
       FD  JRNL-IN   RECORDING MODE F.
       01  JRNL-REC.
           05  JRNL-TIMESTAMP      PIC X(14).
           05  JRNL-ID             PIC 9(05).
           05  JRNL-DVZ            PIC 9(03).
           05  JRNL-FNAME-PRE      PIC X(15).
           05  JRNL-FNAME-POST     PIC X(15).
           05  JRNL-LNAME-PRE      PIC X(15).
           05  JRNL-LNAME-POST     PIC X(15).
           05  JRNL-RULE-VERSION   PIC X(08).
           05  JRNL-ORIGIN         PIC X(01).
       FD  JRNL-GEN  RECORDING MODE F.
       01  JRNL-GEN-REC             PIC X(91).
       FD  JRNL-NEW  RECORDING MODE F.
       01  JRNL-NEW-REC             PIC X(91).
      *
       FD  TRLR-IN   RECORDING MODE F.
       COPY TRLRHST.
       FD  TRLR-GEN  RECORDING MODE F.
       01  TRLR-GEN-REC             PIC X(1476).
       FD  TRLR-NEW  RECORDING MODE F.
       01  TRLR-NEW-REC             PIC X(1476).
      *
      *    OPSLOG read as input - OPSL-REC itself is kept for the
      *    audit record this step writes
       FD  OPSI-IN   RECORDING MODE F.
       01  OPSI-REC.
           05  OPSI-TIMESTAMP      PIC X(14).
           05  FILLER              PIC X(36).
           05  OPSI-COUNT          PIC 9(07).
           05  FILLER              PIC X(23).
       FD  OPSI-GEN  RECORDING MODE F.
       01  OPSI-GEN-REC             PIC X(80).
       FD  OPSI-NEW  RECORDING MODE F.
       01  OPSI-NEW-REC             PIC X(80).
      *
       FD  PADJ-IN   RECORDING MODE F.
       COPY PRFADJ.
       FD  PADJ-GEN  RECORDING MODE F.
       01  PADJ-GEN-REC             PIC X(39).
       FD  PADJ-NEW  RECORDING MODE F.
       01  PADJ-NEW-REC             PIC X(39).
      *
       FD  PJRN-IN   RECORDING MODE F.
       COPY PSTJRNL.
       FD  PJRN-GEN  RECORDING MODE F.
       01  PJRN-GEN-REC             PIC X(99).
      *
       FD  HIST-CTL  RECORDING MODE F.
       COPY HISTCTL.
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
       FD  ONLC-FILE RECORDING MODE F.
       01  ONLC-REC.
           05  OC-LAST-TS          PIC X(14).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  IN-ST            PIC 9(02).
               88 IN-EOF                  VALUE 10.
               88 IN-SUCCESS              VALUE 00 97.
           05  GEN-ST           PIC 9(02).
               88 GEN-SUCCESS             VALUE 00 97.
           05  NEW-ST           PIC 9(02).
               88 NEW-SUCCESS             VALUE 00 97.
           05  HCTL-ST          PIC 9(02).
               88 HCTL-EOF                VALUE 10.
               88 HCTL-SUCCESS            VALUE 00 97.
               88 HCTL-NOTFOUND           VALUE 23.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  ONLC-ST          PIC 9(02).
               88 ONLC-SUCCESS            VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  WS-ONLC-RRN      PIC 9(04) VALUE 1.
           05  WS-FILE-ID       PIC X(08).
               88  WS-FILE-KNOWN          VALUE 'POSTHIST'
                                                'JRNLFILE'
                                                'TRLRHIST'
                                                'OPSLOG  '
                                                'PRFADJ  '
                                                'PSTJRNL '.
               88  WS-FILE-POSTHIST       VALUE 'POSTHIST'.
               88  WS-FILE-JRNLFILE       VALUE 'JRNLFILE'.
               88  WS-FILE-TRLRHIST       VALUE 'TRLRHIST'.
               88  WS-FILE-OPSLOG         VALUE 'OPSLOG  '.
               88  WS-FILE-PRFADJ         VALUE 'PRFADJ  '.
               88  WS-FILE-PSTJRNL        VALUE 'PSTJRNL '.
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-PROC-DATE     PIC X(08).
           05  WS-ROLL-TS       PIC X(14).
      *    the months that matter, all YYYYMM: the one being
      *    rolled, the current processing month it must be
      *    older than, the newest an earlier roll archived, and
      *    the oldest the active dataset keeps before and after
           05  WS-ROLL-MONTH    PIC X(06).
           05  WS-PROC-MONTH    PIC X(06).
           05  WS-LAST-ROLLED   PIC X(06) VALUE '000000'.
           05  WS-PRIOR-FROM    PIC X(06) VALUE '000000'.
           05  WS-ACTIVE-FROM   PIC X(06).
           05  WS-RETAIN        PIC 9(03) VALUE 3.
           05  WS-HCTL-SUM-SW   PIC X(01) VALUE 'N'.
               88  WS-HCTL-SUM-EXISTS     VALUE 'Y'.
      *    entries past the offload high-water are not yet on
      *    POSTHIST and must stay on PSTJRNL
           05  WS-ONL-HIGH-TS   PIC X(14) VALUE LOW-VALUES.
      *    the record in hand, whichever file it came from
           05  WS-IN-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-IN-EOF              VALUE 'Y'.
           05  WS-REC-MONTH     PIC X(06).
           05  WS-REC-HASH      PIC S9(13)V99 COMP-3.
           05  WS-TO-GEN-SW     PIC X(01).
               88  WS-TO-GEN              VALUE 'Y'.
           05  WS-TO-KEEP-SW    PIC X(01).
               88  WS-TO-KEEP             VALUE 'Y'.
           05  WS-BAD-SW        PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-DISAGREES   VALUE 'Y'.
           05  WS-BROWSE-SW     PIC X(01).
               88  WS-BROWSE-DONE         VALUE 'Y'.
           05  WS-SUB           PIC 9(02).
           05  WS-MSG           PIC X(40).
      *    month arithmetic: YYYYMM to a running month number
      *    (YYYY * 12 + MM - 1) and back
       01  WS-CNV-MONTH.
           05  WS-CNV-YYYY      PIC 9(04).
           05  WS-CNV-MM        PIC 9(02).
       01  WS-CNV-NUM           PIC 9(06).
       01  WS-COUNTS.
           05  WS-CNT-READ         PIC 9(09) VALUE ZERO.
           05  WS-CNT-ARCHIVED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-KEPT         PIC 9(09) VALUE ZERO.
           05  WS-CNT-DROPPED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-UNDATED      PIC 9(09) VALUE ZERO.
           05  WS-HASH-ARCHIVED    PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    the first pass's tally, one slot per calendar month
      *    on the file - twenty years before the table fills
       01  WS-MONTH-AREA.
           05  WS-MT-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-MT-ENT OCCURS 240 TIMES.
               07  WS-MT-MONTH      PIC X(06).
               07  WS-MT-RECS       PIC 9(09).
               07  WS-MT-HASH       PIC S9(13)V99 COMP-3.
           05  WS-MT-SUB            PIC 9(03).
           05  WS-MT-HIT            PIC 9(03) VALUE ZERO.
      *    SYSOUT listing of the month table
       01  WS-MONTH-LINE.
           05  FILLER               PIC X(10) VALUE 'PBEGHKP - '.
           05  WS-ML-MONTH          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-RECS           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-HASH           PIC -9999999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-ACTION         PIC X(20).
      *
       LINKAGE SECTION.
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-FILE         PIC X(08).
           05  WS-PARM-MONTH        PIC X(06).
           05  WS-PARM-RETAIN       PIC X(02).
           05  WS-PARM-RETAIN-N REDEFINES WS-PARM-RETAIN
                                    PIC 9(02).
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-TALLY-MONTHS.
           PERFORM H300-VERIFY-ARCHIVED-MONTHS.
           PERFORM H400-ROLL-FILE.
           PERFORM H500-UPDATE-CATALOGUE.
           PERFORM H600-WRITE-OPSLOG.
           PERFORM H999-PROGRAM-EXIT.
      *
      *    the PARM is proved whole and the catalogue read before
      *    any history record is touched; a month already rolled
      *    is refused here with nothing changed
       H100-OPEN-FILES.
           IF WS-PARM-LEN >= 8
              MOVE WS-PARM-FILE TO WS-FILE-ID
           ELSE
              MOVE SPACES TO WS-FILE-ID
           END-IF.
           IF NOT WS-FILE-KNOWN
              MOVE 'PARM DOES NOT NAME A HISTORY FILE' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           IF WS-PARM-LEN >= 24 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           PERFORM H110-READ-RUNCTL.
           IF WS-PARM-LEN >= 14 AND WS-PARM-MONTH NOT = SPACES
              MOVE WS-PARM-MONTH TO WS-CNV-MONTH
              IF WS-CNV-MONTH NOT NUMERIC
                 OR WS-CNV-MM < 1 OR WS-CNV-MM > 12
                 MOVE 'PARM ROLL MONTH IS NOT YYYYMM' TO WS-MSG
                 PERFORM H290-ROLL-FATAL
              END-IF
              MOVE WS-PARM-MONTH TO WS-ROLL-MONTH
           ELSE
              MOVE WS-PROC-MONTH TO WS-CNV-MONTH
              PERFORM H150-MONTH-TO-NUMBER
              SUBTRACT 1 FROM WS-CNV-NUM
              PERFORM H160-NUMBER-TO-MONTH
              MOVE WS-CNV-MONTH TO WS-ROLL-MONTH
           END-IF.
           IF WS-PARM-LEN >= 16 AND WS-PARM-RETAIN NOT = SPACES
              IF WS-PARM-RETAIN NOT NUMERIC
                 OR WS-PARM-RETAIN-N = ZERO
                 MOVE 'PARM MONTHS TO KEEP NOT 01-99' TO WS-MSG
                 PERFORM H290-ROLL-FATAL
              END-IF
              MOVE WS-PARM-RETAIN-N TO WS-RETAIN
           END-IF.
      *    a month still open would roll half its records
           IF WS-ROLL-MONTH NOT < WS-PROC-MONTH
              MOVE 'ROLL MONTH IS NOT YET CLOSED' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
      *    the oldest month kept: the roll month and the months
      *    before it up to the retention
           MOVE WS-ROLL-MONTH TO WS-CNV-MONTH
           PERFORM H150-MONTH-TO-NUMBER
           COMPUTE WS-CNV-NUM = WS-CNV-NUM - WS-RETAIN + 1
           PERFORM H160-NUMBER-TO-MONTH
           MOVE WS-CNV-MONTH TO WS-ACTIVE-FROM
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ROLL-TS
           OPEN I-O HIST-CTL
           IF NOT HCTL-SUCCESS
              DISPLAY 'PBEGHKP - HISTCTL OPEN FAILED, STATUS '
                      HCTL-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM H120-READ-SUMMARY.
           DISPLAY 'PBEGHKP - ROLLING ' WS-FILE-ID ' THROUGH '
                   WS-ROLL-MONTH ' KEEPING ' WS-RETAIN ' MONTHS'.
           IF WS-ROLL-MONTH NOT > WS-LAST-ROLLED
              DISPLAY 'PBEGHKP - ' WS-FILE-ID ' ALREADY ROLLED '
                      'THROUGH ' WS-LAST-ROLLED ' - NOTHING DONE'
              CLOSE HIST-CTL
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    a longer retention than the last roll's cannot bring
      *    back months that already left
           IF WS-PRIOR-FROM > WS-ACTIVE-FROM
              MOVE WS-PRIOR-FROM TO WS-ACTIVE-FROM
           END-IF.
           DISPLAY 'PBEGHKP - ACTIVE DATASET KEEPS FROM '
                   WS-ACTIVE-FROM.
           IF WS-FILE-PSTJRNL
              PERFORM H130-READ-ONLCTL
           END-IF.
           EXIT.
      *
      *    the processing date the night's run is on; the month
      *    before it is the newest one closed
       H110-READ-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PROC-DATE
           END-IF
           CLOSE RUNC-FILE
           MOVE WS-PROC-DATE (1:6) TO WS-PROC-MONTH.
           EXIT.
      *
      *    no summary record: the file has never been rolled
       H120-READ-SUMMARY.
           MOVE WS-FILE-ID TO HCTL-FILE
           MOVE '000000'   TO HCTL-MONTH
           READ HIST-CTL
           IF HCTL-SUCCESS
              SET WS-HCTL-SUM-EXISTS TO TRUE
              MOVE HCTL-LAST-ROLLED TO WS-LAST-ROLLED
              MOVE HCTL-ACTIVE-FROM TO WS-PRIOR-FROM
           ELSE
              IF NOT HCTL-NOTFOUND
                 DISPLAY 'PBEGHKP - HISTCTL READ FAILED, STATUS '
                         HCTL-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           EXIT.
      *
      *    a journal entry is on POSTHIST only once the close has
      *    offloaded it; no high-water means nothing has been
       H130-READ-ONLCTL.
           OPEN INPUT ONLC-FILE
           MOVE 1 TO WS-ONLC-RRN
           READ ONLC-FILE
           IF ONLC-SUCCESS
              AND OC-LAST-TS NOT = SPACES
              AND OC-LAST-TS NOT = LOW-VALUES
              MOVE OC-LAST-TS TO WS-ONL-HIGH-TS
           END-IF
           CLOSE ONLC-FILE.
           EXIT.
      *
       H150-MONTH-TO-NUMBER.
           COMPUTE WS-CNV-NUM = WS-CNV-YYYY * 12 + WS-CNV-MM - 1.
           EXIT.
      *
       H160-NUMBER-TO-MONTH.
           DIVIDE WS-CNV-NUM BY 12 GIVING WS-CNV-YYYY
                                 REMAINDER WS-CNV-MM
           ADD 1 TO WS-CNV-MM.
           EXIT.
      *
      *    first pass, read only: count and hash every month on
      *    the active dataset
       H200-TALLY-MONTHS.
           PERFORM H210-OPEN-INPUT
           PERFORM H220-READ-NEXT
           PERFORM H230-TALLY-ONE-RECORD UNTIL WS-IN-EOF
           PERFORM H280-CLOSE-INPUT
           DISPLAY 'PBEGHKP - RECORDS ON ACTIVE DATASET: '
                   WS-CNT-READ.
           IF WS-CNT-UNDATED > ZERO
              DISPLAY 'PBEGHKP - RECORDS WITH NO DATE, KEPT: '
                      WS-CNT-UNDATED
           END-IF.
           EXIT.
      *
       H210-OPEN-INPUT.
           MOVE 'N' TO WS-IN-EOF-SW
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 OPEN INPUT POST-IN
              WHEN WS-FILE-JRNLFILE
                 OPEN INPUT JRNL-IN
              WHEN WS-FILE-TRLRHIST
                 OPEN INPUT TRLR-IN
              WHEN WS-FILE-OPSLOG
                 OPEN INPUT OPSI-IN
              WHEN WS-FILE-PRFADJ
                 OPEN INPUT PADJ-IN
              WHEN WS-FILE-PSTJRNL
                 OPEN INPUT PJRN-IN
           END-EVALUATE
           IF NOT IN-SUCCESS
              MOVE 'ACTIVE DATASET NOT OPENABLE' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
      *    one record from whichever file is rolling, with the
      *    calendar month it belongs to and what it adds to the
      *    hash
       H220-READ-NEXT.
           MOVE ZERO TO WS-REC-HASH
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 READ POST-IN
                 IF IN-SUCCESS
                    MOVE PHST-RUN-DATE (1:6) TO WS-REC-MONTH
                    IF PHST-AMOUNT IS NUMERIC
                       MOVE PHST-AMOUNT TO WS-REC-HASH
                    END-IF
                 END-IF
              WHEN WS-FILE-JRNLFILE
                 READ JRNL-IN
                 IF IN-SUCCESS
                    MOVE JRNL-TIMESTAMP (1:6) TO WS-REC-MONTH
                    IF JRNL-ID IS NUMERIC
                       MOVE JRNL-ID TO WS-REC-HASH
                    END-IF
                 END-IF
              WHEN WS-FILE-TRLRHIST
                 READ TRLR-IN
                 IF IN-SUCCESS
                    MOVE TRLRH-RUN-DATE (1:6) TO WS-REC-MONTH
                    PERFORM VARYING WS-SUB FROM 1 BY 1
                            UNTIL WS-SUB > 10
                       IF TRLRH-POST-AMT (WS-SUB) IS NUMERIC
                          ADD TRLRH-POST-AMT (WS-SUB) TO WS-REC-HASH
                       END-IF
                    END-PERFORM
                 END-IF
              WHEN WS-FILE-OPSLOG
                 READ OPSI-IN
                 IF IN-SUCCESS
                    MOVE OPSI-TIMESTAMP (1:6) TO WS-REC-MONTH
                    IF OPSI-COUNT IS NUMERIC
                       MOVE OPSI-COUNT TO WS-REC-HASH
                    END-IF
                 END-IF
              WHEN WS-FILE-PRFADJ
                 READ PADJ-IN
                 IF IN-SUCCESS
                    MOVE PADJ-TIMESTAMP (1:6) TO WS-REC-MONTH
                    IF PADJ-AMT IS NUMERIC
                       MOVE PADJ-AMT TO WS-REC-HASH
                    END-IF
                 END-IF
              WHEN WS-FILE-PSTJRNL
                 READ PJRN-IN NEXT RECORD
                 IF IN-SUCCESS
                    MOVE PJRN-TIMESTAMP (1:6) TO WS-REC-MONTH
                    IF PJRN-AMOUNT IS NUMERIC
                       MOVE PJRN-AMOUNT TO WS-REC-HASH
                    END-IF
                 END-IF
           END-EVALUATE
           IF IN-EOF
              SET WS-IN-EOF TO TRUE
           ELSE
              IF NOT IN-SUCCESS
                 MOVE 'ACTIVE DATASET READ FAILED' TO WS-MSG
                 PERFORM H290-ROLL-FATAL
              END-IF
           END-IF.
           EXIT.
      *
       H230-TALLY-ONE-RECORD.
           ADD 1 TO WS-CNT-READ
           IF WS-REC-MONTH IS NUMERIC
              PERFORM H240-FIND-MONTH-SLOT
              ADD 1           TO WS-MT-RECS (WS-MT-HIT)
              ADD WS-REC-HASH TO WS-MT-HASH (WS-MT-HIT)
              IF WS-FILE-PSTJRNL
                 AND WS-REC-MONTH < WS-ACTIVE-FROM
                 AND ((PJRN-TIMESTAMP > WS-ONL-HIGH-TS
                       AND NOT PJRN-REFUSED)
                      OR PJRN-PENDING)
                 DISPLAY 'PBEGHKP - PSTJRNL ENTRY ' PJRN-KEY
                         ' NOT YET OFFLOADED'
                 MOVE 'JOURNAL ENTRY NOT YET ON POSTHIST' TO WS-MSG
                 PERFORM H290-ROLL-FATAL
              END-IF
           ELSE
              ADD 1 TO WS-CNT-UNDATED
           END-IF
           PERFORM H220-READ-NEXT.
           EXIT.
      *
      *    history is appended in date order, so the month in
      *    hand is almost always the last one found
       H240-FIND-MONTH-SLOT.
           IF WS-MT-HIT > ZERO
              IF WS-MT-MONTH (WS-MT-HIT) NOT = WS-REC-MONTH
                 MOVE ZERO TO WS-MT-HIT
              END-IF
           END-IF
           IF WS-MT-HIT = ZERO
              PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                      UNTIL WS-MT-SUB > WS-MT-COUNT
                         OR WS-MT-HIT > ZERO
                 IF WS-MT-MONTH (WS-MT-SUB) = WS-REC-MONTH
                    MOVE WS-MT-SUB TO WS-MT-HIT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-MT-HIT = ZERO
              IF WS-MT-COUNT >= 240
                 MOVE 'MORE THAN 240 MONTHS ON FILE' TO WS-MSG
                 PERFORM H290-ROLL-FATAL
              END-IF
              ADD 1 TO WS-MT-COUNT
              MOVE WS-MT-COUNT  TO WS-MT-HIT
              MOVE WS-REC-MONTH TO WS-MT-MONTH (WS-MT-HIT)
              MOVE ZERO         TO WS-MT-RECS (WS-MT-HIT)
              MOVE ZERO         TO WS-MT-HASH (WS-MT-HIT)
           END-IF.
           EXIT.
      *
       H280-CLOSE-INPUT.
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 CLOSE POST-IN
              WHEN WS-FILE-JRNLFILE
                 CLOSE JRNL-IN
              WHEN WS-FILE-TRLRHIST
                 CLOSE TRLR-IN
              WHEN WS-FILE-OPSLOG
                 CLOSE OPSI-IN
              WHEN WS-FILE-PRFADJ
                 CLOSE PADJ-IN
              WHEN WS-FILE-PSTJRNL
                 CLOSE PJRN-IN
           END-EVALUATE.
           EXIT.
      *
       H290-ROLL-FATAL.
           DISPLAY 'PBEGHKP - ' WS-MSG ' - ' WS-FILE-ID
                   ' NOT ROLLED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           EXIT.
      *
      *    a month an earlier roll archived that now leaves the
      *    active dataset must be exactly what the generation
      *    holds - otherwise the only copy of the difference
      *    would go with it
       H300-VERIFY-ARCHIVED-MONTHS.
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT
              IF WS-MT-MONTH (WS-MT-SUB) NOT > WS-LAST-ROLLED
                 AND WS-MT-MONTH (WS-MT-SUB) < WS-ACTIVE-FROM
                 PERFORM H310-VERIFY-ONE-MONTH
              END-IF
           END-PERFORM
           IF WS-ARCHIVE-DISAGREES
              MOVE 'ACTIVE DATASET DISAGREES WITH ARCHIVE' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
       H310-VERIFY-ONE-MONTH.
           MOVE WS-FILE-ID              TO HCTL-FILE
           MOVE WS-MT-MONTH (WS-MT-SUB) TO HCTL-MONTH
           READ HIST-CTL
           IF NOT HCTL-SUCCESS
              DISPLAY 'PBEGHKP - MONTH ' WS-MT-MONTH (WS-MT-SUB)
                      ' NOT ON HISTCTL'
              SET WS-ARCHIVE-DISAGREES TO TRUE
           ELSE
              IF NOT HCTL-ARCHIVED
                 OR HCTL-COUNT NOT = WS-MT-RECS (WS-MT-SUB)
                 OR HCTL-HASH NOT = WS-MT-HASH (WS-MT-SUB)
                 DISPLAY 'PBEGHKP - MONTH ' WS-MT-MONTH (WS-MT-SUB)
                         ' HISTCTL ' HCTL-STATUS ' ' HCTL-COUNT
                         ' ACTIVE ' WS-MT-RECS (WS-MT-SUB)
                 SET WS-ARCHIVE-DISAGREES TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *    second pass: each month newer than the last roll and
      *    no newer than this one goes to the generation, each
      *    month from the retention cut-off on stays active
       H400-ROLL-FILE.
           PERFORM H410-OPEN-OUTPUT
           PERFORM H220-READ-NEXT
           PERFORM H420-ROLL-ONE-RECORD UNTIL WS-IN-EOF
           PERFORM H280-CLOSE-INPUT
           PERFORM H480-CLOSE-OUTPUT
           DISPLAY 'PBEGHKP - RECORDS ARCHIVED:   ' WS-CNT-ARCHIVED
           DISPLAY 'PBEGHKP - RECORDS KEPT:       ' WS-CNT-KEPT
           DISPLAY 'PBEGHKP - RECORDS DROPPED:    ' WS-CNT-DROPPED.
           EXIT.
      *
      *    the journal cluster is trimmed in place; every other
      *    file is copied to its NEW dataset
       H410-OPEN-OUTPUT.
           MOVE 'N' TO WS-IN-EOF-SW
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 OPEN INPUT  POST-IN
                 OPEN OUTPUT POST-GEN POST-NEW
              WHEN WS-FILE-JRNLFILE
                 OPEN INPUT  JRNL-IN
                 OPEN OUTPUT JRNL-GEN JRNL-NEW
              WHEN WS-FILE-TRLRHIST
                 OPEN INPUT  TRLR-IN
                 OPEN OUTPUT TRLR-GEN TRLR-NEW
              WHEN WS-FILE-OPSLOG
                 OPEN INPUT  OPSI-IN
                 OPEN OUTPUT OPSI-GEN OPSI-NEW
              WHEN WS-FILE-PRFADJ
                 OPEN INPUT  PADJ-IN
                 OPEN OUTPUT PADJ-GEN PADJ-NEW
              WHEN WS-FILE-PSTJRNL
                 OPEN I-O    PJRN-IN
                 OPEN OUTPUT PJRN-GEN
                 MOVE ZERO TO NEW-ST
           END-EVALUATE
           IF NOT IN-SUCCESS OR NOT GEN-SUCCESS OR NOT NEW-SUCCESS
              DISPLAY 'PBEGHKP - OPEN FAILED, STATUS ' IN-ST ' '
                      GEN-ST ' ' NEW-ST
              MOVE 'DATASETS NOT OPENABLE' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
       H420-ROLL-ONE-RECORD.
           MOVE 'N' TO WS-TO-GEN-SW
           MOVE 'Y' TO WS-TO-KEEP-SW
           IF WS-REC-MONTH IS NUMERIC
              IF WS-REC-MONTH > WS-LAST-ROLLED
                 AND WS-REC-MONTH NOT > WS-ROLL-MONTH
                 SET WS-TO-GEN TO TRUE
              END-IF
              IF WS-REC-MONTH < WS-ACTIVE-FROM
                 MOVE 'N' TO WS-TO-KEEP-SW
              END-IF
           END-IF
           IF WS-TO-GEN
              PERFORM H430-WRITE-GENERATION
              ADD 1           TO WS-CNT-ARCHIVED
              ADD WS-REC-HASH TO WS-HASH-ARCHIVED
           END-IF
           IF WS-TO-KEEP
              IF NOT WS-FILE-PSTJRNL
                 PERFORM H440-WRITE-ACTIVE
              END-IF
              ADD 1 TO WS-CNT-KEPT
           ELSE
              IF WS-FILE-PSTJRNL
                 DELETE PJRN-IN RECORD
                 IF NOT IN-SUCCESS
                    MOVE 'PSTJRNL DELETE FAILED' TO WS-MSG
                    PERFORM H290-ROLL-FATAL
                 END-IF
              END-IF
              ADD 1 TO WS-CNT-DROPPED
           END-IF
      *    journal keys run in time order: past the roll month
      *    there is nothing left to archive or delete
           IF WS-FILE-PSTJRNL AND WS-REC-MONTH > WS-ROLL-MONTH
              SET WS-IN-EOF TO TRUE
           ELSE
              PERFORM H220-READ-NEXT
           END-IF.
           EXIT.
      *
       H430-WRITE-GENERATION.
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 WRITE POST-GEN-REC FROM PHST-REC
              WHEN WS-FILE-JRNLFILE
                 WRITE JRNL-GEN-REC FROM JRNL-REC
              WHEN WS-FILE-TRLRHIST
                 WRITE TRLR-GEN-REC FROM TRLRH-REC
              WHEN WS-FILE-OPSLOG
                 WRITE OPSI-GEN-REC FROM OPSI-REC
              WHEN WS-FILE-PRFADJ
                 WRITE PADJ-GEN-REC FROM PADJ-REC
              WHEN WS-FILE-PSTJRNL
                 WRITE PJRN-GEN-REC FROM PJRN-REC
           END-EVALUATE
           IF NOT GEN-SUCCESS
              DISPLAY 'PBEGHKP - GENERATION WRITE FAILED, STATUS '
                      GEN-ST
              MOVE 'MONTHLY GENERATION NOT WRITTEN' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
       H440-WRITE-ACTIVE.
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 WRITE POST-NEW-REC FROM PHST-REC
              WHEN WS-FILE-JRNLFILE
                 WRITE JRNL-NEW-REC FROM JRNL-REC
              WHEN WS-FILE-TRLRHIST
                 WRITE TRLR-NEW-REC FROM TRLRH-REC
              WHEN WS-FILE-OPSLOG
                 WRITE OPSI-NEW-REC FROM OPSI-REC
              WHEN WS-FILE-PRFADJ
                 WRITE PADJ-NEW-REC FROM PADJ-REC
           END-EVALUATE
           IF NOT NEW-SUCCESS
              DISPLAY 'PBEGHKP - NEW DATASET WRITE FAILED, STATUS '
                      NEW-ST
              MOVE 'NEW ACTIVE DATASET NOT WRITTEN' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
      *    OPSLOG's NEW dataset stays open for the roll's own
      *    audit record
       H480-CLOSE-OUTPUT.
           EVALUATE TRUE
              WHEN WS-FILE-POSTHIST
                 CLOSE POST-GEN POST-NEW
              WHEN WS-FILE-JRNLFILE
                 CLOSE JRNL-GEN JRNL-NEW
              WHEN WS-FILE-TRLRHIST
                 CLOSE TRLR-GEN TRLR-NEW
              WHEN WS-FILE-OPSLOG
                 CLOSE OPSI-GEN
              WHEN WS-FILE-PRFADJ
                 CLOSE PADJ-GEN PADJ-NEW
              WHEN WS-FILE-PSTJRNL
                 CLOSE PJRN-GEN
           END-EVALUATE.
           EXIT.
      *
      *    months that left the active dataset are marked rolled,
      *    the newly archived ones entered, and the file's summary
      *    brought up to this roll
       H500-UPDATE-CATALOGUE.
           PERFORM H510-MARK-ROLLED-MONTHS
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT
              MOVE WS-MT-MONTH (WS-MT-SUB) TO WS-ML-MONTH
              MOVE WS-MT-RECS (WS-MT-SUB)  TO WS-ML-RECS
              MOVE WS-MT-HASH (WS-MT-SUB)  TO WS-ML-HASH
              IF WS-MT-MONTH (WS-MT-SUB) > WS-LAST-ROLLED
                 AND WS-MT-MONTH (WS-MT-SUB) NOT > WS-ROLL-MONTH
                 PERFORM H520-ENTER-ONE-MONTH
              ELSE
                 IF WS-MT-MONTH (WS-MT-SUB) < WS-ACTIVE-FROM
                    MOVE 'DROPPED'  TO WS-ML-ACTION
                 ELSE
                    MOVE 'KEPT'     TO WS-ML-ACTION
                 END-IF
              END-IF
              DISPLAY WS-MONTH-LINE
           END-PERFORM
           PERFORM H530-UPDATE-SUMMARY.
           EXIT.
      *
       H510-MARK-ROLLED-MONTHS.
           MOVE WS-FILE-ID TO HCTL-FILE
           MOVE '000001'   TO HCTL-MONTH
           MOVE 'N'        TO WS-BROWSE-SW
           START HIST-CTL KEY IS NOT LESS THAN HCTL-KEY
           IF NOT HCTL-SUCCESS
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H515-MARK-ONE-MONTH UNTIL WS-BROWSE-DONE.
           EXIT.
      *
       H515-MARK-ONE-MONTH.
           READ HIST-CTL NEXT RECORD
           IF NOT HCTL-SUCCESS
              OR HCTL-FILE NOT = WS-FILE-ID
              OR HCTL-MONTH NOT < WS-ACTIVE-FROM
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF HCTL-ARCHIVED
                 SET HCTL-ROLLED TO TRUE
                 REWRITE HCTL-REC
                 IF NOT HCTL-SUCCESS
                    MOVE 'HISTCTL REWRITE FAILED' TO WS-MSG
                    PERFORM H290-ROLL-FATAL
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       H520-ENTER-ONE-MONTH.
           MOVE SPACES                  TO HCTL-REC
           MOVE WS-FILE-ID              TO HCTL-FILE
           MOVE WS-MT-MONTH (WS-MT-SUB) TO HCTL-MONTH
           IF WS-MT-MONTH (WS-MT-SUB) < WS-ACTIVE-FROM
              SET HCTL-ROLLED   TO TRUE
              MOVE 'ROLLED'     TO WS-ML-ACTION
           ELSE
              SET HCTL-ARCHIVED TO TRUE
              MOVE 'ARCHIVED, KEPT' TO WS-ML-ACTION
           END-IF
           MOVE WS-MT-RECS (WS-MT-SUB) TO HCTL-COUNT
           MOVE WS-MT-HASH (WS-MT-SUB) TO HCTL-HASH
           MOVE WS-ROLL-TS             TO HCTL-ROLL-TS
           MOVE WS-OPERATOR            TO HCTL-OPERATOR
           MOVE ZERO                   TO HCTL-RETAIN
           WRITE HCTL-REC
           IF NOT HCTL-SUCCESS
              DISPLAY 'PBEGHKP - HISTCTL WRITE FAILED, STATUS '
                      HCTL-ST
              MOVE 'MONTH NOT ENTERED ON HISTCTL' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
       H530-UPDATE-SUMMARY.
           MOVE WS-FILE-ID TO HCTL-FILE
           MOVE '000000'   TO HCTL-MONTH
           IF WS-HCTL-SUM-EXISTS
              READ HIST-CTL
           ELSE
              MOVE SPACES     TO HCTL-REC
              MOVE WS-FILE-ID TO HCTL-FILE
              MOVE '000000'   TO HCTL-MONTH
              MOVE ZERO       TO HCTL-COUNT HCTL-HASH
           END-IF
           SET HCTL-ARCHIVED          TO TRUE
           ADD WS-CNT-ARCHIVED        TO HCTL-COUNT
           ADD WS-HASH-ARCHIVED       TO HCTL-HASH
           MOVE WS-ROLL-TS            TO HCTL-ROLL-TS
           MOVE WS-OPERATOR           TO HCTL-OPERATOR
           MOVE WS-ACTIVE-FROM        TO HCTL-ACTIVE-FROM
           MOVE WS-ROLL-MONTH         TO HCTL-LAST-ROLLED
           MOVE WS-RETAIN             TO HCTL-RETAIN
           IF WS-HCTL-SUM-EXISTS
              REWRITE HCTL-REC
           ELSE
              WRITE HCTL-REC
           END-IF
           IF NOT HCTL-SUCCESS
              DISPLAY 'PBEGHKP - HISTCTL SUMMARY WRITE FAILED, '
                      'STATUS ' HCTL-ST
              MOVE 'SUMMARY NOT UPDATED' TO WS-MSG
              PERFORM H290-ROLL-FATAL
           END-IF.
           EXIT.
      *
      *    one audit record per roll: records archived, the
      *    file and month, records dropped from the active
      *    dataset
       H600-WRITE-OPSLOG.
           MOVE WS-ROLL-TS      TO OPSL-TIMESTAMP
           MOVE 'PBEGHKP'       TO OPSL-PROGRAM
           MOVE WS-OPERATOR     TO OPSL-OPERATOR
           MOVE 'HIST-ROLL'     TO OPSL-ACTION
           MOVE WS-PROC-DATE    TO OPSL-PROC-DATE
           MOVE WS-CNT-ARCHIVED TO OPSL-COUNT
           MOVE SPACES          TO OPSL-DETAIL
           STRING WS-FILE-ID ' ' WS-ROLL-MONTH ' '
                  WS-CNT-DROPPED (3:7)
              DELIMITED BY SIZE INTO OPSL-DETAIL
           IF WS-FILE-OPSLOG
              WRITE OPSI-NEW-REC FROM OPSL-REC
              MOVE NEW-ST TO OPSL-ST
              CLOSE OPSI-NEW
           ELSE
              OPEN OUTPUT OPS-LOG
              WRITE OPSL-REC
           END-IF
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGHKP - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           IF NOT WS-FILE-OPSLOG
              CLOSE OPS-LOG
           END-IF.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE HIST-CTL.
           DISPLAY 'PBEGHKP - ' WS-FILE-ID ' ROLLED THROUGH '
                   WS-ROLL-MONTH.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
