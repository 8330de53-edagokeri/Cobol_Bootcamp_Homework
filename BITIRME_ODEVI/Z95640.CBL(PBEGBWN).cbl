      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGBWN.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Batch window for the online region. The nightly stream
      * rewrites ACCTREC from its first step to its last; the
      * counter no longer has to come down for it. PBEGBWN runs
      * as PBEG006J's first step and again as its last, and
      * between the two the BWINCTL control record says the batch
      * holds the cluster:
      *   ATPP  captures each posting on PSTJRNL as PENDING
      *         (status P) without touching the balance;
      *   AINQ  answers read-only under a BATCH IN PROGRESS line;
      *   ATPC  and the AODL approval refuse until the close.
      *
      * PARM OPEN - opens the window under the processing date
      *   the stream is about to run (RUNCTL). First it lists on
      *   BWINRPT every PSTJRNL entry still pending: a posting
      *   the last close should have applied and did not, left
      *   unapplied into another day (RC 4). A window found still
      *   open - the last run never reached its close - is left
      *   open as it was, RC 4.
      * PARM CLOSE - applies the window's captured postings, in
      *   the order they were taken, with the edits ATPP applies:
      *   the position must be on file and active, and a debit
      *   must not take the balance, less the funds held on it,
      *   past the overdraft limit. Each entry is marked applied
      *   (A, with the balance it left) ahead of the REWRITE that
      *   lands it - evidence first, as ATPP does - or refused
      *   (R) with the reason on BWINRPT; a refused posting never
      *   moved money and the branch must settle it with the
      *   customer. An entry taken at or before PBEGIDX's offload
      *   high-water (ONLCTL) - left pending by an earlier window
      *   whose close never reached it - is refused as well: the
      *   offload and the proof have passed its timestamp, so
      *   money it moved now would never reach POSTHIST. The
      *   window is then closed, the journal swept once more for
      *   a posting taken in the moment before the close was
      *   seen, and anything still pending listed, RC 8.
      *   RC 4 when a posting was refused or the window was not
      *   open.
      * Applied entries reach POSTHIST, the GL feed and the proof
      * through the next night's close and PBEGPRF exactly as a
      * counter posting does; PBEGTLS settled them with the day
      * they were taken.
      * One OPSLOG entry per run: BATCH-OPEN (count: unapplied
      * postings found) or BATCH-CLOSE (count: applied; detail:
      * refused).
      *
      * PARM: cols 1-5 OPEN or CLOSE; cols 6-13 the operator the
      * run is logged under (CONSOLE when omitted). RETURN-CODE 16
      * on a PARM that is neither, when BWINCTL, PSTJRNL or
      * ACCTREC cannot be opened or rewritten, or when HOLDFILE
      * cannot be opened - on a close the window is then left
      * open, so the counter keeps capturing and nothing lands
      * twice when the step is rerun.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the window itself, RRN 1 of a small RRDS the online
      *    transactions read before they touch an account
           SELECT BWIN-FILE  ASSIGN  BWINCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-BWIN-RRN
                             STATUS  BWIN-ST.
      *    the online posting journal, walked in the order the
      *    postings were taken
           SELECT ONL-JRNL   ASSIGN  PSTJRNL
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS PJRN-KEY
                             STATUS  PJRN-ST.
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
      *    funds holds, browsed from the position's key: a debit
      *    is tested against the balance less what is held
           SELECT HOLD-FILE  ASSIGN  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS HOLD-KEY
                             STATUS  HOLD-ST.
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
      *    what was applied, refused or found still pending
           SELECT BWIN-RPT   ASSIGN  BWINRPT
                             STATUS  RPT-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BWIN-FILE RECORDING MODE F.
       COPY BWINCTL.
      *
       FD  ONL-JRNL  RECORDING MODE F.
       COPY PSTJRNL.
      *
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  HOLD-FILE RECORDING MODE F.
       COPY HOLDREC.
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
       FD  BWIN-RPT  RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  BWIN-ST          PIC 9(02).
               88 BWIN-SUCCESS            VALUE 00 97.
           05  WS-BWIN-RRN      PIC 9(04) VALUE 1.
           05  PJRN-ST          PIC 9(02).
               88 PJRN-SUCCESS            VALUE 00 97.
               88 PJRN-EOF                VALUE 10.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS            VALUE 00 97.
               88 ACCT-NOTFOUND           VALUE 23.
           05  HOLD-ST          PIC 9(02).
               88 HOLD-SUCCESS            VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  ONLC-ST          PIC 9(02).
               88 ONLC-SUCCESS            VALUE 00 97.
           05  WS-ONLC-RRN      PIC 9(04) VALUE 1.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-MODE          PIC X(05).
               88  WS-MODE-OPEN           VALUE 'OPEN '.
               88  WS-MODE-CLOSE          VALUE 'CLOSE'.
           05  WS-PROC-DATE     PIC X(08).
           05  WS-NOW           PIC X(14).
           05  WS-ONL-TODAY     PIC X(08).
      *    the last posting PBEGIDX offloaded; LOW-VALUES when
      *    ONLCTL has nothing yet
           05  WS-ONL-HIGH-TS   PIC X(14) VALUE LOW-VALUES.
      *    the control record was there to REWRITE, and whether
      *    it showed the window open when this run found it
           05  WS-BWIN-EXISTS-SW PIC X(01) VALUE 'N'.
               88  WS-BWIN-EXISTS         VALUE 'Y'.
           05  WS-WAS-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-WAS-OPEN            VALUE 'Y'.
           05  WS-JRNL-SW       PIC X(01).
               88  WS-JRNL-DONE           VALUE 'Y'.
           05  WS-HOLD-BROWSE-SW PIC X(01).
               88  WS-HOLD-BROWSE-DONE    VALUE 'Y'.
      *    the balance the posting would leave, a digit wider than
      *    ACCT-BALANCE so it never wraps before it is tested
           05  WS-PROJ-BALANCE  PIC S9(10)V99 COMP-3.
           05  WS-HELD-TOTAL    PIC S9(11)V99 COMP-3.
           05  WS-REFUSE-MSG    PIC X(22).
       01  WS-COUNTS.
           05  WS-CNT-READ         PIC 9(07) VALUE ZERO.
           05  WS-CNT-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-REFUSED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNAPPLIED    PIC 9(07) VALUE ZERO.
      *
      *    BWINRPT lines, 80 bytes
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(13)
               VALUE 'BATCH WINDOW '.
           05  WS-TTL-MODE          PIC X(05).
           05  FILLER               PIC X(18)
               VALUE ' PROCESSING DATE  '.
           05  WS-TTL-PROC-DATE     PIC X(08).
           05  FILLER               PIC X(04) VALUE ' AT '.
           05  WS-TTL-NOW           PIC X(14).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT          PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40)
               VALUE 'POSTING REFERENCE       POSITION        '.
           05  FILLER               PIC X(40)
               VALUE ' AMOUNT RESULT   BALANCE / REASON       '.
       01  WS-DETAIL-LINE.
           05  WS-DET-REF           PIC X(23).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-AMOUNT-ED     PIC -999999999.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-RESULT        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TAIL          PIC X(22).
           05  WS-DET-TAIL-BAL REDEFINES WS-DET-TAIL.
               10  WS-DET-BALANCE-ED PIC -999999999.99.
               10  FILLER           PIC X(09).
           05  WS-DET-TAIL-WHO REDEFINES WS-DET-TAIL.
               10  FILLER           PIC X(06).
               10  WS-DET-OPERATOR  PIC X(08).
               10  FILLER           PIC X(01).
               10  WS-DET-BRANCH    PIC X(03).
               10  FILLER           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
       01  WS-COUNT-LINE.
           05  WS-CNL-TEXT          PIC X(30).
           05  WS-CNL-COUNT-ED      PIC ZZZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       LINKAGE SECTION.
      *    OPEN or CLOSE, then who submitted the run
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-MODE         PIC X(05).
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           IF WS-MODE-OPEN
              PERFORM H200-OPEN-WINDOW
           ELSE
              PERFORM H400-CLOSE-WINDOW
           END-IF.
           PERFORM H900-WRITE-OPSLOG.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           MOVE SPACES TO WS-MODE
           IF WS-PARM-LEN >= 5
              MOVE WS-PARM-MODE TO WS-MODE
           END-IF
           IF NOT WS-MODE-OPEN AND NOT WS-MODE-CLOSE
              DISPLAY 'PBEGBWN - PARM MUST START OPEN OR CLOSE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PARM-LEN >= 13 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-ONL-TODAY
           OPEN I-O BWIN-FILE
           IF NOT BWIN-SUCCESS
              DISPLAY 'PBEGBWN - BWINCTL NOT OPENABLE, STATUS '
                      BWIN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO WS-BWIN-RRN
           READ BWIN-FILE
           IF BWIN-SUCCESS
              SET WS-BWIN-EXISTS TO TRUE
              IF BWIN-BATCH-OPEN
                 SET WS-WAS-OPEN TO TRUE
              END-IF
           ELSE
              MOVE SPACES TO BWIN-REC
           END-IF
           IF WS-MODE-OPEN
              OPEN INPUT ONL-JRNL
           ELSE
              OPEN I-O   ONL-JRNL
              OPEN I-O   ACCT-REC
              OPEN INPUT HOLD-FILE
              IF NOT ACCT-SUCCESS
                 DISPLAY 'PBEGBWN - ACCTREC NOT OPENABLE, STATUS '
                         ACCT-ST ' - WINDOW LEFT OPEN'
                 PERFORM H990-ABORT
              END-IF
              IF NOT HOLD-SUCCESS
                 DISPLAY 'PBEGBWN - HOLDFILE NOT OPENABLE, STATUS '
                         HOLD-ST ' - WINDOW LEFT OPEN'
                 PERFORM H990-ABORT
              END-IF
              PERFORM H120-READ-ONLCTL
           END-IF
           IF NOT PJRN-SUCCESS
              DISPLAY 'PBEGBWN - PSTJRNL NOT OPENABLE, STATUS '
                      PJRN-ST
              PERFORM H990-ABORT
           END-IF
           OPEN OUTPUT BWIN-RPT OPS-LOG.
           PERFORM H110-PROC-DATE.
           DISPLAY 'PBEGBWN - WINDOW ' WS-MODE ' FOR '
                   WS-PROC-DATE ' BY ' WS-OPERATOR.
           MOVE WS-MODE      TO WS-TTL-MODE
           MOVE WS-PROC-DATE TO WS-TTL-PROC-DATE
           MOVE WS-NOW       TO WS-TTL-NOW
           WRITE RPT-REC FROM WS-TITLE-LINE.
           EXIT.
      *
      *    opening: the date the stream is about to run (RUNCTL
      *    has not advanced yet); closing: the date the window was
      *    opened for, so both entries on OPSLOG carry the same
       H110-PROC-DATE.
           IF WS-MODE-CLOSE AND WS-WAS-OPEN
              AND BWIN-PROC-DATE IS NUMERIC
              MOVE BWIN-PROC-DATE TO WS-PROC-DATE
           ELSE
              OPEN INPUT RUNC-FILE
              MOVE 1 TO WS-RUNC-RRN
              READ RUNC-FILE
              IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
                 MOVE RUNC-PROC-DATE TO WS-PROC-DATE
              ELSE
                 MOVE WS-ONL-TODAY TO WS-PROC-DATE
              END-IF
              CLOSE RUNC-FILE
           END-IF.
           EXIT.
      *
      *    closing: how far PBEGIDX has offloaded the journal; a
      *    pending entry at or before it can no longer be applied
       H120-READ-ONLCTL.
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
      *    start of the night: report what the last close left
      *    pending, then tell the region the batch has ACCTREC
       H200-OPEN-WINDOW.
           PERFORM H300-LIST-UNAPPLIED
           IF WS-WAS-OPEN
              DISPLAY 'PBEGBWN - WINDOW ALREADY OPEN SINCE '
                      BWIN-OPEN-TS ' FOR ' BWIN-PROC-DATE
                      ' - LEFT AS IT WAS'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET BWIN-BATCH-OPEN TO TRUE
              MOVE WS-PROC-DATE TO BWIN-PROC-DATE
              MOVE WS-NOW       TO BWIN-OPEN-TS
              MOVE SPACES       TO BWIN-CLOSE-TS
              MOVE WS-OPERATOR  TO BWIN-OPERATOR
              PERFORM H800-WRITE-CONTROL
           END-IF.
           EXIT.
      *
      *    every entry still pending, listed with who took it; on
      *    an open these are the last close's leftovers, on a
      *    close whatever could not be applied
       H300-LIST-UNAPPLIED.
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'POSTINGS LEFT UNAPPLIED' TO WS-SEC-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE
           PERFORM H700-START-JOURNAL
           PERFORM H310-LIST-ONE-ENTRY UNTIL WS-JRNL-DONE
           MOVE 'POSTINGS LEFT UNAPPLIED:' TO WS-CNL-TEXT
           MOVE WS-CNT-UNAPPLIED TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           IF WS-CNT-UNAPPLIED > ZERO
              DISPLAY 'PBEGBWN - POSTINGS LEFT UNAPPLIED: '
                      WS-CNT-UNAPPLIED
              IF WS-MODE-CLOSE
                 MOVE 8 TO RETURN-CODE
              ELSE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
       H310-LIST-ONE-ENTRY.
           IF PJRN-PENDING
              ADD 1 TO WS-CNT-UNAPPLIED
              PERFORM H750-FILL-DETAIL
              MOVE 'PENDING'     TO WS-DET-RESULT
              MOVE SPACES        TO WS-DET-TAIL
              MOVE PJRN-OPERATOR TO WS-DET-OPERATOR
              MOVE PJRN-BRANCH   TO WS-DET-BRANCH
              WRITE RPT-REC FROM WS-DETAIL-LINE
           END-IF
           PERFORM H710-READ-JOURNAL.
           EXIT.
      *
      *    end of the night: land what the counter captured, give
      *    the region ACCTREC back, sweep up a posting taken in
      *    the moment before it saw the close, then list anything
      *    still pending
       H400-CLOSE-WINDOW.
           IF NOT WS-WAS-OPEN
              DISPLAY 'PBEGBWN - WINDOW WAS NOT OPEN'
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'POSTINGS CAPTURED IN THE WINDOW' TO WS-SEC-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE
           PERFORM H410-APPLY-PASS
           SET BWIN-ONLINE   TO TRUE
           MOVE WS-NOW       TO BWIN-CLOSE-TS
           MOVE WS-OPERATOR  TO BWIN-OPERATOR
           IF NOT WS-WAS-OPEN
              MOVE WS-PROC-DATE TO BWIN-PROC-DATE
           END-IF
           PERFORM H800-WRITE-CONTROL
           PERFORM H410-APPLY-PASS
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'POSTINGS APPLIED:' TO WS-CNL-TEXT
           MOVE WS-CNT-APPLIED  TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           MOVE 'POSTINGS REFUSED:' TO WS-CNL-TEXT
           MOVE WS-CNT-REFUSED  TO WS-CNL-COUNT-ED
           WRITE RPT-REC FROM WS-COUNT-LINE
           IF WS-CNT-REFUSED > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H300-LIST-UNAPPLIED.
           EXIT.
      *
       H410-APPLY-PASS.
           PERFORM H700-START-JOURNAL
           PERFORM H420-APPLY-ONE-ENTRY UNTIL WS-JRNL-DONE.
           EXIT.
      *
       H420-APPLY-ONE-ENTRY.
           IF PJRN-PENDING
              ADD 1 TO WS-CNT-READ
              IF PJRN-TIMESTAMP NOT > WS-ONL-HIGH-TS
                 MOVE 'TAKEN BEFORE OFFLOAD' TO WS-REFUSE-MSG
              ELSE
                 PERFORM H430-EDIT-POSTING
              END-IF
              IF WS-REFUSE-MSG = SPACES
                 PERFORM H440-APPLY-POSTING
              ELSE
                 PERFORM H450-REFUSE-POSTING
              END-IF
           END-IF
           PERFORM H710-READ-JOURNAL.
           EXIT.
      *
      *    ATPP's edits, against the balance as the night left it
       H430-EDIT-POSTING.
           MOVE SPACES   TO WS-REFUSE-MSG
           MOVE PJRN-SEQ TO ACCT-SEQ
           MOVE PJRN-DVZ TO ACCT-DVZ
           READ ACCT-REC
           IF ACCT-NOTFOUND
              MOVE 'POSITION NOT FOUND' TO WS-REFUSE-MSG
           ELSE
           IF NOT ACCT-SUCCESS
              DISPLAY 'PBEGBWN - ACCTREC READ FAILED, STATUS '
                      ACCT-ST ' FOR ' ACCT-KEY
              PERFORM H990-ABORT
           ELSE
           IF ACCT-INACTIVE
              MOVE 'ACCOUNT INACTIVE' TO WS-REFUSE-MSG
           ELSE
              COMPUTE WS-PROJ-BALANCE = ACCT-BALANCE + PJRN-AMOUNT
              IF WS-PROJ-BALANCE > 999999999.99
                 MOVE 'BALANCE WOULD OVERFLOW' TO WS-REFUSE-MSG
              ELSE
              IF PJRN-AMOUNT < ZERO
                 IF WS-PROJ-BALANCE < (ZERO - ACCT-OD-LIMIT)
                    MOVE 'INSUFFICIENT FUNDS' TO WS-REFUSE-MSG
                 ELSE
                    PERFORM H460-SUM-ACTIVE-HOLDS
                    IF WS-PROJ-BALANCE - WS-HELD-TOTAL
                       < (ZERO - ACCT-OD-LIMIT)
                       MOVE 'FUNDS HELD' TO WS-REFUSE-MSG
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    the journal says applied before the balance moves; a
      *    REWRITE that then fails stops the run with the entry
      *    marked, which the next proof will show - never a
      *    posting landed twice by a rerun
       H440-APPLY-POSTING.
           SET PJRN-APPLIED   TO TRUE
           MOVE WS-PROJ-BALANCE TO PJRN-BALANCE
           MOVE WS-NOW        TO PJRN-APPLY-TS
           REWRITE PJRN-REC
           IF NOT PJRN-SUCCESS
              DISPLAY 'PBEGBWN - PSTJRNL REWRITE FAILED, STATUS '
                      PJRN-ST ' FOR ' PJRN-KEY
              PERFORM H990-ABORT
           END-IF
           MOVE WS-PROJ-BALANCE TO ACCT-BALANCE
           MOVE WS-ONL-TODAY    TO ACCT-TODAY
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
              DISPLAY 'PBEGBWN - ACCTREC REWRITE FAILED, STATUS '
                      ACCT-ST ' FOR ' ACCT-KEY ' - JOURNAL ENTRY '
                      PJRN-POST-REF ' MARKED APPLIED'
              PERFORM H990-ABORT
           END-IF
           ADD 1 TO WS-CNT-APPLIED
           PERFORM H750-FILL-DETAIL
           MOVE 'APPLIED'    TO WS-DET-RESULT
           MOVE SPACES       TO WS-DET-TAIL
           MOVE ACCT-BALANCE TO WS-DET-BALANCE-ED
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           EXIT.
      *
       H450-REFUSE-POSTING.
           SET PJRN-REFUSED   TO TRUE
           MOVE WS-NOW        TO PJRN-APPLY-TS
           REWRITE PJRN-REC
           IF NOT PJRN-SUCCESS
              DISPLAY 'PBEGBWN - PSTJRNL REWRITE FAILED, STATUS '
                      PJRN-ST ' FOR ' PJRN-KEY
              PERFORM H990-ABORT
           END-IF
           ADD 1 TO WS-CNT-REFUSED
           PERFORM H750-FILL-DETAIL
           MOVE 'REFUSED'     TO WS-DET-RESULT
           MOVE WS-REFUSE-MSG TO WS-DET-TAIL
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           EXIT.
      *
      *    total of the holds active on the position today: status
      *    A and no expiry, or an expiry still ahead
       H460-SUM-ACTIVE-HOLDS.
           MOVE ZERO     TO WS-HELD-TOTAL
           MOVE 'N'      TO WS-HOLD-BROWSE-SW
           MOVE ACCT-KEY TO HOLD-ACCT-KEY
           MOVE ZERO     TO HOLD-NO
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
           IF NOT HOLD-SUCCESS
              SET WS-HOLD-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H470-ADD-ONE-HOLD UNTIL WS-HOLD-BROWSE-DONE.
           EXIT.
      *
       H470-ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
           IF NOT HOLD-SUCCESS OR HOLD-ACCT-KEY NOT = ACCT-KEY
              SET WS-HOLD-BROWSE-DONE TO TRUE
           ELSE
              IF HOLD-ACTIVE
                 AND (HOLD-EXPIRY = SPACES
                      OR HOLD-EXPIRY > WS-ONL-TODAY)
                 ADD HOLD-AMOUNT TO WS-HELD-TOTAL
              END-IF
           END-IF.
           EXIT.
      *
      *    position the journal at its first entry and read it
       H700-START-JOURNAL.
           MOVE 'N' TO WS-JRNL-SW
           MOVE LOW-VALUES TO PJRN-KEY
           START ONL-JRNL KEY IS NOT LESS THAN PJRN-KEY
           IF NOT PJRN-SUCCESS
              SET WS-JRNL-DONE TO TRUE
           ELSE
              PERFORM H710-READ-JOURNAL
           END-IF.
           EXIT.
      *
       H710-READ-JOURNAL.
           READ ONL-JRNL NEXT RECORD
           IF NOT PJRN-SUCCESS
              SET WS-JRNL-DONE TO TRUE
           END-IF.
           EXIT.
      *
       H750-FILL-DETAIL.
           MOVE PJRN-POST-REF TO WS-DET-REF
           MOVE PJRN-SEQ      TO WS-DET-SEQ
           MOVE PJRN-DVZ      TO WS-DET-DVZ
           MOVE PJRN-AMOUNT   TO WS-DET-AMOUNT-ED.
           EXIT.
      *
       H800-WRITE-CONTROL.
           MOVE 1 TO WS-BWIN-RRN
           IF WS-BWIN-EXISTS
              REWRITE BWIN-REC
           ELSE
              WRITE BWIN-REC
           END-IF
           IF NOT BWIN-SUCCESS
              DISPLAY 'PBEGBWN - BWINCTL WRITE FAILED, STATUS '
                      BWIN-ST
              PERFORM H990-ABORT
           END-IF
           SET WS-BWIN-EXISTS TO TRUE.
           EXIT.
      *
      *    one audit entry for the run
       H900-WRITE-OPSLOG.
           MOVE WS-NOW         TO OPSL-TIMESTAMP
           MOVE 'PBEGBWN'      TO OPSL-PROGRAM
           MOVE WS-OPERATOR    TO OPSL-OPERATOR
           MOVE WS-PROC-DATE   TO OPSL-PROC-DATE
           MOVE SPACES         TO OPSL-DETAIL
           IF WS-MODE-OPEN
              MOVE 'BATCH-OPEN'     TO OPSL-ACTION
              MOVE WS-CNT-UNAPPLIED TO OPSL-COUNT
              IF WS-WAS-OPEN
                 MOVE 'ALREADY OPEN' TO OPSL-DETAIL
              ELSE
                 MOVE 'WINDOW OPENED' TO OPSL-DETAIL
              END-IF
           ELSE
              MOVE 'BATCH-CLOSE'    TO OPSL-ACTION
              MOVE WS-CNT-APPLIED   TO OPSL-COUNT
              STRING 'REFUSED ' WS-CNT-REFUSED
                 DELIMITED BY SIZE INTO OPSL-DETAIL
           END-IF
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGBWN - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF.
           EXIT.
      *
      *    a file in doubt: stop. A close that stops in its first
      *    pass has not yet rewritten the control record, so the
      *    window stays open and the entries it had not reached
      *    stay pending for the rerun; one that stops in the sweep
      *    after leaves those few pending for the rerun as well
       H990-ABORT.
           CLOSE BWIN-FILE ONL-JRNL BWIN-RPT OPS-LOG
           IF WS-MODE-CLOSE
              CLOSE ACCT-REC HOLD-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H999-PROGRAM-EXIT.
           CLOSE BWIN-FILE ONL-JRNL BWIN-RPT OPS-LOG
           IF WS-MODE-CLOSE
              CLOSE ACCT-REC HOLD-FILE
           END-IF
           DISPLAY 'PBEGBWN - POSTINGS APPLIED:    ' WS-CNT-APPLIED.
           DISPLAY 'PBEGBWN - POSTINGS REFUSED:    ' WS-CNT-REFUSED.
           DISPLAY 'PBEGBWN - LEFT UNAPPLIED:      '
                   WS-CNT-UNAPPLIED.
           STOP RUN.
